        *> -------------------------
        *> checkstar.
        *> Takes: Board, Word, BoardWidth, BoardHeight, StarCell and
        *>   (as reference) status value.
        *> checkword's search for a starred-cell round: the word only
        *>   counts if SOME legal path spelling it passes through the
        *>   round's star (StarCell, the 1-based row-major cell number).
        *>   Same backtracking walk as checkword, same digraph / UTF-8
        *>   two-byte tile matching -- except that a complete path which
        *>   misses the star is not accepted; its final step is taken
        *>   back and the search carries on until a starred path turns
        *>   up or every path has been tried.
        *> Modifies: status, and HintX/HintY -- the 1-based column/row
        *>   of the first letter of the starred path, for the hint
        *>   feature (0/0 when no starred path exists).
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. checkstar.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 wordlength pic 99.

       01 Placestatus pic 9 VALUE 0.
         88 Disallow VALUE 0.
         88 Allow VALUE 1.
       01 PathLen pic 99 VALUE 0.
       01 MatchLen pic 99 VALUE 0.
       01 Listcounter pic 99 VALUE 0.

       01 MatchOk pic 9 VALUE 0.
         88 NoMatch VALUE 0.
         88 GotMatch VALUE 1.
       01 CellIdx pic 9999.
       01 CellLen pic 9.
       01 CellText pic x(2).
       01 WordStart pic 99.

       01 StarFlag pic 9 VALUE 0.
         88 StarOnPath VALUE 1.
       01 PathCell pic 999.

       01 CoordTable.
         02 Coords occurs 36 times.
           03 x pic 99.
           03 y pic 99.
           03 steplen pic 9.
       01 tmpx pic 99.
       01 tmpy pic 99.

       LINKAGE SECTION.
       01 Board PIC x(288).
       01 Word pic x(32).
       01 BoardWidth pic 99.
       01 BoardHeight pic 99.
       01 StarCell pic 999.
       01 Loopstatus pic 9.
         88 Going VALUE 0.
         88 Invalidword VALUE 1.
         88 Validword VALUE 2.
       01 HintX pic 99.
       01 HintY pic 99.

       PROCEDURE DIVISION USING Board, Word, BoardWidth, BoardHeight, StarCell, Loopstatus, HintX, HintY.
       Begin.
       move function length(function trim(word)) to wordlength.

       MOVE 1 to tmpx
       MOVE 1 to tmpy
       MOVE 0 to PathLen
       MOVE 0 to MatchLen
       MOVE 0 to HintX
       MOVE 0 to HintY
       SET Going TO TRUE
       PERFORM UNTIL Validword OR Invalidword
            SET Disallow TO TRUE
            IF PathLen > 0 THEN
              IF function ABS(x(PathLen) - tmpx) < 2 AND function ABS(y(PathLen) - tmpy) < 2 THEN
                SET Allow TO TRUE
              END-IF
              PERFORM CheckList
            ELSE
              SET Allow TO TRUE
            END-IF

            SET NoMatch TO TRUE
            IF Allow THEN
              COMPUTE CellIdx = ((tmpy - 1) * BoardWidth + tmpx - 1) * 2 + 1
              MOVE Board(CellIdx:2) TO CellText
              IF CellText(2:1) = SPACE THEN
                MOVE 1 TO CellLen
              ELSE
                MOVE 2 TO CellLen
              END-IF
              IF MatchLen + CellLen <= wordlength THEN
                COMPUTE WordStart = MatchLen + 1
                IF Word(WordStart:CellLen) = CellText(1:CellLen) THEN
                  SET GotMatch TO TRUE
                END-IF
              END-IF
            END-IF

            IF Allow AND GotMatch THEN
               ADD 1 to PathLen
               MOVE tmpx to x(PathLen)
               MOVE tmpy to y(PathLen)
               MOVE CellLen to steplen(PathLen)
               ADD CellLen to MatchLen
               MOVE 1 to tmpx
               MOVE 1 to tmpy
               IF MatchLen = wordlength THEN
                 PERFORM CheckStarOnPath
                 IF StarOnPath THEN
                   SET Validword TO TRUE
                   MOVE x(1) TO HintX
                   MOVE y(1) TO HintY
                 ELSE
                  *> spelled, but not through the star: take the
                  *> last tile back and try the next cell after it.
                   MOVE x(PathLen) to tmpx
                   MOVE y(PathLen) to tmpy
                   SUBTRACT steplen(PathLen) FROM MatchLen
                   SUBTRACT 1 FROM PathLen
                   PERFORM NextCell
                 END-IF
               END-IF
           ELSE
             PERFORM NextCell
           END-IF
       END-PERFORM.

       EXIT PROGRAM.

      *> step the scan on to the next cell, backtracking off the end
      *> of the board exactly the way checkword does.
       NextCell.
       IF tmpx = BoardWidth AND tmpy = BoardHeight THEN
         IF PathLen = 0 THEN
           SET Invalidword TO TRUE
         ELSE
           MOVE x(PathLen) to tmpx
           MOVE y(PathLen) to tmpy
           SUBTRACT steplen(PathLen) FROM MatchLen
           SUBTRACT 1 FROM PathLen
         END-IF
       END-IF
       IF tmpx = BoardWidth AND tmpy = BoardHeight THEN
         IF PathLen = 0 THEN
           SET Invalidword TO TRUE
         ELSE
           MOVE x(PathLen) to tmpx
           MOVE y(PathLen) to tmpy
           SUBTRACT steplen(PathLen) FROM MatchLen
           SUBTRACT 1 FROM PathLen
         END-IF
       END-IF

       ADD 1 to tmpx
       IF tmpx > BoardWidth THEN
         ADD 1 to tmpy
         MOVE 1 to tmpx
       END-IF.

       CheckStarOnPath.
       MOVE 0 TO StarFlag
       PERFORM VARYING Listcounter FROM 1 BY 1 UNTIL Listcounter > PathLen
         COMPUTE PathCell = (y(Listcounter) - 1) * BoardWidth + x(Listcounter)
         IF PathCell = StarCell THEN
           SET StarOnPath TO TRUE
         END-IF
       END-PERFORM.

       CheckList.
       PERFORM WITH TEST BEFORE VARYING Listcounter FROM 1 BY 1 UNTIL Listcounter > PathLen
         IF tmpx = x(Listcounter) AND tmpy = y(Listcounter) THEN
           SET Disallow TO TRUE
         END-IF
       END-PERFORM.
