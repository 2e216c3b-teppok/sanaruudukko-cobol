        *>   also returns HintX/HintY, the board coordinate (1-based,
        *>   column/row) of the word's first letter along the path that was
        *>   found, for the hint feature; left at 0/0 when the word wasn't found.
        *>   The whole path found is left in the shared WordPath area
        *>   (wordpath.l), for the tile heat report.
        *> Dependencies:

       IDENTIFICATION DIVISION.
           03 steplen pic 9.
       01 tmpx pic 99.
       01 tmpy pic 99.
       01 PathStep pic 99.
       01 PathCell pic 999.
       COPY "wordpath.l".

       LINKAGE SECTION.
      *> wide enough for an oversized board, not just the
       MOVE 0 to MatchLen
       MOVE 0 to HintX
       MOVE 0 to HintY
       MOVE SPACES TO WordPathCells
       SET Going TO TRUE
    *>   DISPLAY Board
       PERFORM UNTIL Validword OR Invalidword
                 SET Validword TO TRUE
                 MOVE x(1) TO HintX
                 MOVE y(1) TO HintY
                 PERFORM VARYING PathStep FROM 1 BY 1 UNTIL PathStep > PathLen
                   COMPUTE PathCell = (y(PathStep) - 1) * BoardWidth + x(PathStep)
                   MOVE PathCell TO WordPathCells((PathStep - 1) * 3 + 1:3)
                 END-PERFORM
               END-IF
           ELSE
             IF tmpx = BoardWidth AND tmpy = BoardHeight THEN
