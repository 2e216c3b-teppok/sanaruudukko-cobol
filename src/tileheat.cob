        *> -------------------------
        *> tileheat.
        *> Takes: either one round,
        *>     tileheat round 1234
        *>   or the summary across dice sets,
        *>     tileheat sets [days] [rounds]
        *>   (standalone batch, output to stdout; days defaults to 30,
        *>   rounds -- the newest boards sampled per set and size -- to
        *>   200).
        *> Where on the board the words are, the cell-by-cell view
        *>   dicereport's per-letter table can't give. Every ValidWords
        *>   word is walked with checkword and each cell its path passes
        *>   through counts one; every accepted find (Words and
        *>   WordsArchive, not disabled, in ValidWords) counts the same
        *>   way along the tile path its player traced where a
        *>   RequirePath room recorded one, else along checkword's path.
        *>   "round" prints the board, the two count grids and the
        *>   corner / edge / inner averages for that round. "sets" does
        *>   the same over dice-rolled rounds (BoardSource 'dice', as
        *>   dicereport grades) grouped by DiceSetUsed and board size,
        *>   each grid cell the average per board -- dead corners and
        *>   oversized boards starved of good dice show up here.
        *> Modifies:
        *> Dependencies: getdb, checkword

       IDENTIFICATION DIVISION.
       PROGRAM-ID. tileheat.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgconn usage pointer.
       01 pgres  usage pointer.
       01 pgres2 usage pointer.
       01 pgres3 usage pointer.
       01 pgres4 usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(300) based.
       01 result usage binary-long.
       01 querystring pic x(1536).

       01 ModeArg pic x(8) VALUE SPACES.
       01 Arg2 pic x(8) VALUE SPACES.
       01 Arg3 pic x(8) VALUE SPACES.

       01 HeatRound pic 99999 usage display VALUE ZEROES.
       01 HeatDays pic 9(4) VALUE 30.
       01 RoundCap pic 9(4) VALUE 200.

       01 Board pic x(288) VALUE SPACES.
       01 BoardWidth pic 99 VALUE 4.
       01 BoardHeight pic 99 VALUE 4.
       01 BoardCells usage binary-long.
       01 BoardSet pic x(32) VALUE SPACES.
       01 BoardFound pic x VALUE "f".
         88 BoardLoaded VALUE "t".
       01 FieldText pic x(32).

       01 HeatWord pic x(32).
       01 HeatTrace pic x(111).
       01 HintX pic 99 VALUE 0.
       01 HintY pic 99 VALUE 0.
       01 Loopstatus pic 9 VALUE 0.
         88 Going VALUE 0.
         88 Invalidword VALUE 1.
         88 Validword VALUE 2.
       COPY "wordpath.l".

      *> per-cell tallies: this round's counts, the running sums over
      *> a group's rounds, and what the grids print (counts, or sums
      *> over boards sampled).
       01 CellTallies.
         05 RoundValid usage binary-long OCCURS 144 TIMES.
         05 RoundFound usage binary-long OCCURS 144 TIMES.
         05 SumValid usage binary-long OCCURS 144 TIMES.
         05 SumFound usage binary-long OCCURS 144 TIMES.
         05 ShowValid pic 9(7)v99 OCCURS 144 TIMES.
         05 ShowFound pic 9(7)v99 OCCURS 144 TIMES.
       01 TraceKind pic x VALUE "v".
         88 TraceValid VALUE "v".
         88 TraceFound VALUE "f".
       01 TraceIdx usage binary-long.
       01 TraceCell pic 999.

       01 NValid usage binary-long.
       01 NFinds usage binary-long.
       01 NTraced usage binary-long.
       01 NWords usage binary-long.
       01 WordIdx usage binary-long.

       01 NGroups usage binary-long.
       01 GroupIdx usage binary-long.
       01 GroupRounds pic x(8).
       01 GroupPred pic x(160) VALUE SPACES.
       01 NRounds usage binary-long.
       01 RoundIdx usage binary-long.
       01 NSampled usage binary-long.
       01 SumNValid usage binary-long.
       01 SumNFinds usage binary-long.
       01 SumNTraced usage binary-long.

       01 GridLine pic x(160) VALUE SPACES.
       01 GridPtr usage binary-long.
       01 RowIdx usage binary-long.
       01 ColIdx usage binary-long.
       01 CellIdx usage binary-long.
       01 CellStart usage binary-long.
       01 CellText pic x(2).
       01 CountZ pic z(5)9.
       01 AvgZ pic z(4)9.9.
       01 SizeW pic z9.
       01 SizeH pic z9.
       01 NumA pic z(8)9.
       01 NumB pic z(8)9.
       01 NumC pic z(8)9.
       01 ShowAverages pic x VALUE "f".
         88 AveragesShown VALUE "t".

      *> corner / edge / inner: cells in each and the grid totals.
       01 ZoneTallies.
         05 ZoneCells usage binary-long OCCURS 3 TIMES.
         05 ZoneValid pic 9(9)v99 OCCURS 3 TIMES.
         05 ZoneFound pic 9(9)v99 OCCURS 3 TIMES.
       01 ZoneIdx usage binary-long.
       01 ZoneName pic x(8).
       01 ZoneAvgValid pic z(4)9.99.
       01 ZoneAvgFound pic z(4)9.99.

       PROCEDURE DIVISION.
       Begin.

       ACCEPT ModeArg FROM ARGUMENT-VALUE
       ACCEPT Arg2 FROM ARGUMENT-VALUE
       ACCEPT Arg3 FROM ARGUMENT-VALUE

       IF function trim(ModeArg) NOT = "round" AND function trim(ModeArg) NOT = "sets" THEN
         DISPLAY "usage: tileheat round <roundid> | tileheat sets [days] [rounds]"
         STOP RUN
       END-IF

       CALL "getdb" USING BY REFERENCE pgconn

       IF function trim(ModeArg) = "round" THEN
         MOVE Arg2 TO HeatRound
         PERFORM HeatOneRound
       ELSE
         IF Arg2 IS NOT = SPACES THEN
           MOVE Arg2 TO HeatDays
         END-IF
         IF HeatDays = 0 THEN
           MOVE 30 TO HeatDays
         END-IF
         IF Arg3 IS NOT = SPACES THEN
           MOVE Arg3 TO RoundCap
         END-IF
         IF RoundCap = 0 THEN
           MOVE 200 TO RoundCap
         END-IF
         PERFORM HeatAllSets
       END-IF

       call "PQfinish" using by value pgconn returning result end-call
       STOP RUN.

      *> -------------------------
      *> HeatOneRound: the printable grids for one round.
       HeatOneRound.
       PERFORM LoadBoard
       IF NOT BoardLoaded THEN
         DISPLAY "no such round: " HeatRound
         EXIT PARAGRAPH
       END-IF
       PERFORM TallyRound
       IF NValid = 0 THEN
         DISPLAY "round " HeatRound " has no ValidWords to map"
         EXIT PARAGRAPH
       END-IF

       COMPUTE BoardCells = BoardWidth * BoardHeight
       PERFORM VARYING CellIdx FROM 1 BY 1 UNTIL CellIdx > BoardCells
         MOVE RoundValid(CellIdx) TO ShowValid(CellIdx)
         MOVE RoundFound(CellIdx) TO ShowFound(CellIdx)
       END-PERFORM
       MOVE "f" TO ShowAverages

       MOVE BoardWidth TO SizeW
       MOVE BoardHeight TO SizeH
       MOVE NValid TO NumA
       MOVE NFinds TO NumB
       MOVE NTraced TO NumC
       DISPLAY "tile heat, round " HeatRound " (" function trim(SizeW) "x" function trim(SizeH)
           ", dice set " function trim(BoardSet) ")"
       DISPLAY "=============================================="
       PERFORM PrintLetters
       DISPLAY " "
       DISPLAY "valid words through each cell (" function trim(NumA) " words)"
       MOVE "v" TO TraceKind
       PERFORM PrintGrid
       DISPLAY " "
       DISPLAY "finds through each cell (" function trim(NumB) " finds, " function trim(NumC)
           " with a traced path)"
       MOVE "f" TO TraceKind
       PERFORM PrintGrid
       DISPLAY " "
       PERFORM PrintZones.

      *> -------------------------
      *> HeatAllSets: each dice set and board size in the window, the
      *> newest RoundCap boards averaged.
       HeatAllSets.
       MOVE HeatDays TO NumA
       DISPLAY "tile heat by dice set and board size, dice-rolled rounds of the last "
           function trim(NumA) " days"
       DISPLAY "(grid cells are words per board through that cell, averaged over the boards sampled)"
       STRING "SELECT CASE WHEN DiceSetUsed = '' THEN '(unknown)' ELSE DiceSetUsed END, BoardWidth, BoardHeight, ",
           "count(*) FROM (SELECT DiceSetUsed, BoardWidth, BoardHeight FROM Rounds WHERE BoardSource = 'dice' ",
           "AND RoundStart > now() - make_interval(days => ", HeatDays, ") ",
           "UNION ALL SELECT DiceSetUsed, BoardWidth, BoardHeight FROM RoundsArchive WHERE BoardSource = 'dice' ",
           "AND RoundStart > now() - make_interval(days => ", HeatDays, ")) r ",
           "GROUP BY 1, 2, 3 ORDER BY 1, 2, 3;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NGroups
       IF NGroups = 0 THEN
         DISPLAY "(no dice-rolled rounds in the window)"
       END-IF

       PERFORM VARYING GroupIdx FROM 0 BY 1 UNTIL GroupIdx >= NGroups
           call "PQgetvalue" using by value pgres by value GroupIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO BoardSet
           string resstr delimited by x"00" into BoardSet end-string

           call "PQgetvalue" using by value pgres by value GroupIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO FieldText
           string resstr delimited by x"00" into FieldText end-string
           MOVE FieldText TO BoardWidth

           call "PQgetvalue" using by value pgres by value GroupIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO FieldText
           string resstr delimited by x"00" into FieldText end-string
           MOVE FieldText TO BoardHeight

           call "PQgetvalue" using by value pgres by value GroupIdx by value 3 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO GroupRounds
           string resstr delimited by x"00" into GroupRounds end-string

           PERFORM HeatOneGroup
       END-PERFORM.

      *> -------------------------
      *> HeatOneGroup: sum the group's sampled boards, then print the
      *> averaged grids.
       HeatOneGroup.
       COMPUTE BoardCells = BoardWidth * BoardHeight
       IF BoardCells = 0 OR BoardCells > 144 THEN
         EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO GroupPred
       IF function trim(BoardSet) = "(unknown)" THEN
         STRING "DiceSetUsed = '' AND BoardSource = 'dice' AND BoardWidth = ", BoardWidth,
             " AND BoardHeight = ", BoardHeight DELIMITED BY SIZE INTO GroupPred
         END-STRING
       ELSE
         STRING "DiceSetUsed = '", function trim(BoardSet), "' AND BoardSource = 'dice' AND BoardWidth = ",
             BoardWidth, " AND BoardHeight = ", BoardHeight DELIMITED BY SIZE INTO GroupPred
         END-STRING
       END-IF

       STRING "SELECT RoundId FROM (SELECT RoundId, RoundStart FROM Rounds WHERE ", function trim(GroupPred),
           " UNION ALL SELECT RoundId, RoundStart FROM RoundsArchive WHERE ", function trim(GroupPred),
           ") r WHERE RoundStart > now() - make_interval(days => ", HeatDays, ") ",
           "AND EXISTS (SELECT 1 FROM ValidWords v WHERE v.RoundId = r.RoundId) ",
           "ORDER BY RoundStart DESC LIMIT ", RoundCap, ";", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres2 end-call
       call "PQntuples" using by value pgres2 returning NRounds

       MOVE 0 TO NSampled SumNValid SumNFinds SumNTraced
       PERFORM VARYING CellIdx FROM 1 BY 1 UNTIL CellIdx > 144
         MOVE 0 TO SumValid(CellIdx) SumFound(CellIdx)
       END-PERFORM

       PERFORM VARYING RoundIdx FROM 0 BY 1 UNTIL RoundIdx >= NRounds
           call "PQgetvalue" using by value pgres2 by value RoundIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO FieldText
           string resstr delimited by x"00" into FieldText end-string
           MOVE FieldText TO HeatRound
           PERFORM LoadBoard
           IF BoardLoaded AND BoardWidth * BoardHeight = BoardCells THEN
             PERFORM TallyRound
             IF NValid > 0 THEN
               ADD 1 TO NSampled
               ADD NValid TO SumNValid
               ADD NFinds TO SumNFinds
               ADD NTraced TO SumNTraced
               PERFORM VARYING CellIdx FROM 1 BY 1 UNTIL CellIdx > BoardCells
                 ADD RoundValid(CellIdx) TO SumValid(CellIdx)
                 ADD RoundFound(CellIdx) TO SumFound(CellIdx)
               END-PERFORM
             END-IF
           END-IF
       END-PERFORM

       MOVE BoardWidth TO SizeW
       MOVE BoardHeight TO SizeH
       MOVE NSampled TO NumA
       DISPLAY " "
       DISPLAY "=== dice set: " function trim(BoardSet) ", " function trim(SizeW) "x" function trim(SizeH)
       DISPLAY "rounds in window: " function trim(GroupRounds) ", boards sampled: " function trim(NumA)
       IF NSampled = 0 THEN
         DISPLAY "(none of them has ValidWords to map)"
         EXIT PARAGRAPH
       END-IF
       MOVE SumNValid TO NumA
       MOVE SumNFinds TO NumB
       MOVE SumNTraced TO NumC
       DISPLAY "valid words: " function trim(NumA) ", finds: " function trim(NumB) " ("
           function trim(NumC) " with a traced path)"

       PERFORM VARYING CellIdx FROM 1 BY 1 UNTIL CellIdx > BoardCells
         COMPUTE ShowValid(CellIdx) ROUNDED = SumValid(CellIdx) / NSampled
         COMPUTE ShowFound(CellIdx) ROUNDED = SumFound(CellIdx) / NSampled
       END-PERFORM
       MOVE "t" TO ShowAverages

       DISPLAY " "
       DISPLAY "valid words through each cell, per board"
       MOVE "v" TO TraceKind
       PERFORM PrintGrid
       DISPLAY " "
       DISPLAY "finds through each cell, per board"
       MOVE "f" TO TraceKind
       PERFORM PrintGrid
       DISPLAY " "
       PERFORM PrintZones.

      *> -------------------------
      *> LoadBoard: HeatRound's board, size and dice set, live or
      *> archived.
       LoadBoard.
       MOVE "f" TO BoardFound
       STRING "SELECT Board, BoardWidth, BoardHeight, ",
           "CASE WHEN DiceSetUsed = '' THEN '(unknown)' ELSE DiceSetUsed END FROM ",
           "( SELECT Board, BoardWidth, BoardHeight, DiceSetUsed FROM Rounds WHERE RoundId = ", HeatRound,
           " UNION ALL SELECT Board, BoardWidth, BoardHeight, DiceSetUsed FROM RoundsArchive WHERE RoundId = ",
           HeatRound, " ) r LIMIT 1;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres3 end-call
       call "PQntuples" using by value pgres3 returning NWords
       IF NWords = 0 THEN
         EXIT PARAGRAPH
       END-IF
       call "PQgetvalue" using by value pgres3 by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO Board
       string resstr delimited by x"00" into Board end-string

       call "PQgetvalue" using by value pgres3 by value 0 by value 1 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO FieldText
       string resstr delimited by x"00" into FieldText end-string
       MOVE FieldText TO BoardWidth

       call "PQgetvalue" using by value pgres3 by value 0 by value 2 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO FieldText
       string resstr delimited by x"00" into FieldText end-string
       MOVE FieldText TO BoardHeight

       call "PQgetvalue" using by value pgres3 by value 0 by value 3 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO BoardSet
       string resstr delimited by x"00" into BoardSet end-string

       IF BoardWidth * BoardHeight > 0 AND BoardWidth * BoardHeight <= 144 THEN
         MOVE "t" TO BoardFound
       END-IF.

      *> -------------------------
      *> TallyRound: walk HeatRound's ValidWords and its accepted finds
      *> into RoundValid / RoundFound.
       TallyRound.
       MOVE 0 TO NValid NFinds NTraced
       PERFORM VARYING CellIdx FROM 1 BY 1 UNTIL CellIdx > 144
         MOVE 0 TO RoundValid(CellIdx) RoundFound(CellIdx)
       END-PERFORM

       STRING "SELECT DISTINCT Word FROM ValidWords WHERE RoundId = ", HeatRound, ";", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres4 end-call
       call "PQntuples" using by value pgres4 returning NWords
       MOVE "v" TO TraceKind
       PERFORM VARYING WordIdx FROM 0 BY 1 UNTIL WordIdx >= NWords
           call "PQgetvalue" using by value pgres4 by value WordIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO HeatWord
           string resstr delimited by x"00" into HeatWord end-string
           PERFORM SolvePath
           IF HeatTrace IS NOT = SPACES THEN
             ADD 1 TO NValid
             PERFORM AddTrace
           END-IF
       END-PERFORM

       STRING "SELECT w.Word, COALESCE(w.TilePath, '') FROM ( SELECT Word, TilePath FROM Words WHERE RoundId = ",
           HeatRound, " AND Disabled = false UNION ALL SELECT Word, TilePath FROM WordsArchive WHERE RoundId = ",
           HeatRound, " AND Disabled = false ) w ",
           "WHERE w.Word IN ( SELECT Word FROM ValidWords WHERE RoundId = ", HeatRound, " );",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres4 end-call
       call "PQntuples" using by value pgres4 returning NWords
       MOVE "f" TO TraceKind
       PERFORM VARYING WordIdx FROM 0 BY 1 UNTIL WordIdx >= NWords
           call "PQgetvalue" using by value pgres4 by value WordIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO HeatTrace
           string resstr delimited by x"00" into HeatTrace end-string
           IF HeatTrace IS NOT = SPACES THEN
             ADD 1 TO NTraced
           ELSE
             call "PQgetvalue" using by value pgres4 by value WordIdx by value 0 returning resptr end-call
             set address of resstr to resptr
             MOVE SPACES TO HeatWord
             string resstr delimited by x"00" into HeatWord end-string
             PERFORM SolvePath
           END-IF
           IF HeatTrace IS NOT = SPACES THEN
             ADD 1 TO NFinds
             PERFORM AddTrace
           END-IF
       END-PERFORM.

      *> -------------------------
      *> SolvePath: HeatWord's path on the board as checkword walks
      *> it, SPACES if it isn't there.
       SolvePath.
       MOVE SPACES TO HeatTrace
       CALL "checkword" using
         by content Board
         by content HeatWord
         by content BoardWidth
         by content BoardHeight
         By reference LoopStatus
         By reference HintX
         By reference HintY
       END-CALL
       IF Validword THEN
         MOVE WordPathCells TO HeatTrace
       END-IF.

      *> -------------------------
      *> AddTrace: one count on every cell of HeatTrace (three digits
      *> per cell) in the TraceKind tally.
       AddTrace.
       PERFORM VARYING TraceIdx FROM 1 BY 3 UNTIL TraceIdx > 108
           OR HeatTrace(TraceIdx:3) = SPACES
         IF HeatTrace(TraceIdx:3) IS NUMERIC THEN
           MOVE HeatTrace(TraceIdx:3) TO TraceCell
           IF TraceCell > 0 AND TraceCell <= BoardWidth * BoardHeight THEN
             IF TraceValid THEN
               ADD 1 TO RoundValid(TraceCell)
             ELSE
               ADD 1 TO RoundFound(TraceCell)
             END-IF
           END-IF
         END-IF
       END-PERFORM.

      *> -------------------------
      *> PrintLetters: the board itself, the printpack layout.
       PrintLetters.
       PERFORM VARYING RowIdx FROM 1 BY 1 UNTIL RowIdx > BoardHeight
         MOVE SPACES TO GridLine
         MOVE 1 TO GridPtr
         PERFORM VARYING ColIdx FROM 1 BY 1 UNTIL ColIdx > BoardWidth
           COMPUTE CellStart = (((RowIdx - 1) * BoardWidth + ColIdx) - 1) * 2 + 1
           MOVE Board(CellStart:2) TO CellText
           IF CellText(2:1) = SPACE THEN
             STRING "     ", CellText(1:1), " " INTO GridLine WITH POINTER GridPtr END-STRING
           ELSE
             STRING "    ", CellText(1:2), " " INTO GridLine WITH POINTER GridPtr END-STRING
           END-IF
         END-PERFORM
         DISPLAY GridLine(1:GridPtr)
       END-PERFORM.

      *> -------------------------
      *> PrintGrid: ShowValid or ShowFound (TraceKind) laid out as the
      *> board, counts or per-board averages.
       PrintGrid.
       PERFORM VARYING RowIdx FROM 1 BY 1 UNTIL RowIdx > BoardHeight
         MOVE SPACES TO GridLine
         MOVE 1 TO GridPtr
         PERFORM VARYING ColIdx FROM 1 BY 1 UNTIL ColIdx > BoardWidth
           COMPUTE CellIdx = (RowIdx - 1) * BoardWidth + ColIdx
           IF AveragesShown THEN
             IF TraceValid THEN
               MOVE ShowValid(CellIdx) TO AvgZ
             ELSE
               MOVE ShowFound(CellIdx) TO AvgZ
             END-IF
             STRING AvgZ, " " INTO GridLine WITH POINTER GridPtr END-STRING
           ELSE
             IF TraceValid THEN
               MOVE ShowValid(CellIdx) TO CountZ
             ELSE
               MOVE ShowFound(CellIdx) TO CountZ
             END-IF
             STRING CountZ, " " INTO GridLine WITH POINTER GridPtr END-STRING
           END-IF
         END-PERFORM
         DISPLAY GridLine(1:GridPtr)
       END-PERFORM.

      *> -------------------------
      *> PrintZones: the grids folded into corner, edge and inner
      *> cells -- the average words through one cell of each kind.
       PrintZones.
       PERFORM VARYING ZoneIdx FROM 1 BY 1 UNTIL ZoneIdx > 3
         MOVE 0 TO ZoneCells(ZoneIdx) ZoneValid(ZoneIdx) ZoneFound(ZoneIdx)
       END-PERFORM
       PERFORM VARYING RowIdx FROM 1 BY 1 UNTIL RowIdx > BoardHeight
         PERFORM VARYING ColIdx FROM 1 BY 1 UNTIL ColIdx > BoardWidth
           COMPUTE CellIdx = (RowIdx - 1) * BoardWidth + ColIdx
           MOVE 3 TO ZoneIdx
           IF RowIdx = 1 OR RowIdx = BoardHeight OR ColIdx = 1 OR ColIdx = BoardWidth THEN
             MOVE 2 TO ZoneIdx
           END-IF
           IF ( RowIdx = 1 OR RowIdx = BoardHeight ) AND ( ColIdx = 1 OR ColIdx = BoardWidth ) THEN
             MOVE 1 TO ZoneIdx
           END-IF
           ADD 1 TO ZoneCells(ZoneIdx)
           ADD ShowValid(CellIdx) TO ZoneValid(ZoneIdx)
           ADD ShowFound(CellIdx) TO ZoneFound(ZoneIdx)
         END-PERFORM
       END-PERFORM

       DISPLAY "zone      cells  valid/cell  finds/cell"
       PERFORM VARYING ZoneIdx FROM 1 BY 1 UNTIL ZoneIdx > 3
         EVALUATE ZoneIdx
           WHEN 1 MOVE "corner" TO ZoneName
           WHEN 2 MOVE "edge" TO ZoneName
           WHEN OTHER MOVE "inner" TO ZoneName
         END-EVALUATE
         IF ZoneCells(ZoneIdx) > 0 THEN
           COMPUTE ZoneAvgValid ROUNDED = ZoneValid(ZoneIdx) / ZoneCells(ZoneIdx)
           COMPUTE ZoneAvgFound ROUNDED = ZoneFound(ZoneIdx) / ZoneCells(ZoneIdx)
           MOVE ZoneCells(ZoneIdx) TO CountZ
           DISPLAY ZoneName " " CountZ "    " ZoneAvgValid "    " ZoneAvgFound
         END-IF
       END-PERFORM.
