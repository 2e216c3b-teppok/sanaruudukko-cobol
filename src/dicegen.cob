        *> -------------------------
        *> dicegen.
        *> Takes: language, draft name and die count as command-line
        *>   arguments, then optionally a difficulty tier (0 = the whole
        *>   dictionary), the number of boards to simulate (default 50)
        *>   and the operator's name, e.g.
        *>     dicegen FI helppo 16 2 100 Teppo
        *>   (standalone batch tool, run on demand like dicereport).
        *> Drafts a dice set from the dictionary's own letters: counts
        *>   every letter of the live WordList words of the language (up
        *>   to the tier's Difficulty when one is given), shares the
        *>   die count x 6 faces out to the letters in proportion
        *>   (largest remainder, so the faces add up exactly) and deals
        *>   them commonest letter first across the dice in turn, so a
        *>   frequent letter lands on many dice instead of filling one.
        *>   Then rolls a sample of boards from the draft -- the largest
        *>   near-square board the dice can fill, shuffled like
        *>   initround's -- and solves each with the allwords prefilter
        *>   and checkword walk, reporting the expected yield (average
        *>   findable words per board) and the dud rate against the
        *>   board quality gate: the highest MinBoardWords a live room
        *>   of the language asks for, or 10 when none sets one.
        *>   The draft lands in DiceDrafts / DiceDraftDice, replacing an
        *>   earlier draft of the same name; rooms never roll a draft
        *>   until an Admin promotes it (dicepromote). The run is logged
        *>   to AuditLog under the operator's name.
        *> Modifies: DiceDrafts, DiceDraftDice, AuditLog
        *> Dependencies: getdb, batchstart, batchend, checkword

       IDENTIFICATION DIVISION.
       PROGRAM-ID. dicegen.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgconn usage pointer.
       01 pgres  usage pointer.
       01 pgres2 usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(80) based.
       01 result usage binary-long.
       01 querystring pic x(1024).

       01 LedgerJobName pic x(16) VALUE "dicegen".
       01 LedgerGranted pic x VALUE "f".
       01 LedgerRows pic 9(7) usage display VALUE ZEROES.
       01 LedgerOutcome pic x(8) VALUE "ok".

       01 Language pic x(8) VALUE SPACES.
       01 DraftArg pic x(32) VALUE SPACES.
       01 DraftName pic x(32) VALUE SPACES.
       01 DieCountArg pic x(8) VALUE SPACES.
       01 TierArg pic x(8) VALUE SPACES.
       01 SamplesArg pic x(8) VALUE SPACES.
       01 Operator pic x(16) VALUE SPACES.
       01 NameLen usage binary-long.
       01 ScanIdx usage binary-long.
       01 NameBad pic 9 VALUE 0.
         88 NameIsBad VALUE 1.

       01 DieCount usage binary-long VALUE 0.
       01 Tier pic 9(4) VALUE 0.
       01 Samples usage binary-long VALUE 50.
       01 DiffPred pic x(32) VALUE SPACES.
       01 Tmp pic x(16) VALUE SPACES.

      *> the dictionary's letters, commonest first, with the faces
      *> each one earns. A letter is one character: two bytes for
      *> a UTF-8 letter (Ä, Ö, Å), filling a face the way the classic
      *> palette carries them.
       01 NLetters usage binary-long VALUE 0.
       01 LetterIdx usage binary-long.
       01 RowIdx usage binary-long.
       01 BestIdx usage binary-long.
       01 LetterTable.
          05 LetterEntry occurs 64 times.
             10 LetterCh pic x(4).
             10 LetterCount usage binary-double.
             10 LetterFaces usage binary-long.
             10 LetterRem usage binary-double.
       01 TotalLetters usage binary-double VALUE 0.
       01 TotalFaces usage binary-long.
       01 FacesLeft usage binary-long.
       01 FaceNo usage binary-long.
       01 FaceIdx usage binary-long.
       01 DealDie usage binary-long.
       01 DealSide usage binary-long.
       01 LetterShare pic zz9.9.
       01 FacesZ pic z9.

       01 DraftDice.
          05 DraftDie occurs 36 times.
             10 DraftSide pic x(2) occurs 6 times.
       01 DieIdx usage binary-long.
       01 SideIdx usage binary-long.
       01 DieLine pic x(40).
       01 DieNumZ pic z9.
       01 DieNum pic 99.

      *> the simulated board, as initround lays it out: two
      *> characters per cell. Sized like allwords' so checkword sees
      *> the buffer it expects.
       01 Board pic x(288) VALUE SPACES.
       01 BoardWidth pic 99 VALUE 4.
       01 BoardHeight pic 99 VALUE 4.
       01 BoardCells usage binary-long.
       01 BoardChars usage binary-long.
       01 BoardLetters pic x(288) VALUE SPACES.
       01 BLIdx usage binary-long.
       01 BLOut usage binary-long.
       01 LenCap pic 99 VALUE 32.
       01 MinWordLength pic 99 VALUE 3.
       01 DieOrder.
          05 DieSlot usage binary-long occurs 36 times.
       01 Moveindex usage binary-long.
       01 Moveloc usage binary-long.
       01 Swapidx usage binary-long.
       01 Roll usage binary-long.
       01 CurrentTime pic 9(8).

       01 ListWord pic x(32).
       01 HintX pic 99 VALUE 0.
       01 HintY pic 99 VALUE 0.
       01 Loopstatus pic 9 VALUE 0.
         88 Going VALUE 0.
         88 Invalidword VALUE 1.
         88 Validword VALUE 2.
       01 NCand usage binary-long.
       01 CandIdx usage binary-long.

       01 SampleIdx usage binary-long.
       01 BoardYield usage binary-long.
       01 TotalYield usage binary-long VALUE 0.
       01 MinYield usage binary-long VALUE 0.
       01 MaxYield usage binary-long VALUE 0.
       01 Duds usage binary-long VALUE 0.
       01 GateWords usage binary-long VALUE 0.
       01 AvgYield pic 9(6)v9.
       01 DudRate pic 9(3)v9.
       01 AvgYieldZ pic zzzzz9.9.
       01 DudRateZ pic zz9.9.
       01 SamplesZ pic zzz9.
       01 GateZ pic zzz9.
       01 MinYieldZ pic zzzz9.
       01 MaxYieldZ pic zzzz9.
       01 DieCountZ pic z9.
       01 TierZ pic zzz9.

       PROCEDURE DIVISION.
       Begin.

       ACCEPT Language FROM ARGUMENT-VALUE
       ACCEPT DraftArg FROM ARGUMENT-VALUE
       ACCEPT DieCountArg FROM ARGUMENT-VALUE
       ACCEPT TierArg FROM ARGUMENT-VALUE
       ACCEPT SamplesArg FROM ARGUMENT-VALUE
       ACCEPT Operator FROM ARGUMENT-VALUE

       IF Language IS = SPACES OR DraftArg IS = SPACES OR DieCountArg IS = SPACES THEN
         DISPLAY "usage: dicegen <language> <draft> <dice> [tier] [boards] [operator]"
         STOP RUN
       END-IF
       IF Operator IS = SPACES THEN
         MOVE "SYSTEM" TO Operator
       END-IF

      *> the draft name travels into SQL and, once promoted, out to
      *> Rooms.DiceSet through roomset -- letters and digits only.
       MOVE function lower-case(DraftArg) TO DraftName
       COMPUTE NameLen = function length(function trim(DraftName))
       PERFORM VARYING ScanIdx FROM 1 BY 1 UNTIL ScanIdx > NameLen
         IF DraftName(ScanIdx:1) NOT ALPHABETIC AND DraftName(ScanIdx:1) NOT NUMERIC THEN
           SET NameIsBad TO TRUE
         END-IF
         IF DraftName(ScanIdx:1) IS = SPACE THEN
           SET NameIsBad TO TRUE
         END-IF
       END-PERFORM
       IF NameIsBad OR NameLen > 16 THEN
         DISPLAY "draft name must be up to 16 letters and digits: " function trim(DraftArg)
         STOP RUN
       END-IF

      *> 9 dice fill the smallest (3x3) board; 36 is the palette's
      *> capacity in initround.
       IF function trim(DieCountArg) IS NUMERIC THEN
         MOVE function numval(DieCountArg) TO DieCount
       END-IF
       IF DieCount < 9 OR DieCount > 36 THEN
         DISPLAY "die count must be 9 to 36: " function trim(DieCountArg)
         STOP RUN
       END-IF
       IF TierArg IS NOT = SPACES AND function trim(TierArg) IS NUMERIC THEN
         MOVE function numval(TierArg) TO Tier
       END-IF
       IF SamplesArg IS NOT = SPACES AND function trim(SamplesArg) IS NUMERIC THEN
         MOVE function numval(SamplesArg) TO Samples
       END-IF
       IF Samples < 1 OR Samples > 1000 THEN
         MOVE 50 TO Samples
       END-IF
       MOVE SPACES TO DiffPred
       IF Tier > 0 THEN
         STRING "AND Difficulty <= ", Tier INTO DiffPred
         END-STRING
       END-IF

       CALL "getdb" USING BY REFERENCE pgconn

       CALL "batchstart" USING BY REFERENCE pgconn LedgerJobName LedgerGranted
       END-CALL
       IF LedgerGranted NOT = "t" THEN
         DISPLAY "a live run already holds the ledger - exiting"
         call "PQfinish" using by value pgconn returning result end-call
         STOP RUN
       END-IF

       PERFORM CountLetters
       IF NLetters = 0 THEN
         DISPLAY "no live words for " function trim(Language) " - nothing to draft"
         MOVE "empty" TO LedgerOutcome
         CALL "batchend" USING BY REFERENCE pgconn LedgerJobName LedgerRows LedgerOutcome
         END-CALL
         call "PQfinish" using by value pgconn returning result end-call
         STOP RUN
       END-IF

       PERFORM ApportionFaces
       PERFORM DealFaces
       PERFORM StoreDraft
       PERFORM FetchGate
       PERFORM SizeBoard

       ACCEPT CurrentTime FROM TIME
       COMPUTE Moveloc = function RANDOM(CurrentTime)
       PERFORM VARYING SampleIdx FROM 1 BY 1 UNTIL SampleIdx > Samples
         PERFORM RollBoard
         PERFORM CountBoardWords
         ADD BoardYield TO TotalYield
         IF SampleIdx = 1 OR BoardYield < MinYield THEN
           MOVE BoardYield TO MinYield
         END-IF
         IF BoardYield > MaxYield THEN
           MOVE BoardYield TO MaxYield
         END-IF
         IF BoardYield < GateWords THEN
           ADD 1 TO Duds
         END-IF
       END-PERFORM

       COMPUTE AvgYield ROUNDED = TotalYield / Samples
       COMPUTE DudRate ROUNDED = Duds * 100 / Samples
       PERFORM StoreStats
       PERFORM ReportDraft

       MOVE DieCount TO LedgerRows
       CALL "batchend" USING BY REFERENCE pgconn LedgerJobName LedgerRows LedgerOutcome
       END-CALL
       call "PQfinish" using by value pgconn returning result end-call
       STOP RUN.

      *> -------------------------
      *> CountLetters: every character of every live word, counted
      *> per letter, commonest first.
       CountLetters.
       STRING "SELECT ch, count(*) FROM ( SELECT regexp_split_to_table(Word, '') AS ch FROM WordList ",
           "WHERE Language = '", function trim(Language), "' AND RemovedVersion IS NULL ",
           function trim(DiffPred), " ) w WHERE octet_length(ch) <= 2 GROUP BY ch ORDER BY 2 DESC, 1 LIMIT 64;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NLetters

       MOVE 0 TO TotalLetters
       PERFORM VARYING LetterIdx FROM 1 BY 1 UNTIL LetterIdx > NLetters
           COMPUTE RowIdx = LetterIdx - 1
           call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO LetterCh(LetterIdx)
           string resstr delimited by x"00" into LetterCh(LetterIdx) end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO Tmp
           string resstr delimited by x"00" into Tmp end-string
           MOVE function numval(Tmp) TO LetterCount(LetterIdx)
           ADD LetterCount(LetterIdx) TO TotalLetters
       END-PERFORM.

      *> -------------------------
      *> ApportionFaces: each letter's whole share of the faces, then
      *> the faces still over go one apiece to the largest remainders.
       ApportionFaces.
       COMPUTE TotalFaces = DieCount * 6
       MOVE TotalFaces TO FacesLeft
       PERFORM VARYING LetterIdx FROM 1 BY 1 UNTIL LetterIdx > NLetters
         COMPUTE LetterFaces(LetterIdx) = LetterCount(LetterIdx) * TotalFaces / TotalLetters
         COMPUTE LetterRem(LetterIdx) = LetterCount(LetterIdx) * TotalFaces
             - LetterFaces(LetterIdx) * TotalLetters
         SUBTRACT LetterFaces(LetterIdx) FROM FacesLeft
       END-PERFORM

       PERFORM UNTIL FacesLeft <= 0
         MOVE 1 TO BestIdx
         PERFORM VARYING LetterIdx FROM 2 BY 1 UNTIL LetterIdx > NLetters
           IF LetterRem(LetterIdx) > LetterRem(BestIdx) THEN
             MOVE LetterIdx TO BestIdx
           END-IF
         END-PERFORM
         ADD 1 TO LetterFaces(BestIdx)
         MOVE -1 TO LetterRem(BestIdx)
         SUBTRACT 1 FROM FacesLeft
       END-PERFORM.

      *> -------------------------
      *> DealFaces: face n goes to die (n mod dice), side (n / dice),
      *> commonest letter first -- so a letter's faces sit on as many
      *> different dice as it has faces, up to the die count.
       DealFaces.
       MOVE SPACES TO DraftDice
       MOVE 0 TO FaceNo
       PERFORM VARYING LetterIdx FROM 1 BY 1 UNTIL LetterIdx > NLetters
         PERFORM VARYING FaceIdx FROM 1 BY 1 UNTIL FaceIdx > LetterFaces(LetterIdx)
           DIVIDE FaceNo BY DieCount GIVING DealSide REMAINDER DealDie
           MOVE LetterCh(LetterIdx)(1:2) TO DraftSide(DealDie + 1, DealSide + 1)
           ADD 1 TO FaceNo
         END-PERFORM
       END-PERFORM.

      *> -------------------------
      *> StoreDraft: the draft's dice, replacing an earlier draft of
      *> the same name (which goes back to unpromoted).
       StoreDraft.
       STRING "DELETE FROM DiceDraftDice WHERE DraftName = '", function trim(DraftName), "';",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

       PERFORM VARYING DieIdx FROM 1 BY 1 UNTIL DieIdx > DieCount
         MOVE DieIdx TO DieNum
         STRING "INSERT INTO DiceDraftDice ( DraftName, DieNum, Side1, Side2, Side3, Side4, Side5, Side6 ) ",
             "VALUES ( '", function trim(DraftName), "', ", DieNum,
             ", '", function trim(DraftSide(DieIdx, 1)), "', '", function trim(DraftSide(DieIdx, 2)),
             "', '", function trim(DraftSide(DieIdx, 3)), "', '", function trim(DraftSide(DieIdx, 4)),
             "', '", function trim(DraftSide(DieIdx, 5)), "', '", function trim(DraftSide(DieIdx, 6)),
             "' );", x"00" INTO QueryString
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       END-PERFORM.

      *> -------------------------
      *> FetchGate: the board quality gate the draft has to clear --
      *> the strictest live room of the language, else ten words.
       FetchGate.
       STRING "SELECT COALESCE(max(MinBoardWords), 0) FROM Rooms WHERE Language = '",
           function trim(Language), "' AND NOT Retired;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       IF resptr NOT = NULL THEN
         set address of resstr to resptr
         MOVE SPACES TO Tmp
         string resstr delimited by x"00" into Tmp end-string
         MOVE function numval(Tmp) TO GateWords
       END-IF
       IF GateWords = 0 THEN
         MOVE 10 TO GateWords
       END-IF.

      *> -------------------------
      *> SizeBoard: the largest square the dice fill, widened to the
      *> rows the rest can still fill -- 16 dice play 4x4, 20 play
      *> 4x5, 30 play 5x6. Every cell gets its own die.
       SizeBoard.
       MOVE 3 TO BoardWidth
       PERFORM UNTIL (BoardWidth + 1) * (BoardWidth + 1) > DieCount
         ADD 1 TO BoardWidth
       END-PERFORM
       COMPUTE BoardHeight = DieCount / BoardWidth
       COMPUTE BoardCells = BoardWidth * BoardHeight
       COMPUTE BoardChars = BoardCells * 2
       IF BoardChars < 32 THEN
         MOVE BoardChars TO LenCap
       ELSE
         MOVE 32 TO LenCap
       END-IF.

      *> -------------------------
      *> RollBoard: initround's shuffle -- draw BoardCells of the dice
      *> without replacement, then roll each one.
       RollBoard.
       MOVE SPACES TO Board
       PERFORM VARYING Moveindex FROM 1 BY 1 UNTIL Moveindex > DieCount
         MOVE Moveindex TO DieSlot(Moveindex)
       END-PERFORM
       PERFORM VARYING Moveindex FROM DieCount BY -1 UNTIL Moveindex = 1
         COMPUTE Moveloc = (function Random * Moveindex) + 1 END-COMPUTE
         MOVE DieSlot(Moveloc) TO Swapidx
         MOVE DieSlot(Moveindex) TO DieSlot(Moveloc)
         MOVE Swapidx TO DieSlot(Moveindex)
       END-PERFORM
       PERFORM VARYING Moveindex FROM 1 BY 1 UNTIL Moveindex > BoardCells
         COMPUTE Roll = (function Random * 6) + 1 END-COMPUTE
         MOVE DraftSide(DieSlot(Moveindex), Roll) TO Board(((Moveindex - 1) * 2) + 1 : 2)
       END-PERFORM.

      *> -------------------------
      *> CountBoardWords: the board's full yield -- allwords' prefilter
      *> (only words the board's letters can spell, that fit its
      *> cells) and then the checkword walk on each survivor.
       CountBoardWords.
       MOVE SPACES TO BoardLetters
       MOVE 1 TO BLOut
       PERFORM VARYING BLIdx FROM 1 BY 1 UNTIL BLIdx > BoardChars
         IF Board(BLIdx:1) NOT = SPACE THEN
           MOVE Board(BLIdx:1) TO BoardLetters(BLOut:1)
           ADD 1 TO BLOut
         END-IF
       END-PERFORM

       STRING "SELECT Word from WordList WHERE Language = '", function trim(Language), "'",
           " AND RemovedVersion IS NULL ", function trim(DiffPred),
           " AND length(Word) <= ", LenCap,
           " AND length(Word) >= ", MinWordLength,
           " AND length(translate(Word, '", function trim(BoardLetters), "', '')) = 0;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres2 end-call
       call "PQntuples" using by value pgres2 returning NCand

       MOVE 0 TO BoardYield
       PERFORM VARYING CandIdx FROM 0 BY 1 UNTIL CandIdx >= NCand
           call "PQgetvalue" using by value pgres2 by value CandIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           move SPACES to ListWord
           string resstr delimited by x"00" into ListWord end-string

           CALL "checkword" using
             by content Board
             by content ListWord
             by content BoardWidth
             by content BoardHeight
             By reference LoopStatus
             By reference HintX
             By reference HintY
           END-CALL

           IF ValidWord THEN
             ADD 1 TO BoardYield
           END-IF
       END-PERFORM.

      *> -------------------------
      *> StoreStats: the draft's header row and the audit line.
       StoreStats.
       MOVE AvgYield TO AvgYieldZ
       MOVE DudRate TO DudRateZ
       MOVE Samples TO SamplesZ
       MOVE GateWords TO GateZ
       MOVE DieCount TO DieCountZ
       MOVE Tier TO TierZ
       STRING "INSERT INTO DiceDrafts ( DraftName, Language, Difficulty, DieCount, BoardWidth, BoardHeight, ",
           "SampleBoards, GateWords, AvgYield, DudRate ) VALUES ( '", function trim(DraftName), "', '",
           function trim(Language), "', ", Tier, ", ", function trim(DieCountZ), ", ", BoardWidth, ", ", BoardHeight,
           ", ", function trim(SamplesZ), ", ", function trim(GateZ), ", ", function trim(AvgYieldZ), ", ", function trim(DudRateZ),
           " ) ON CONFLICT ( DraftName ) DO UPDATE SET Language = EXCLUDED.Language, ",
           "Difficulty = EXCLUDED.Difficulty, DieCount = EXCLUDED.DieCount, BoardWidth = EXCLUDED.BoardWidth, ",
           "BoardHeight = EXCLUDED.BoardHeight, SampleBoards = EXCLUDED.SampleBoards, ",
           "GateWords = EXCLUDED.GateWords, AvgYield = EXCLUDED.AvgYield, DudRate = EXCLUDED.DudRate, ",
           "CreatedAt = now(), PromotedAs = '', PromotedAt = NULL;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

       STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Operator),
           "', 'dicegen', '", function trim(DraftName), " ", function trim(Language),
           " dice=", function trim(DieCountZ), " tier=", function trim(TierZ),
           " boards=", function trim(SamplesZ), " yield=", function trim(AvgYieldZ),
           " dudrate=", function trim(DudRateZ), "' );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call.

      *> -------------------------
      *> ReportDraft: the letters and their faces, the dice as dealt, and
      *> what the sample boards yielded.
       ReportDraft.
       DISPLAY " "
       DISPLAY "=== dice draft: " function trim(DraftName) " (" function trim(Language)
           ", " function trim(DieCountZ) " dice, tier " function trim(TierZ) ")"
       DISPLAY "letter  share  faces"
       DISPLAY "------ ------ ------"
       PERFORM VARYING LetterIdx FROM 1 BY 1 UNTIL LetterIdx > NLetters
         COMPUTE LetterShare ROUNDED = LetterCount(LetterIdx) * 100 / TotalLetters
         MOVE LetterFaces(LetterIdx) TO FacesZ
         DISPLAY LetterCh(LetterIdx) "   " LetterShare "%    " FacesZ
       END-PERFORM

       DISPLAY " "
       PERFORM VARYING DieIdx FROM 1 BY 1 UNTIL DieIdx > DieCount
         MOVE SPACES TO DieLine
         MOVE DieIdx TO DieNumZ
         STRING "die ", DieNumZ, ": ", DraftSide(DieIdx, 1), " ", DraftSide(DieIdx, 2), " ",
             DraftSide(DieIdx, 3), " ", DraftSide(DieIdx, 4), " ", DraftSide(DieIdx, 5), " ",
             DraftSide(DieIdx, 6) DELIMITED BY SIZE INTO DieLine
         END-STRING
         DISPLAY DieLine
       END-PERFORM

       MOVE MinYield TO MinYieldZ
       MOVE MaxYield TO MaxYieldZ
       DISPLAY " "
       DISPLAY "boards simulated: " function trim(SamplesZ) " (" BoardWidth "x" BoardHeight ")"
       DISPLAY "expected yield:   " function trim(AvgYieldZ) " findable words per board (min "
           function trim(MinYieldZ) ", max " function trim(MaxYieldZ) ")"
       DISPLAY "dud rate:         " function trim(DudRateZ) "% under the " function trim(GateZ)
           "-word quality gate"
       DISPLAY "promote with dicepromote (setting=" function trim(DraftName) ", value=<set name>)".
