        *>   a new randomized board.
        *>   This round is thread-safe, it uses database table Status value 'Initializing'
        *>   for some rudimentary binary semaphore communication.
        *>   A rolled board a seated player has already played recently (or a turn
        *>   or mirror image of one) is rerolled; see the repeat guard below.
        *> Modifies:
        *> Dependencies:
        
       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(300) based.
       01 querystring pic x(2048).
      *> the round insert runs through execparams (no parameters) so
      *> checkresult gets its timing as well as its outcome.
       01 NParams0 usage binary-long VALUE 0.
       01 SpareParam1 pic x(260) VALUE SPACES.
       01 SpareParam2 pic x(260) VALUE SPACES.
       01 SpareParam3 pic x(260) VALUE SPACES.

       01 NPlayers usage binary-long.
       01 PlayerIdx usage binary-long.
         88 Invalidword VALUE 1.
         88 Validword VALUE 2.

      *> repeat guard: a rolled board that a seated player already
      *> played within BoardRepeatDays (Status row, default 30; 0 =
      *> off) -- as dealt, or turned or mirrored -- is rerolled out of
      *> the quality gate's budget. A repeat still standing when the
      *> budget runs out goes onto the round's provenance as
      *> RepeatPlayers, the number of seated players who had seen it.
       01 RepeatDays pic 9(3) VALUE 30.
       01 RepeatPlayers pic 9(4) VALUE 0.
       01 RepeatQuery pic x(4096) VALUE SPACES.
       01 VariantList pic x(2560) VALUE SPACES.
       01 VariantPtr usage binary-long.
       01 VariantNo usage binary-long.
       01 VariantW pic 99 VALUE 0.
       01 VariantH pic 99 VALUE 0.
       01 VariantBoard pic x(288) VALUE SPACES.
       01 VarX usage binary-long.
       01 VarY usage binary-long.
       01 SrcX usage binary-long.
       01 SrcY usage binary-long.
       01 SrcCell usage binary-long.
       01 DstCell usage binary-long.

      *> premium cells: the room's PremiumSquares count of bonus
      *> cells is scattered over the finished board and frozen onto the
      *> round as one character per cell ('.' plain, 'L' double-letter,
      *> 'W' triple-word) -- blank when the room plays a plain board.
       01 PremiumSquares pic 9(3) VALUE 0.
       01 PremiumMap pic x(144) VALUE SPACES.
       01 PremiumPlaced usage binary-long VALUE 0.
       01 PremiumTries usage binary-long VALUE 0.
       01 PremiumCell usage binary-long VALUE 0.

      *> required-tile rule: one cell of the finished board is
      *> starred for the round (Rounds.StarCell) and every word must
      *> pass through it; 0 -- NULL on the row -- when the room doesn't
      *> play the rule.
       01 StarRoomFlag pic x VALUE "f".
         88 RoomHasStar VALUE "t".
       01 StarCell pic 999 VALUE 0.

      *> shifting board: every ShiftSeconds into the round,
      *> ShiftTiles cells are rerolled. The whole schedule is rolled
      *> here and kept in RoundPhases, phase 0 being the board above.
       01 ShiftSeconds pic 9(5) VALUE 0.
       01 ShiftTiles pic 9(3) VALUE 0.
       01 NPhases usage binary-long VALUE 0.
       01 PhaseNo pic 9(3) VALUE 0.
       01 PhaseTile usage binary-long.
       01 PhaseCell usage binary-long.
       01 PhaseBoard pic x(288) VALUE SPACES.

      *> a tie for first waiting on a sudden-death board: the room's
      *> next round is that board, cut to TieBreakSeconds.
       01 NTieBoards usage binary-long VALUE 0.
       01 TieSeconds pic 9(5) VALUE 0.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       InitNewRound.
       Set NewRoundStarted TO TRUE

       STRING "SELECT BoardWidth, BoardHeight, RoundSeconds, PreRoundSeconds, DiceSet, MinBoardWords, Language, KidFriendly, MaxDifficulty, MinWordLength, PremiumSquares, StarCell, ShiftSeconds, ShiftTiles FROM Rooms WHERE Id = ", RoomId, ";", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
       string resstr delimited by x"00" into Tmp end-string
       MOVE Tmp TO MinWordLength

       call "PQgetvalue" using
            by value pgres
               by value 0
               by value 10
               returning resptr
       end-call
       set address of resstr to resptr
       MOVE SPACES TO TMP
       string resstr delimited by x"00" into Tmp end-string
       MOVE Tmp TO PremiumSquares

       call "PQgetvalue" using
            by value pgres
               by value 0
               by value 11
               returning resptr
       end-call
       set address of resstr to resptr
       MOVE SPACES TO StarRoomFlag
       string resstr delimited by x"00" into StarRoomFlag end-string

       call "PQgetvalue" using
            by value pgres
               by value 0
               by value 12
               returning resptr
       end-call
       set address of resstr to resptr
       MOVE SPACES TO TMP
       string resstr delimited by x"00" into Tmp end-string
       MOVE Tmp TO ShiftSeconds

       call "PQgetvalue" using
            by value pgres
               by value 0
               by value 13
               returning resptr
       end-call
       set address of resstr to resptr
       MOVE SPACES TO TMP
       string resstr delimited by x"00" into Tmp end-string
       MOVE Tmp TO ShiftTiles

       PERFORM LoadDiceSet

       MOVE PreRoundSeconds TO PreRoundTime
       MOVE ZEROES TO SeedUsed
       MOVE 0 TO RerollsDone
       MOVE 0 TO FoundWords
       MOVE 0 TO RepeatPlayers
       IF DailyRoom THEN
         PERFORM LoadDailyBoard
         IF NDailyBoards > 0 THEN
        *> quality gate: reroll a dud board (under the room's
        *> MinBoardWords) while the reroll budget lasts. Daily boards
        *> above are deliberately exempt -- they are served verbatim so
        *> every participant plays the identical layout. The repeat
        *> guard spends the same budget; with the gate off FoundWords
        *> stays 0 and only a repeat rerolls.
         PERFORM FetchRerollLimit
         PERFORM FetchRepeatDays
         MOVE 0 TO RerollsDone
         IF MinBoardWords > 0 THEN
           PERFORM CountBoardWords
         END-IF
         PERFORM CheckBoardRepeat
         PERFORM RerollBoard UNTIL (FoundWords >= MinBoardWords AND RepeatPlayers = 0)
             OR RerollsDone >= RerollLimit
       END-IF
       MOVE FoundWords TO FoundWordsZ
       PERFORM RollPremiumSquares
       MOVE 0 TO StarCell
       IF RoomHasStar THEN
         COMPUTE StarCell = (function Random * BoardCells) + 1 END-COMPUTE
       END-IF
       STRING "SELECT nextval('rounds_roundnum_seq');", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
      *> submitword and allwords validate against that pinned version,
      *> so a mid-round wordlist edit can't change a running round's
      *> rules (0 = no versioned edits yet = the live dictionary).
      *> The room's theme and theme bonus are pinned alongside, so a
      *> roomset mid-round can't re-theme a running round. So is the
      *> streak rule: the window (StreakSeconds widened by the throttle
      *> interval, 0 when streaks are off) and the step, and the
      *> inflection-family rule.
       string "insert into rounds ( roundid, roundstart, board, roomid, boardwidth, boardheight, roundseconds, dictversion, dicesetused, randomseed, rerollcount, boardyield, boardsource, repeatplayers, premium, starcell, theme, themebonus, streakwindow, streaksteppct, familyrule ) values ( ", RoundId, ", now() + interval '", PreRoundTime,
         " seconds', '", Board(1:BoardChars), "', ", RoomId, ", ", BoardWidth, ", ", BoardHeight, ", ", RoundSeconds,
         ", ( SELECT COALESCE(max(Version), 0) FROM WordListVersions ), '", function trim(DiceSetName),
         "', '", SeedUsed, "', ", RerollsDone, ", ", FoundWordsZ, ", '", function trim(BoardSrc),
         "', ", RepeatPlayers, ", NULLIF('", function trim(PremiumMap), "', ''), NULLIF(", StarCell, ", 0), ",
         "( SELECT Theme FROM Rooms WHERE Id = ", RoomId, " ), ( SELECT ThemeBonus FROM Rooms WHERE Id = ", RoomId,
         " ), ( SELECT CASE WHEN StreakSeconds > 0 THEN StreakSeconds + MinSubmitInterval ELSE 0 END FROM Rooms WHERE Id = ", RoomId,
         " ), ( SELECT StreakStepPct FROM Rooms WHERE Id = ", RoomId,
         " ), ( SELECT FamilyRule FROM Rooms WHERE Id = ", RoomId, " ) ) ;", x"00" INTO querystring
       END-STRING

       CALL "execparams" USING pgconn querystring NParams0
           SpareParam1 SpareParam2 SpareParam3 pgres END-CALL

       CALL "checkresult" USING BY REFERENCE pgconn pgres querystring
         BY CONTENT "initround       " "InitNewRound            "
         EXIT PARAGRAPH
       END-IF

       PERFORM ClaimTieBreakBoard

       IF ShiftSeconds > 0 AND ShiftTiles > 0 AND BoardSrc IS NOT = "daily" THEN
         PERFORM BuildBoardPhases
       END-IF

       string "UPDATE Players SET Ready = false, RoundEnded = false, MoreTime = false WHERE RoomId = ", RoomId, ";", x"00" INTO querystring
       END-STRING

         END-IF
       END-IF.

      *> scatter the room's premium cells over the final board
      *> (after any quality-gate rerolls, so the squares belong to the
      *> board actually played). Every fourth square placed is a
      *> triple-word square, the rest double-letter. A square that lands
      *> on a cell already taken is simply rolled again, with a bound on
      *> the attempts so an over-asked count on a small board can't spin.
       RollPremiumSquares.
       MOVE SPACES TO PremiumMap
       IF PremiumSquares > 0 THEN
         MOVE ALL "." TO PremiumMap(1:BoardCells)
         IF PremiumSquares > BoardCells THEN
           MOVE BoardCells TO PremiumSquares
         END-IF
         MOVE 0 TO PremiumPlaced
         MOVE 0 TO PremiumTries
         PERFORM UNTIL PremiumPlaced >= PremiumSquares OR PremiumTries >= BoardCells * 10
           ADD 1 TO PremiumTries
           COMPUTE PremiumCell = (function Random * BoardCells) + 1 END-COMPUTE
           IF PremiumMap(PremiumCell:1) = "." THEN
             ADD 1 TO PremiumPlaced
             IF function MOD(PremiumPlaced, 4) = 0 THEN
               MOVE "W" TO PremiumMap(PremiumCell:1)
             ELSE
               MOVE "L" TO PremiumMap(PremiumCell:1)
             END-IF
           END-IF
         END-PERFORM
       END-IF.

      *> a tie for first left pending by roundenddaemon (room tie-
      *> break rule 'suddendeath') claims this round as its board: the
      *> oldest pending tie in the room records the round, and the
      *> round's clock is cut to the Status row TieBreakSeconds
      *> (default 60) when that is shorter than the room's own.
       ClaimTieBreakBoard.
       STRING "UPDATE TieBreakBoards SET DecidingRoundId = ", RoundId,
           " WHERE RoundId = (SELECT min(RoundId) FROM TieBreakBoards WHERE RoomId = ", RoomId,
           " AND Status = 'pending' AND DecidingRoundId IS NULL) AND DecidingRoundId IS NULL ",
           "RETURNING COALESCE((SELECT Value FROM Status WHERE Name = 'TieBreakSeconds')::int, 60);",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NTieBoards
       IF NTieBoards = 0 THEN
         EXIT PARAGRAPH
       END-IF
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO Tmp
       string resstr delimited by x"00" into Tmp end-string
       MOVE function numval(Tmp) TO TieSeconds
       IF TieSeconds > 0 AND TieSeconds < RoundSeconds THEN
         MOVE TieSeconds TO RoundSeconds
         STRING "UPDATE Rounds SET RoundSeconds = ", RoundSeconds, " WHERE RoundId = ", RoundId, ";",
             x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
       END-IF.

      *> shifting board: phase 0 is the board just inserted, and
      *> each later phase starts ShiftSeconds after the one before it
      *> with ShiftTiles random cells rerolled from the room's dice --
      *> as many phases as start before the round's clock runs out.
       BuildBoardPhases.
       MOVE Board TO PhaseBoard
       COMPUTE NPhases = (RoundSeconds - 1) / ShiftSeconds
       IF NPhases > 99 THEN
         MOVE 99 TO NPhases
       END-IF
       MOVE 0 TO PhaseNo
       PERFORM InsertBoardPhase
       PERFORM VARYING PhaseNo FROM 1 BY 1 UNTIL PhaseNo > NPhases
         PERFORM VARYING PhaseTile FROM 1 BY 1 UNTIL PhaseTile > ShiftTiles
           COMPUTE PhaseCell = (function Random * BoardCells) + 1 END-COMPUTE
           COMPUTE Moveloc = (function Random * ActiveDice) + 1 END-COMPUTE
           COMPUTE Roll = (function Random * 6) + 1 END-COMPUTE
           MOVE Diceside(Moveloc, Roll) TO PhaseBoard(((PhaseCell - 1) * 2) + 1 : 2)
         END-PERFORM
         PERFORM InsertBoardPhase
       END-PERFORM.

       InsertBoardPhase.
       STRING "INSERT INTO RoundPhases ( RoundId, Phase, Board, StartsAt ) VALUES ( ", RoundId, ", ", PhaseNo,
           ", '", PhaseBoard(1:BoardChars), "', ( SELECT RoundStart FROM Rounds WHERE RoundId = ", RoundId,
           " ) + make_interval(secs => ", PhaseNo, " * ", ShiftSeconds, ") );", x"00" INTO querystring
       END-STRING
       call "PQexec" using
            by value pgconn
            by reference querystring
            returning pgres2
       end-call.

       RerollBoard.
       ADD 1 TO RerollsDone
       PERFORM RandomizeBoard
       IF MinBoardWords > 0 THEN
         PERFORM CountBoardWords
       END-IF
       PERFORM CheckBoardRepeat.

      *> the repeat guard's lookback, from the Status row
      *> BoardRepeatDays; 0 switches the guard off.
       FetchRepeatDays.
       STRING "SELECT Value FROM Status WHERE Name = 'BoardRepeatDays';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres2
       end-call
       call "PQntuples" using by value pgres2 returning NLimit
       IF NLimit > 0 THEN
         call "PQgetvalue" using by value pgres2 by value 0 by value 0 returning resptr end-call
         set address of resstr to resptr
         MOVE SPACES TO TMP
         string resstr delimited by x"00" into Tmp end-string
         IF Tmp IS NOT = SPACES THEN
           MOVE Tmp TO RepeatDays
         END-IF
       END-IF.

      *> how many of the seated players have played the candidate
      *> board within the lookback, as dealt or in any of its eight
      *> turns and mirror images (a non-square board's quarter turns
      *> and diagonal mirrors lie the other way round, so they are
      *> matched against boards of the swapped size). Played means a
      *> settled RoundScores row, live round or archived.
       CheckBoardRepeat.
       MOVE 0 TO RepeatPlayers
       IF RepeatDays = 0 THEN
         EXIT PARAGRAPH
       END-IF

       MOVE SPACES TO VariantList
       MOVE 1 TO VariantPtr
       PERFORM VARYING VariantNo FROM 1 BY 1 UNTIL VariantNo > 8
         IF VariantNo <= 4 THEN
           MOVE BoardWidth TO VariantW
           MOVE BoardHeight TO VariantH
         ELSE
           MOVE BoardHeight TO VariantW
           MOVE BoardWidth TO VariantH
         END-IF
         MOVE SPACES TO VariantBoard
         PERFORM VARYING VarY FROM 0 BY 1 UNTIL VarY >= VariantH
           PERFORM VARYING VarX FROM 0 BY 1 UNTIL VarX >= VariantW
             EVALUATE VariantNo
               WHEN 1 MOVE VarX TO SrcX MOVE VarY TO SrcY
               WHEN 2 COMPUTE SrcX = BoardWidth - 1 - VarX COMPUTE SrcY = BoardHeight - 1 - VarY
               WHEN 3 COMPUTE SrcX = BoardWidth - 1 - VarX MOVE VarY TO SrcY
               WHEN 4 MOVE VarX TO SrcX COMPUTE SrcY = BoardHeight - 1 - VarY
               WHEN 5 MOVE VarY TO SrcX MOVE VarX TO SrcY
               WHEN 6 MOVE VarY TO SrcX COMPUTE SrcY = BoardHeight - 1 - VarX
               WHEN 7 COMPUTE SrcX = BoardWidth - 1 - VarY MOVE VarX TO SrcY
               WHEN 8 COMPUTE SrcX = BoardWidth - 1 - VarY COMPUTE SrcY = BoardHeight - 1 - VarX
             END-EVALUATE
             COMPUTE SrcCell = (SrcY * BoardWidth + SrcX) * 2 + 1
             COMPUTE DstCell = (VarY * VariantW + VarX) * 2 + 1
             MOVE Board(SrcCell:2) TO VariantBoard(DstCell:2)
           END-PERFORM
         END-PERFORM
         IF VariantNo > 1 THEN
           STRING ", " DELIMITED BY SIZE INTO VariantList WITH POINTER VariantPtr END-STRING
         END-IF
         STRING "( ", VariantW, ", ", VariantH, ", '", function trim(VariantBoard(1:BoardChars) TRAILING), "' )"
             DELIMITED BY SIZE INTO VariantList WITH POINTER VariantPtr
         END-STRING
       END-PERFORM

       STRING "SELECT count(DISTINCT s.Player) FROM RoundScores s JOIN ( SELECT RoundId, BoardWidth, ",
           "BoardHeight, Board FROM Rounds UNION ALL SELECT RoundId, BoardWidth, BoardHeight, Board ",
           "FROM RoundsArchive ) r ON r.RoundId = s.RoundId WHERE s.SettledAt > now() - make_interval(days => ",
           RepeatDays, ") AND s.Player IN ( SELECT Name FROM Players WHERE RoomId = ", RoomId,
           " AND Spectator = false AND LastSeen + make_interval(secs => (SELECT IdleTimeoutSeconds ",
           "FROM Rooms WHERE Id = ", RoomId, ")) > now() ) AND ( r.BoardWidth, r.BoardHeight, rtrim(r.Board) ) IN ( ",
           VariantList(1:VariantPtr - 1), " );", x"00" DELIMITED BY SIZE INTO RepeatQuery
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference RepeatQuery
           returning pgres2
       end-call
       call "PQntuples" using by value pgres2 returning NLimit
       IF NLimit > 0 THEN
         call "PQgetvalue" using by value pgres2 by value 0 by value 0 returning resptr end-call
         set address of resstr to resptr
         MOVE SPACES TO TMP
         string resstr delimited by x"00" into Tmp end-string
         IF Tmp IS NOT = SPACES THEN
           MOVE Tmp TO RepeatPlayers
         END-IF
       END-IF.

      *> how many dictionary words does the candidate board yield?
      *> Same prefilter-then-checkword walk allwords runs for the real
