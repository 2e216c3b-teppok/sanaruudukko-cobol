        *> Takes: an optional "once" argument -- drain the backlog and
        *>   exit instead of running as a daemon.
        *> Round lifecycle daemon: instead of every client separately
        *>   discovering that RoundStart + RoundSeconds -- plus the
        *>   longest extended time allowance (ExtraTime) of a player
        *>   seated in the room -- has passed
        *>   (roundstatus recomputing per request, end-of-round work
        *>   only happening when someone called the right func), this
        *>   daemon wakes for each round as it ends and, exactly once:
        *>       viewing client would have made (their exactly-once
        *>       guards all hold; the display output lands in the
        *>       daemon's log and nobody reads it)
        *>     - posts the final standings as a localized SYSTEM line,
        *>       naming the winner the settle's stored placings
        *>       (RoundScores.FinalRank) decided
        *>     - sends a tie for first in a 'suddendeath' tie-break room
        *>       to a sudden-death board, and settles such a tie (and the
        *>       winner predictions on it) from its board once that
        *>       board's round ends
        *>     - NOTIFYs the room channel so every wordwaiter client
        *>       refreshes immediately
        *> Modifies: Rounds.EndProcessed, TieBreakBoards, RoundScores.
        *>   FinalRank (of a tie a sudden-death board decided), plus
        *>   whatever roundstatus / displaywords / systemchat /
        *>   bracketadvance / swissadvance write.
        *> Dependencies: getdb, schemacheck, roundstatus, displaywords, systemchat,
        *>   bracketadvance, swissadvance, predictsettle

       IDENTIFICATION DIVISION.
       PROGRAM-ID. roundenddaemon.
       01 resptr usage pointer.
       01 resstr pic x(80) based.
       01 result usage binary-long.
       01 querystring pic x(2560).

       01 RunMode pic x(8) VALUE SPACES.
       01 LoopFlag pic 9 VALUE 0.
       01 TopScore pic x(16) VALUE SPACES.
       01 NTop usage binary-long VALUE 0.

      *> tie-breaks: how many share first place, the room's rule,
      *> whether this round is itself a sudden-death board, and -- for
      *> such a board -- the tied round it decides and its winner.
       01 NFirst usage binary-long VALUE 0.
       01 TieRule pic x(16) VALUE SPACES.
       01 DecidingFlag pic x VALUE "f".
         88 RoundDecidesTie VALUE "t".
       01 NDecided usage binary-long VALUE 0.
       01 TiedRoundId pic x(8) VALUE SPACES.
       01 TiedRound pic 99999 usage display.
       01 TieWinner pic x(16) VALUE SPACES.

      *> alternate win conditions: the live round whose leader has
      *> just met the room's race target, and who crossed the line.
       01 NRace usage binary-long VALUE 0.
       01 RaceRoomId pic 99999 usage display.
       01 RaceWinner pic x(16) VALUE SPACES.

      *> a database behind the schema this build needs
      *> (schemacheck) is refused at startup rather than met with
      *> missing-column errors pass after pass.
       01 SchemaHave pic 9(4) VALUE 0.
       01 SchemaNeed pic 9(4) VALUE 0.
       01 SchemaState pic x VALUE "o".
         88 SchemaOk VALUE "o".

       PROCEDURE DIVISION.
       Begin.


       CALL "getdb" USING BY REFERENCE pgconn

       CALL "schemacheck" USING BY REFERENCE pgconn SchemaHave SchemaNeed SchemaState
       END-CALL
       IF NOT SchemaOk THEN
         DISPLAY "database schema " SchemaHave " is behind the " SchemaNeed
             " this build needs - run schemamigrate; not starting"
         call "PQfinish" using by value pgconn returning result end-call
         MOVE 1 TO RETURN-CODE
         STOP RUN
       END-IF

       PERFORM WatchOnce UNTIL StopDaemon

       call "PQfinish" using by value pgconn returning result end-call

      *> -------------------------
      *> WatchOnce: pick the oldest round that has ended without
      *> its end being processed, run the lifecycle on it -- a round
      *> is not due while a seated pupil's extended time still runs,
      *> which holds settlement, ratings and missed-words; with none
      *> due, nap half a second ("once" mode exits instead). Race
      *> rooms get their target checked first, so a finish line
      *> crossed mid-round ends the round on this very pass.
       PERFORM CheckRaceFinish
       STRING "SELECT RoundId, COALESCE(RoomId, -1) FROM Rounds ",
           "WHERE EndProcessed = false AND Paused = false ",
           "AND RoundStart + make_interval(secs => RoundSeconds + COALESCE(( SELECT MAX(x.Seconds) ",
           "FROM ExtraTime x JOIN RoomMembers m ON m.RoomId = x.RoomId AND m.Player = x.Player ",
           "WHERE x.RoomId = Rounds.RoomId ), 0)) < now() ",
           "ORDER BY RoundId LIMIT 1;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
         By Content XmlFormat
       END-CALL

      *> a round dealt as a sudden-death board settles the tie it
      *> was dealt for before anything else.
       PERFORM SettleTieBreakBoard

      *> final standings as a SYSTEM line in the room's language --
      *> the winner is whoever the settle ranked first (score, then
      *> the room's tie-break rule), never re-decided here.
       MOVE SPACES TO TopName
       MOVE SPACES TO TopScore
       MOVE 0 TO NFirst
       MOVE SPACES TO TieRule
       MOVE "f" TO DecidingFlag
       STRING "SELECT rs.Player, rs.Score, (SELECT count(*) FROM RoundScores f WHERE f.RoundId = ", RoundId,
           " AND f.FinalRank = 1), r.TieBreak, EXISTS (SELECT 1 FROM TieBreakBoards t ",
           "WHERE t.DecidingRoundId = ", RoundId, ") FROM RoundScores rs JOIN Rooms r ON r.Id = rs.RoomId ",
           "WHERE rs.RoundId = ", RoundId, " ORDER BY rs.FinalRank NULLS LAST, rs.Player LIMIT 1;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NTop
         call "PQgetvalue" using by value pgres by value 0 by value 1 returning resptr end-call
         set address of resstr to resptr
         string resstr delimited by x"00" into TopScore end-string
         call "PQgetvalue" using by value pgres by value 0 by value 2 returning resptr end-call
         set address of resstr to resptr
         MOVE SPACES TO Tmp
         string resstr delimited by x"00" into Tmp end-string
         MOVE function numval(Tmp) TO NFirst
         call "PQgetvalue" using by value pgres by value 0 by value 3 returning resptr end-call
         set address of resstr to resptr
         string resstr delimited by x"00" into TieRule end-string
         call "PQgetvalue" using by value pgres by value 0 by value 4 returning resptr end-call
         set address of resstr to resptr
         MOVE SPACES TO DecidingFlag
         string resstr delimited by x"00" into DecidingFlag end-string
       END-IF

       CALL "systemchat" USING BY REFERENCE pgconn RoomId
         BY CONTENT "round_over      " TopName TopScore
       END-CALL

      *> a tie for first in a sudden-death room is not decided yet:
      *> the room's next round is the board that decides it (initround
      *> picks the pending row up), and the bracket waits for it.
       IF NTop > 0 AND NFirst > 1 AND function trim(TieRule) = "suddendeath"
           AND NOT RoundDecidesTie THEN
         STRING "INSERT INTO TieBreakBoards ( RoundId, RoomId ) VALUES ( ", RoundId, ", ", RoomId,
             " ) ON CONFLICT ( RoundId ) DO NOTHING;", x"00" INTO QueryString
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
         CALL "systemchat" USING BY REFERENCE pgconn RoomId
           BY CONTENT "tiebreak_board  " "                " "                "
         END-CALL
         MOVE 0 TO NTop
       END-IF

      *> a round in a knockout pairing room decides that match --
      *> bracketadvance records the winner and, when the whole bracket
      *> round is in, creates the next round's rooms. swissadvance
      *> does the same for a Swiss pairing room. Rooms belonging
      *> to no live match return from these immediately.
       IF NTop > 0 THEN
         CALL "bracketadvance" USING BY REFERENCE pgconn RoomId TopName
         END-CALL
         CALL "swissadvance" USING BY REFERENCE pgconn RoomId TopName
         END-CALL
       END-IF

      *> wake every wordwaiter LISTENing on this room right now.

       DISPLAY "round " RoundId " in room " RoomId " closed (" function trim(TopName) " " function trim(TopScore) ")".

      *> -------------------------
      *> SettleTieBreakBoard: when the round just closed is the
      *> sudden-death board of an earlier tie, reorder that tie from
      *> the board's own placings -- the tied players only, best board
      *> placing first (a tied player who sat the board out places
      *> behind one who played it) -- then announce the winner and
      *> hand them to bracketadvance, which the tie held back. The
      *> Status flip is the exactly-once claim.
       SettleTieBreakBoard.
       STRING "UPDATE TieBreakBoards SET Status = 'decided' WHERE DecidingRoundId = ", RoundId,
           " AND Status = 'pending' RETURNING RoundId;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NDecided
       IF NDecided = 0 THEN
         EXIT PARAGRAPH
       END-IF
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO TiedRoundId
       string resstr delimited by x"00" into TiedRoundId end-string

       STRING "UPDATE RoundScores rs SET FinalRank = o.Rnk FROM ",
           "(SELECT t.Player, row_number() OVER (ORDER BY d.FinalRank NULLS LAST, t.Player) AS Rnk ",
           "FROM RoundScores t LEFT JOIN RoundScores d ON d.RoundId = ", RoundId,
           " AND d.Player = t.Player WHERE t.RoundId = ", function trim(TiedRoundId),
           " AND t.FinalRank = 1) o WHERE rs.RoundId = ", function trim(TiedRoundId),
           " AND rs.Player = o.Player;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

      *> the tied round's winner predictions were held for this.
       COMPUTE TiedRound = function numval(TiedRoundId)
       CALL "predictsettle" USING BY REFERENCE pgconn RoomId TiedRound
       END-CALL

       MOVE SPACES TO TieWinner
       STRING "SELECT Player FROM RoundScores WHERE RoundId = ", function trim(TiedRoundId),
           " AND FinalRank = 1;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NDecided
       IF NDecided = 0 THEN
         EXIT PARAGRAPH
       END-IF
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       string resstr delimited by x"00" into TieWinner end-string

       CALL "systemchat" USING BY REFERENCE pgconn RoomId
         BY CONTENT "tiebreak_won    " TieWinner "                "
       END-CALL
       CALL "bracketadvance" USING BY REFERENCE pgconn RoomId TieWinner
       END-CALL
       CALL "swissadvance" USING BY REFERENCE pgconn RoomId TieWinner
       END-CALL.

      *> -------------------------
      *> CheckRaceFinish: in rooms playing an alternate win condition,
      *> end any live round whose leader has met the target -- first
      *> player to WinTarget points ('score') or accepted words
      *> ('words'). The finish is enacted by shifting RoundStart back
      *> past RoundSeconds and every extended time allowance in the
      *> room (the inverse of moretime's extension), so
      *> roundstatus, submitword and the claim above all see the round
      *> as over at once; the winner is announced and the room NOTIFYed
      *> right away, and the normal end lifecycle settles it on the
           "WHERE r.EndProcessed = false AND r.Paused = false ",
           "AND rm.WinCondition <> 'timer' AND rm.WinTarget > 0 ",
           "AND r.RoundStart <= now() ",
           "AND r.RoundStart + make_interval(secs => r.RoundSeconds + COALESCE(( SELECT MAX(x.Seconds) ",
           "FROM ExtraTime x JOIN RoomMembers m ON m.RoomId = x.RoomId AND m.Player = x.Player ",
           "WHERE x.RoomId = r.RoomId ), 0)) > now() ",
           "AND EXISTS (SELECT 1 FROM Words w2 WHERE w2.RoundId = r.RoundId ",
           "AND w2.Languagecheck = true AND w2.Disabled = false GROUP BY w2.Player ",
           "HAVING CASE WHEN rm.WinCondition = 'words' THEN count(*) ",
       set address of resstr to resptr
       string resstr delimited by x"00" into RaceWinner end-string

       STRING "UPDATE Rounds SET RoundStart = now() - make_interval(secs => RoundSeconds + 1 + ",
           "COALESCE(( SELECT MAX(x.Seconds) FROM ExtraTime x WHERE x.RoomId = Rounds.RoomId ), 0)) ",
           "WHERE RoundId = ", RaceRoundId, " AND EndProcessed = false;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
