        *> -------------------------
        *> displaypredictions.
        *> Takes: pgconn, Player, RoomId, OutFormat.
        *> The predictions func: the winner picks on the caller's room's
        *>   latest round -- whether picks are being taken right now
        *>   (Predictions on, still in the pre-round countdown, not a
        *>   bracket/Swiss/league match), the pot, each contestant with
        *>   how many picks and coins are on them, and the caller's own
        *>   pick with its stake, status and payout -- plus the caller's
        *>   record: picks settled and how many were right.
        *> Modifies:
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. displaypredictions.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(256) based.
       01 querystring pic x(2048).

       01 NRows usage binary-long VALUE 0.
       01 RowIdx usage binary-long.
       01 PredRound pic x(8) VALUE SPACES.
       01 PredOpen pic x(5) VALUE SPACES.
       01 PredPot pic x(10) VALUE SPACES.
       01 MyPick pic x(16) VALUE SPACES.
       01 MyStake pic x(8) VALUE SPACES.
       01 MyStatus pic x(8) VALUE SPACES.
       01 MyPayout pic x(10) VALUE SPACES.
       01 RecMade pic x(8) VALUE SPACES.
       01 RecRight pic x(8) VALUE SPACES.
       01 CandName pic x(16).
       01 CandPicks pic x(8).
       01 CandStaked pic x(10).

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 RoomId pic 99999 usage display.
       01 OutFormat pic x(4).

       PROCEDURE DIVISION USING pgconn, Player, RoomId, OutFormat.
       Begin.

       MOVE "0" TO PredRound PredPot MyStake MyPayout RecMade RecRight
       MOVE "false" TO PredOpen

       IF RoomId IS NOT = HIGH-VALUES THEN
         STRING "SELECT rd.RoundId, CASE WHEN rm.Predictions AND rd.RoundStart > now() AND rd.Annulled = false ",
             "AND NOT EXISTS ( SELECT 1 FROM BracketMatches bm WHERE bm.RoomId = rd.RoomId AND bm.Status = 'playing' ) ",
             "AND NOT EXISTS ( SELECT 1 FROM SwissMatches sm WHERE sm.RoomId = rd.RoomId AND sm.Status = 'playing' ) ",
             "AND NOT EXISTS ( SELECT 1 FROM LeagueFixtures lf WHERE rd.RoundId IN ( lf.Round1, lf.Round2 ) ) ",
             "THEN 'true' ELSE 'false' END, ",
             "COALESCE(( SELECT sum(Stake) FROM Predictions WHERE RoundId = rd.RoundId AND Status <> 'refunded' ), 0), ",
             "COALESCE(my.Pick, ''), COALESCE(my.Stake, 0), COALESCE(my.Status, ''), COALESCE(my.Payout, 0) ",
             "FROM Rounds rd JOIN Rooms rm ON rm.Id = rd.RoomId ",
             "LEFT JOIN Predictions my ON my.RoundId = rd.RoundId AND my.Player = '", function trim(Player), "' ",
             "WHERE rd.RoomId = ", RoomId, " ORDER BY rd.RoundId DESC LIMIT 1;", x"00" INTO QueryString
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
         call "PQntuples" using by value pgres returning NRows
         IF NRows > 0 THEN
           call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO PredRound
           string resstr delimited by x"00" into PredRound end-string

           call "PQgetvalue" using by value pgres by value 0 by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO PredOpen
           string resstr delimited by x"00" into PredOpen end-string

           call "PQgetvalue" using by value pgres by value 0 by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO PredPot
           string resstr delimited by x"00" into PredPot end-string

           call "PQgetvalue" using by value pgres by value 0 by value 3 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO MyPick
           string resstr delimited by x"00" into MyPick end-string

           call "PQgetvalue" using by value pgres by value 0 by value 4 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO MyStake
           string resstr delimited by x"00" into MyStake end-string

           call "PQgetvalue" using by value pgres by value 0 by value 5 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO MyStatus
           string resstr delimited by x"00" into MyStatus end-string

           call "PQgetvalue" using by value pgres by value 0 by value 6 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO MyPayout
           string resstr delimited by x"00" into MyPayout end-string
         END-IF
       END-IF

       STRING "SELECT count(*) FILTER (WHERE Status IN ('won', 'lost')), count(*) FILTER (WHERE Status = 'won') ",
           "FROM Predictions WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RecMade
       string resstr delimited by x"00" into RecMade end-string
       call "PQgetvalue" using by value pgres by value 0 by value 1 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RecRight
       string resstr delimited by x"00" into RecRight end-string

       IF OutFormat = "json" THEN
          DISPLAY '"predictions":{"round":' function trim(PredRound) ',"open":' function trim(PredOpen)
              ',"pot":' function trim(PredPot) ',"pick":"' function trim(MyPick) '","stake":' function trim(MyStake)
              ',"status":"' function trim(MyStatus) '","payout":' function trim(MyPayout)
              ',"settled":' function trim(RecMade) ',"correct":' function trim(RecRight) ',"contestants":['
       ELSE
          DISPLAY "<predictions><round>", function trim(PredRound), "</round><open>", function trim(PredOpen),
              "</open><pot>", function trim(PredPot), "</pot><pick>", function trim(MyPick), "</pick><stake>",
              function trim(MyStake), "</stake><status>", function trim(MyStatus), "</status><payout>",
              function trim(MyPayout), "</payout><settled>", function trim(RecMade), "</settled><correct>",
              function trim(RecRight), "</correct>"
          DISPLAY "<contestants>"
       END-IF

      *> the contestants seated now, and anyone else a pick named
      *> who has since left the room.
       MOVE 0 TO NRows
       IF RoomId IS NOT = HIGH-VALUES THEN
         STRING "SELECT c.Name, count(pr.Player) FILTER (WHERE pr.Status <> 'refunded'), ",
             "COALESCE(sum(pr.Stake) FILTER (WHERE pr.Status <> 'refunded'), 0) FROM ( ",
             "SELECT Name FROM Players WHERE RoomId = ", RoomId, " AND Spectator = false ",
             "UNION SELECT Pick FROM Predictions WHERE RoundId = ", function trim(PredRound), " ) c ",
             "LEFT JOIN Predictions pr ON pr.RoundId = ", function trim(PredRound), " AND pr.Pick = c.Name ",
             "GROUP BY c.Name ORDER BY 3 DESC, c.Name;", x"00" INTO QueryString
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
         call "PQntuples" using by value pgres returning NRows
       END-IF

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO CandName
           string resstr delimited by x"00" into CandName end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO CandPicks
           string resstr delimited by x"00" into CandPicks end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO CandStaked
           string resstr delimited by x"00" into CandStaked end-string

           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"player":"' function trim(CandName) '","picks":' function trim(CandPicks)
                  ',"staked":' function trim(CandStaked) '}'
           ELSE
              DISPLAY "<contestant><player>", function trim(CandName), "</player><picks>", function trim(CandPicks),
                  "</picks><staked>", function trim(CandStaked), "</staked></contestant>"
           END-IF
       END-PERFORM

       IF OutFormat = "json" THEN
          DISPLAY "]}"
       ELSE
          DISPLAY "</contestants>"
          DISPLAY "</predictions>"
       END-IF

       EXIT PROGRAM.
