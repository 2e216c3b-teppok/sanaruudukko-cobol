        *> -------------------------
        *> swissadvance.
        *> Takes: pgconn, RoomId, WinnerName.
        *> Advances a Swiss event after roundenddaemon settles a
        *>   finished round, the way bracketadvance advances a bracket:
        *>   when the round's room is a live Swiss pairing room, the
        *>   round's winner (FinalRank 1 -- the room's tie-break rule
        *>   already applied) is recorded as that match's winner and
        *>   credited two points; the claim is the Status flip. Once the
        *>   last match of a Swiss round is decided, every player's
        *>   Buchholz (the points of the opponents they met) is brought
        *>   up to date and the next round is paired through swisspair
        *>   -- or, after the event's last round, the final table is
        *>   frozen: points, then Buchholz, then rating. The final table
        *>   is then applied to Players.Rating the ELO way, every player
        *>   against every other on final place, so the event carries
        *>   into the season's SeasonRatings snapshot at seasonclose.
        *>   Rooms that belong to no live match exit immediately.
        *> Modifies: SwissMatches, SwissPlayers, SwissEvents,
        *>   Players.Rating, AuditLog, and (via swisspair) Rooms/
        *>   RoomInvites
        *> Dependencies: swisspair

       IDENTIFICATION DIVISION.
       PROGRAM-ID. swissadvance.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(80) based.
       01 querystring pic x(1536).

       01 NClaimed usage binary-long VALUE 0.
       01 NOpen usage binary-long VALUE 0.
       01 Tmp pic x(8) VALUE SPACES.

       01 EventIdTxt pic x(8) VALUE SPACES.
       01 ThisRound pic 999 usage display VALUE ZEROES.
       01 NextRound pic 999 usage display VALUE ZEROES.
       01 EventRounds pic 999 usage display VALUE ZEROES.
       01 EventWinner pic x(16) VALUE SPACES.

      *> the final table for the rating pass; 64 bounds it the
      *> same way swisspair's field is bounded.
       01 NPlaced usage binary-long VALUE 0.
       01 PIdx usage binary-long.
       01 OppIdx usage binary-long.
       01 RowIdx usage binary-long.
       01 PlaceTable.
         02 PlaceEntry OCCURS 64.
           03 PName pic x(16).
           03 PRating usage binary-long.
           03 PPlace usage binary-long.
           03 PNewRating usage binary-long.

      *> the ELO arithmetic one operation per COMPUTE on float
      *> fields, exactly as updateratings does it.
       01 ExpectedSum usage float-long.
       01 ExpectedOne usage float-long.
       01 ActualSum usage float-long.
       01 RatingDiff usage float-long.
       01 RatingDelta usage float-long.
       01 OpponentsF usage float-long.
       01 OneF usage float-long VALUE 1.
       01 TenF usage float-long VALUE 10.
       01 HalfF usage float-long VALUE 0.5.
       01 KFactorF usage float-long VALUE 32.
       01 FourHundredF usage float-long VALUE 400.
       01 NewRatingZ pic ----9.
       01 DeltaRating usage binary-long.
       01 DeltaZ pic ----9.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 RoomId pic 99999 usage display.
       01 WinnerName pic x(16).

       PROCEDURE DIVISION USING pgconn, RoomId, WinnerName.
       Begin.

      *> the claim: flip the room's live match to done with this
      *> winner, but only if the name really is one of the two
      *> players -- a round somehow topped by anyone else leaves the
      *> match open for the organizer to sort out.
       STRING "UPDATE SwissMatches SET Status = 'done', Winner = '", function trim(WinnerName),
           "' WHERE RoomId = ", RoomId, " AND Status = 'playing' AND ( Player1 = '",
           function trim(WinnerName), "' OR Player2 = '", function trim(WinnerName),
           "' ) RETURNING EventId, Round;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NClaimed
       IF NClaimed = 0 THEN
         EXIT PROGRAM
       END-IF

       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO EventIdTxt
       string resstr delimited by x"00" into EventIdTxt end-string

       call "PQgetvalue" using by value pgres by value 0 by value 1 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO Tmp
       string resstr delimited by x"00" into Tmp end-string
       MOVE function numval(Tmp) TO ThisRound

       STRING "UPDATE SwissPlayers SET Points = Points + 2 WHERE EventId = ", function trim(EventIdTxt),
           " AND Player = '", function trim(WinnerName), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

      *> matches still undecided this round leave the event where
      *> it is.
       STRING "SELECT count(*) FROM SwissMatches WHERE EventId = ", function trim(EventIdTxt),
           " AND Round = ", ThisRound, " AND Status <> 'done';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO Tmp
       string resstr delimited by x"00" into Tmp end-string
       MOVE function numval(Tmp) TO NOpen
       IF NOpen > 0 THEN
         EXIT PROGRAM
       END-IF

      *> Buchholz: the sum of the current points of everyone a
      *> player has met (a bye meets nobody and adds nothing).
       STRING "UPDATE SwissPlayers sp SET Buchholz = COALESCE((SELECT sum(o.Points) ",
           "FROM SwissMatches m JOIN SwissPlayers o ON o.EventId = m.EventId ",
           "AND o.Player = CASE WHEN m.Player1 = sp.Player THEN m.Player2 ELSE m.Player1 END ",
           "WHERE m.EventId = sp.EventId AND m.Player2 IS NOT NULL ",
           "AND ( m.Player1 = sp.Player OR m.Player2 = sp.Player )), 0) ",
           "WHERE sp.EventId = ", function trim(EventIdTxt), ";", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       STRING "SELECT Rounds FROM SwissEvents WHERE Id = ", function trim(EventIdTxt), ";",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO Tmp
       string resstr delimited by x"00" into Tmp end-string
       MOVE function numval(Tmp) TO EventRounds

       IF ThisRound < EventRounds THEN
         COMPUTE NextRound = ThisRound + 1
         STRING "UPDATE SwissEvents SET CurrentRound = ", NextRound, " WHERE Id = ",
             function trim(EventIdTxt), " AND CurrentRound = ", ThisRound, " RETURNING Id;",
             x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
         call "PQntuples" using by value pgres returning NClaimed
         IF NClaimed > 0 THEN
           CALL "swisspair" USING BY REFERENCE pgconn EventIdTxt NextRound
           END-CALL
         END-IF
         EXIT PROGRAM
       END-IF

       PERFORM FreezeFinalTable

       EXIT PROGRAM.

      *> -------------------------
      *> FreezeFinalTable: the event is over. Final places by
      *> points, Buchholz, rating; the winner frozen onto the event;
      *> then the rating pass over the rated players on the final
      *> table. The Status flip
      *> to 'done' is the exactly-once claim.
       FreezeFinalTable.
       STRING "UPDATE SwissEvents SET Status = 'done' WHERE Id = ", function trim(EventIdTxt),
           " AND Status = 'running' RETURNING Id;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NClaimed
       IF NClaimed = 0 THEN
         EXIT PARAGRAPH
       END-IF

       STRING "UPDATE SwissPlayers sp SET FinalPlace = o.Place FROM ",
           "(SELECT s.Player, row_number() OVER (ORDER BY s.Points DESC, s.Buchholz DESC, ",
           "COALESCE(p.Rating, 0) DESC, s.Player) AS Place FROM SwissPlayers s LEFT JOIN Players p ON p.Name = s.Player ",
           "WHERE s.EventId = ", function trim(EventIdTxt), ") o ",
           "WHERE sp.EventId = ", function trim(EventIdTxt), " AND sp.Player = o.Player;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

      *> the winner is whoever finished first on the full table,
      *> rated or not.
       STRING "SELECT Player FROM SwissPlayers WHERE EventId = ", function trim(EventIdTxt),
           " AND FinalPlace = 1;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NPlaced
       IF NPlaced = 0 THEN
         EXIT PARAGRAPH
       END-IF
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO EventWinner
       string resstr delimited by x"00" into EventWinner end-string

       STRING "UPDATE SwissEvents SET Winner = '", function trim(EventWinner),
           "' WHERE Id = ", function trim(EventIdTxt), ";", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

      *> the rating table leaves out who updateratings leaves out --
      *> spectators, bots (practice furniture) and guests (passers-by
      *> on a temporary account) neither gain rating nor count as an
      *> opponent. The rest keep their final places relative to each
      *> other.
       STRING "SELECT sp.Player, p.Rating, sp.FinalPlace FROM SwissPlayers sp ",
           "JOIN Players p ON p.Name = sp.Player WHERE sp.EventId = ", function trim(EventIdTxt),
           " AND p.Spectator = false AND p.IsBot = false AND p.IsGuest = false",
           " ORDER BY sp.FinalPlace;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NPlaced
       IF NPlaced > 64 THEN
         MOVE 64 TO NPlaced
       END-IF

       PERFORM VARYING PIdx FROM 1 BY 1 UNTIL PIdx > NPlaced
         COMPUTE RowIdx = PIdx - 1
         call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
         set address of resstr to resptr
         MOVE SPACES TO PName(PIdx)
         string resstr delimited by x"00" into PName(PIdx) end-string
         call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
         set address of resstr to resptr
         MOVE SPACES TO Tmp
         string resstr delimited by x"00" into Tmp end-string
         MOVE function numval(Tmp) TO PRating(PIdx)
         call "PQgetvalue" using by value pgres by value RowIdx by value 2 returning resptr end-call
         set address of resstr to resptr
         MOVE SPACES TO Tmp
         string resstr delimited by x"00" into Tmp end-string
         MOVE function numval(Tmp) TO PPlace(PIdx)
       END-PERFORM

       IF NPlaced > 1 THEN
         PERFORM RateFinalTable
       END-IF

       STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( 'SYSTEM', ",
           "'swiss_won', 'swiss ", function trim(EventIdTxt), " won by ",
           function trim(EventWinner), "' );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call.

      *> -------------------------
      *> RateFinalTable: updateratings' ELO, with the final table
      *> as the result -- everyone against everyone else, a better
      *> final place a win (places are unique, so there are no
      *> draws), K = 32 spread over the opponents. The applied delta
      *> is kept on the player's SwissPlayers row.
       RateFinalTable.
       PERFORM VARYING PIdx FROM 1 BY 1 UNTIL PIdx > NPlaced
         MOVE 0 TO ExpectedSum
         MOVE 0 TO ActualSum
         PERFORM VARYING OppIdx FROM 1 BY 1 UNTIL OppIdx > NPlaced
           IF OppIdx NOT = PIdx THEN
             COMPUTE RatingDiff = PRating(OppIdx) - PRating(PIdx)
             COMPUTE ExpectedOne = RatingDiff / FourHundredF
             COMPUTE ExpectedOne = TenF ** ExpectedOne
             COMPUTE ExpectedOne = OneF + ExpectedOne
             COMPUTE ExpectedOne = OneF / ExpectedOne
             COMPUTE ExpectedSum = ExpectedSum + ExpectedOne
             IF PPlace(PIdx) < PPlace(OppIdx) THEN
               COMPUTE ActualSum = ActualSum + OneF
             END-IF
             IF PPlace(PIdx) = PPlace(OppIdx) THEN
               COMPUTE ActualSum = ActualSum + HalfF
             END-IF
           END-IF
         END-PERFORM
         COMPUTE RatingDelta = ActualSum - ExpectedSum
         COMPUTE RatingDelta = RatingDelta * KFactorF
         COMPUTE OpponentsF = NPlaced - 1
         COMPUTE RatingDelta = RatingDelta / OpponentsF
         COMPUTE PNewRating(PIdx) ROUNDED = PRating(PIdx) + RatingDelta
       END-PERFORM

       PERFORM VARYING PIdx FROM 1 BY 1 UNTIL PIdx > NPlaced
         MOVE PNewRating(PIdx) TO NewRatingZ
         COMPUTE DeltaRating = PNewRating(PIdx) - PRating(PIdx)
         MOVE DeltaRating TO DeltaZ
         STRING "UPDATE Players SET Rating = ", function trim(NewRatingZ),
             " WHERE Name = '", function trim(PName(PIdx)), "';", x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
         STRING "UPDATE SwissPlayers SET RatingDelta = ", function trim(DeltaZ),
             " WHERE EventId = ", function trim(EventIdTxt), " AND Player = '",
             function trim(PName(PIdx)), "';", x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
       END-PERFORM.
