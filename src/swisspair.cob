        *> -------------------------
        *> swisspair.
        *> Takes: pgconn, EventId, RoundNo.
        *> Pairs one round of a Swiss event. The field is taken off the
        *>   live table -- points, then Buchholz, then rating -- and
        *>   with an odd field the lowest player on it who hasn't had a
        *>   bye yet sits this round out for a bye worth a win. The rest
        *>   pair top-down: the highest unpaired player meets the next
        *>   player below them they haven't played yet, so equal running
        *>   scores meet wherever the field allows; only when everybody
        *>   left below has already been met does a rematch happen (the
        *>   next unpaired player, simply). Each pairing gets its room
        *>   through swissroom, the bracketroom of Swiss events.
        *>   Shared by swissstart (round one) and swissadvance (every
        *>   later round).
        *> Modifies: (via swissroom) SwissMatches, SwissPlayers.Points,
        *>   Rooms, RoomInvites
        *> Dependencies: swissroom

       IDENTIFICATION DIVISION.
       PROGRAM-ID. swisspair.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 pgres2 usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(80) based.
       01 querystring pic x(1024).

       01 NPlayers usage binary-long VALUE 0.
       01 NMet usage binary-long VALUE 0.
       01 PIdx usage binary-long.
       01 OppIdx usage binary-long.
       01 RowIdx usage binary-long.
       01 FoundIdx usage binary-long.
      *> the field in table order; 64 keeps it bounded, same cap
      *> bracketstart uses.
       01 FieldTable.
         02 FieldEntry OCCURS 64.
           03 FieldName pic x(16).
           03 FieldPaired pic x.
             88 IsPaired VALUE "t".

       01 MatchNo pic 999 usage display VALUE ZEROES.
       01 MatchP1 pic x(16) VALUE SPACES.
       01 MatchP2 pic x(16) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 EventId pic x(8).
       01 RoundNo pic 999 usage display.

       PROCEDURE DIVISION USING pgconn, EventId, RoundNo.
       Begin.

       STRING "SELECT sp.Player FROM SwissPlayers sp LEFT JOIN Players p ON p.Name = sp.Player ",
           "WHERE sp.EventId = ", function trim(EventId),
           " ORDER BY sp.Points DESC, sp.Buchholz DESC, COALESCE(p.Rating, 0) DESC, sp.Player;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NPlayers
       IF NPlayers > 64 THEN
         MOVE 64 TO NPlayers
       END-IF

       PERFORM VARYING PIdx FROM 1 BY 1 UNTIL PIdx > NPlayers
         COMPUTE RowIdx = PIdx - 1
         call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
         set address of resstr to resptr
         MOVE SPACES TO FieldName(PIdx)
         string resstr delimited by x"00" into FieldName(PIdx) end-string
         MOVE "f" TO FieldPaired(PIdx)
       END-PERFORM

       MOVE 0 TO MatchNo

      *> odd field: the bye goes to the lowest player on the table
      *> who hasn't had one -- or, once everybody has, the lowest.
       IF function MOD(NPlayers, 2) = 1 THEN
         MOVE 0 TO FoundIdx
         PERFORM VARYING PIdx FROM NPlayers BY -1 UNTIL PIdx < 1 OR FoundIdx > 0
           STRING "SELECT 1 FROM SwissMatches WHERE EventId = ", function trim(EventId),
               " AND Player1 = '", function trim(FieldName(PIdx)), "' AND Player2 IS NULL;",
               x"00" INTO QueryString
           END-STRING
           call "PQexec" using
               by value pgconn
               by reference querystring
               returning pgres2
           end-call
           call "PQntuples" using by value pgres2 returning NMet
           IF NMet = 0 THEN
             MOVE PIdx TO FoundIdx
           END-IF
         END-PERFORM
         IF FoundIdx = 0 THEN
           MOVE NPlayers TO FoundIdx
         END-IF
         SET IsPaired(FoundIdx) TO TRUE
         ADD 1 TO MatchNo
         MOVE FieldName(FoundIdx) TO MatchP1
         MOVE SPACES TO MatchP2
         CALL "swissroom" USING BY REFERENCE pgconn EventId RoundNo MatchNo
           MatchP1 MatchP2
         END-CALL
       END-IF

       PERFORM VARYING PIdx FROM 1 BY 1 UNTIL PIdx > NPlayers
         IF NOT IsPaired(PIdx) THEN
           PERFORM FindOpponent
           IF FoundIdx > 0 THEN
             SET IsPaired(PIdx) TO TRUE
             SET IsPaired(FoundIdx) TO TRUE
             ADD 1 TO MatchNo
             MOVE FieldName(PIdx) TO MatchP1
             MOVE FieldName(FoundIdx) TO MatchP2
             CALL "swissroom" USING BY REFERENCE pgconn EventId RoundNo MatchNo
               MatchP1 MatchP2
             END-CALL
           END-IF
         END-IF
       END-PERFORM

       EXIT PROGRAM.

      *> -------------------------
      *> FindOpponent: the first unpaired player below PIdx on the
      *> table that PIdx hasn't met in this event; failing that, the
      *> first unpaired player below them at all (a forced rematch).
      *> FoundIdx stays 0 only when nobody is left.
       FindOpponent.
       MOVE 0 TO FoundIdx
       PERFORM VARYING OppIdx FROM PIdx BY 1 UNTIL OppIdx > NPlayers OR FoundIdx > 0
         IF OppIdx NOT = PIdx AND NOT IsPaired(OppIdx) THEN
           STRING "SELECT 1 FROM SwissMatches WHERE EventId = ", function trim(EventId),
               " AND ( ( Player1 = '", function trim(FieldName(PIdx)), "' AND Player2 = '",
               function trim(FieldName(OppIdx)), "' ) OR ( Player1 = '", function trim(FieldName(OppIdx)),
               "' AND Player2 = '", function trim(FieldName(PIdx)), "' ) );", x"00" INTO QueryString
           END-STRING
           call "PQexec" using
               by value pgconn
               by reference querystring
               returning pgres2
           end-call
           call "PQntuples" using by value pgres2 returning NMet
           IF NMet = 0 THEN
             MOVE OppIdx TO FoundIdx
           END-IF
         END-IF
       END-PERFORM
       IF FoundIdx = 0 THEN
         PERFORM VARYING OppIdx FROM PIdx BY 1 UNTIL OppIdx > NPlayers OR FoundIdx > 0
           IF OppIdx NOT = PIdx AND NOT IsPaired(OppIdx) THEN
             MOVE OppIdx TO FoundIdx
           END-IF
         END-PERFORM
       END-IF.
