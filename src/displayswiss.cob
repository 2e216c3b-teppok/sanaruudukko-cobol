        *> -------------------------
        *> displayswiss.
        *> Takes: pgconn, SwissNum, OutFormat.
        *> The live Swiss event: with no swiss parameter (SwissNum
        *>   still HIGH-VALUES) it lists the events newest first, as
        *>   displaybracket lists brackets; with swiss=N it shows that
        *>   event's table -- points, Buchholz and, once the event is
        *>   over, final place and rating change -- followed by its
        *>   pairings round by round, straight from SwissPlayers and
        *>   SwissMatches as swissadvance maintains them.
        *> Modifies:
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. displayswiss.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(80) based.
       01 querystring pic x(1024).

       01 NRows usage binary-long.
       01 RowIdx usage binary-long.
       01 Field1 pic x(16).
       01 Field2 pic x(64).
       01 Field3 pic x(16).
       01 Field4 pic x(16).
       01 Field5 pic x(16).
       01 Field6 pic x(16).
       01 Field7 pic x(16).

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 SwissNum pic 99999 usage display.
       01 OutFormat pic x(4).

       PROCEDURE DIVISION USING pgconn, SwissNum, OutFormat.
       Begin.

       IF SwissNum IS = HIGH-VALUES THEN
         PERFORM ListEvents
       ELSE
         PERFORM ShowStandings
         IF OutFormat = "json" THEN
           DISPLAY ","
         END-IF
         PERFORM ShowPairings
       END-IF

       EXIT PROGRAM.

      *> -------------------------
      *> ListEvents: every Swiss event, newest first, with its state,
      *> how far it has got and (once decided) its winner.
       ListEvents.
       STRING "SELECT Id, Name, Status, COALESCE(Winner, ''), ",
           "(SELECT count(*) FROM SwissPlayers sp WHERE sp.EventId = e.Id), ",
           "CurrentRound, Rounds FROM SwissEvents e ORDER BY Id DESC;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NRows

       IF OutFormat = "json" THEN
          DISPLAY '"swissevents":['
       ELSE
          DISPLAY "<swissevents>"
       END-IF

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO Field1
           string resstr delimited by x"00" into Field1 end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO Field2
           string resstr delimited by x"00" into Field2 end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO Field3
           string resstr delimited by x"00" into Field3 end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 3 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO Field4
           string resstr delimited by x"00" into Field4 end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 4 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO Field5
           string resstr delimited by x"00" into Field5 end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 5 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO Field6
           string resstr delimited by x"00" into Field6 end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 6 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO Field7
           string resstr delimited by x"00" into Field7 end-string

           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"swiss":' function trim(Field1) ',"name":"' function trim(Field2)
                  '","status":"' function trim(Field3) '","winner":"' function trim(Field4)
                  '","players":' function trim(Field5) ',"round":' function trim(Field6)
                  ',"rounds":' function trim(Field7) '}'
           ELSE
              DISPLAY "<entry>"
              DISPLAY "<swiss>", function trim(Field1), "</swiss>"
              DISPLAY "<name>", function trim(Field2), "</name>"
              DISPLAY "<status>", function trim(Field3), "</status>"
              DISPLAY "<winner>", function trim(Field4), "</winner>"
              DISPLAY "<players>", function trim(Field5), "</players>"
              DISPLAY "<round>", function trim(Field6), "</round>"
              DISPLAY "<rounds>", function trim(Field7), "</rounds>"
              DISPLAY "</entry>"
           END-IF
       END-PERFORM

       IF OutFormat = "json" THEN
          DISPLAY "]"
       ELSE
          DISPLAY "</swissevents>"
       END-IF.

      *> -------------------------
      *> ShowStandings: the event's table in the order swisspair
      *> pairs from -- points, Buchholz, rating -- or by final place
      *> once the event is over.
       ShowStandings.
       STRING "SELECT sp.Player, sp.Points, sp.Buchholz, COALESCE(sp.FinalPlace::text, ''), ",
           "COALESCE(sp.RatingDelta::text, '') FROM SwissPlayers sp LEFT JOIN Players p ON p.Name = sp.Player ",
           "WHERE sp.EventId = ", SwissNum, " ORDER BY sp.FinalPlace NULLS LAST, sp.Points DESC, ",
           "sp.Buchholz DESC, COALESCE(p.Rating, 0) DESC, sp.Player;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NRows

       IF OutFormat = "json" THEN
          DISPLAY '"standings":['
       ELSE
          DISPLAY "<standings>"
       END-IF

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO Field1
           string resstr delimited by x"00" into Field1 end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO Field3
           string resstr delimited by x"00" into Field3 end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO Field4
           string resstr delimited by x"00" into Field4 end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 3 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO Field5
           string resstr delimited by x"00" into Field5 end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 4 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO Field6
           string resstr delimited by x"00" into Field6 end-string

           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"player":"' function trim(Field1) '","points":' function trim(Field3)
                  ',"buchholz":' function trim(Field4) ',"place":"' function trim(Field5)
                  '","ratingdelta":"' function trim(Field6) '"}'
           ELSE
              DISPLAY "<standing>"
              DISPLAY "<player>", function trim(Field1), "</player>"
              DISPLAY "<points>", function trim(Field3), "</points>"
              DISPLAY "<buchholz>", function trim(Field4), "</buchholz>"
              DISPLAY "<place>", function trim(Field5), "</place>"
              DISPLAY "<ratingdelta>", function trim(Field6), "</ratingdelta>"
              DISPLAY "</standing>"
           END-IF
       END-PERFORM

       IF OutFormat = "json" THEN
          DISPLAY "]"
       ELSE
          DISPLAY "</standings>"
       END-IF.

      *> -------------------------
      *> ShowPairings: the event's matches, round by round; a bye
      *> shows with no second player and no room.
       ShowPairings.
       STRING "SELECT Round, MatchNum, Player1, COALESCE(Player2, ''), ",
           "COALESCE(RoomId::text, ''), Status, COALESCE(Winner, '') ",
           "FROM SwissMatches WHERE EventId = ", SwissNum,
           " ORDER BY Round, MatchNum;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NRows

       IF OutFormat = "json" THEN
          DISPLAY '"pairings":['
       ELSE
          DISPLAY "<pairings>"
       END-IF

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO Field1
           string resstr delimited by x"00" into Field1 end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO Field3
           string resstr delimited by x"00" into Field3 end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO Field4
           string resstr delimited by x"00" into Field4 end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 3 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO Field5
           string resstr delimited by x"00" into Field5 end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 4 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO Field6
           string resstr delimited by x"00" into Field6 end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 5 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO Field2
           string resstr delimited by x"00" into Field2 end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 6 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO Field7
           string resstr delimited by x"00" into Field7 end-string

           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"round":' function trim(Field1) ',"match":' function trim(Field3)
                  ',"player1":"' function trim(Field4) '","player2":"' function trim(Field5)
                  '","room":"' function trim(Field6) '","status":"' function trim(Field2)
                  '","winner":"' function trim(Field7) '"}'
           ELSE
              DISPLAY "<match>"
              DISPLAY "<round>", function trim(Field1), "</round>"
              DISPLAY "<matchnum>", function trim(Field3), "</matchnum>"
              DISPLAY "<player1>", function trim(Field4), "</player1>"
              DISPLAY "<player2>", function trim(Field5), "</player2>"
              DISPLAY "<room>", function trim(Field6), "</room>"
              DISPLAY "<status>", function trim(Field2), "</status>"
              DISPLAY "<winner>", function trim(Field7), "</winner>"
              DISPLAY "</match>"
           END-IF
       END-PERFORM

       IF OutFormat = "json" THEN
          DISPLAY "]"
       ELSE
          DISPLAY "</pairings>"
       END-IF.
