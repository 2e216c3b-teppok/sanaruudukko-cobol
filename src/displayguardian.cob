        *> -------------------------
        *> displayguardian.
        *> Takes: pgconn, Player, ChildName, OutFormat.
        *> The guardian's read-only window on a minor account. Always
        *>   lists the caller's linked children -- name, age band and
        *>   whether the link is confirmed. With ChildName, and the
        *>   caller that child's confirmed guardian or an Admin, it also
        *>   shows the child's band and contact switches, when they were
        *>   last seen, their last 20 settled rounds, last 10 login
        *>   attempts (no addresses), their friends with any request
        *>   still waiting on the guardian, and every conduct report
        *>   they filed or were named in. Anyone else gets an empty
        *>   child. Timestamps render in the caller's preferred
        *>   timezone.
        *> Modifies:
        *> Dependencies: gettimezone

       IDENTIFICATION DIVISION.
       PROGRAM-ID. displayguardian.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(2560) based.
       01 querystring pic x(1024).

       01 IsAdmin usage binary-long VALUE 0.
       01 IsGuardian usage binary-long VALUE 0.

       01 TzPrefix pic x(16) VALUE SPACES.
       01 TzSuffix pic x(96) VALUE SPACES.

       01 NRows usage binary-long VALUE 0.
       01 RowIdx usage binary-long.
       01 ColIdx usage binary-long.
       01 Col1 pic x(32).
       01 Col2 pic x(32).
       01 Col3 pic x(32).
       01 Col4 pic x(32).
       01 Col5 pic x(32).
       01 Col6 pic x(2560).
       01 Col7 pic x(32).

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 ChildName pic x(16).
       01 OutFormat pic x(4).

       PROCEDURE DIVISION USING pgconn, Player, ChildName, OutFormat.
       Begin.

       CALL "gettimezone" USING BY REFERENCE pgconn Player TzPrefix TzSuffix

       IF OutFormat = "json" THEN
          DISPLAY '"guardian":{"children":['
       ELSE
          DISPLAY "<guardian>"
          DISPLAY "<children>"
       END-IF

       STRING "SELECT Name, AgeBand, CASE WHEN GuardianConfirmed THEN 1 ELSE 0 END FROM Players ",
           "WHERE Guardian = '", function trim(Player), "' ORDER BY Name;", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       call "PQntuples" using by value pgres returning NRows

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM FetchRow
           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"name":"' function trim(Col1) '","ageband":"' function trim(Col2)
                  '","confirmed":' function trim(Col3) '}'
           ELSE
              DISPLAY "<child><name>", function trim(Col1), "</name><ageband>", function trim(Col2),
                  "</ageband><confirmed>", function trim(Col3), "</confirmed></child>"
           END-IF
       END-PERFORM

       IF OutFormat = "json" THEN
          DISPLAY '],"child":{'
       ELSE
          DISPLAY "</children>"
          DISPLAY "<child>"
       END-IF

       IF ChildName IS NOT = SPACES THEN
         STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
         END-STRING
         PERFORM RunStatement
         call "PQntuples" using by value pgres returning IsAdmin

         STRING "SELECT Name FROM Players WHERE Name = '", function trim(ChildName),
             "' AND Guardian = '", function trim(Player), "' AND GuardianConfirmed;", x"00" INTO QueryString
         END-STRING
         PERFORM RunStatement
         call "PQntuples" using by value pgres returning IsGuardian
       END-IF

       IF IsAdmin > 0 OR IsGuardian > 0 THEN
         PERFORM ShowChild
       END-IF

       IF OutFormat = "json" THEN
          DISPLAY "}}"
       ELSE
          DISPLAY "</child>"
          DISPLAY "</guardian>"
       END-IF

       EXIT PROGRAM.

       ShowChild.
       STRING "SELECT Name, AgeBand, CASE WHEN LobbyChat THEN 1 ELSE 0 END, ",
           "CASE WHEN Whispers THEN 1 ELSE 0 END, CASE WHEN MailFromAnyone THEN 1 ELSE 0 END, ",
           "CASE WHEN ProfilePublic THEN 1 ELSE 0 END, to_char(",
           function trim(TzPrefix), "LastSeen", function trim(TzSuffix), ", 'YYYY-MM-DD HH24:MI') ",
           "FROM Players WHERE Name = '", function trim(ChildName), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       call "PQntuples" using by value pgres returning NRows
       IF NRows = 0 THEN
         EXIT PARAGRAPH
       END-IF
       MOVE 0 TO RowIdx
       PERFORM FetchRow

       IF OutFormat = "json" THEN
          DISPLAY '"name":"' function trim(Col1) '","ageband":"' function trim(Col2)
              '","lobbychat":' function trim(Col3) ',"whispers":' function trim(Col4)
              ',"mailanyone":' function trim(Col5) ',"profilepublic":' function trim(Col6)
              ',"lastseen":"' function trim(Col7) '","rounds":['
       ELSE
          DISPLAY "<name>", function trim(Col1), "</name>"
          DISPLAY "<ageband>", function trim(Col2), "</ageband>"
          DISPLAY "<lobbychat>", function trim(Col3), "</lobbychat>"
          DISPLAY "<whispers>", function trim(Col4), "</whispers>"
          DISPLAY "<mailanyone>", function trim(Col5), "</mailanyone>"
          DISPLAY "<profilepublic>", function trim(Col6), "</profilepublic>"
          DISPLAY "<lastseen>", function trim(Col7), "</lastseen>"
          DISPLAY "<rounds>"
       END-IF

       STRING "SELECT RoundId, RoomId, Words, Score, to_char(",
           function trim(TzPrefix), "SettledAt", function trim(TzSuffix), ", 'YYYY-MM-DD HH24:MI') ",
           "FROM RoundScores WHERE Player = '", function trim(ChildName),
           "' ORDER BY SettledAt DESC LIMIT 20;", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       call "PQntuples" using by value pgres returning NRows

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM FetchRow
           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"roundid":' function trim(Col1) ',"roomid":' function trim(Col2)
                  ',"words":' function trim(Col3) ',"score":' function trim(Col4)
                  ',"settled":"' function trim(Col5) '"}'
           ELSE
              DISPLAY "<round><roundid>", function trim(Col1), "</roundid><roomid>", function trim(Col2),
                  "</roomid><words>", function trim(Col3), "</words><score>", function trim(Col4),
                  "</score><settled>", function trim(Col5), "</settled></round>"
           END-IF
       END-PERFORM

       IF OutFormat = "json" THEN
          DISPLAY '],"logins":['
       ELSE
          DISPLAY "</rounds>"
          DISPLAY "<logins>"
       END-IF

       STRING "SELECT to_char(", function trim(TzPrefix), "EventTime", function trim(TzSuffix),
           ", 'YYYY-MM-DD HH24:MI'), Method, CASE WHEN Success THEN 1 ELSE 0 END ",
           "FROM LoginHistory WHERE Player = '", function trim(ChildName),
           "' ORDER BY EventTime DESC LIMIT 10;", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       call "PQntuples" using by value pgres returning NRows

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM FetchRow
           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"time":"' function trim(Col1) '","method":"' function trim(Col2)
                  '","success":' function trim(Col3) '}'
           ELSE
              DISPLAY "<login><time>", function trim(Col1), "</time><method>", function trim(Col2),
                  "</method><success>", function trim(Col3), "</success></login>"
           END-IF
       END-PERFORM

       IF OutFormat = "json" THEN
          DISPLAY '],"friends":['
       ELSE
          DISPLAY "</logins>"
          DISPLAY "<friends>"
       END-IF

       STRING "SELECT Friend, CASE WHEN Accepted THEN 1 ELSE 0 END, ",
           "CASE WHEN AwaitingGuardian THEN 1 ELSE 0 END FROM Friends WHERE Player = '",
           function trim(ChildName), "' ORDER BY Friend;", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       call "PQntuples" using by value pgres returning NRows

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM FetchRow
           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"friend":"' function trim(Col1) '","accepted":' function trim(Col2)
                  ',"awaitingguardian":' function trim(Col3) '}'
           ELSE
              DISPLAY "<friend><name>", function trim(Col1), "</name><accepted>", function trim(Col2),
                  "</accepted><awaitingguardian>", function trim(Col3), "</awaitingguardian></friend>"
           END-IF
       END-PERFORM

       IF OutFormat = "json" THEN
          DISPLAY '],"reports":['
       ELSE
          DISPLAY "</friends>"
          DISPLAY "<reports>"
       END-IF

       STRING "SELECT Id, to_char(", function trim(TzPrefix), "CreatedAt", function trim(TzSuffix),
           ", 'YYYY-MM-DD HH24:MI'), Reporter, Target, Status, Category FROM ConductReports ",
           "WHERE Target = '", function trim(ChildName), "' OR Reporter = '", function trim(ChildName),
           "' ORDER BY CreatedAt DESC;", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       call "PQntuples" using by value pgres returning NRows

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM FetchRow
           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"id":' function trim(Col1) ',"created":"' function trim(Col2)
                  '","reporter":"' function trim(Col3) '","target":"' function trim(Col4)
                  '","status":"' function trim(Col5) '","category":"' function trim(Col6) '"}'
           ELSE
              DISPLAY "<report><id>", function trim(Col1), "</id><created>", function trim(Col2),
                  "</created><reporter>", function trim(Col3), "</reporter><target>", function trim(Col4),
                  "</target><status>", function trim(Col5), "</status><category>", function trim(Col6),
                  "</category></report>"
           END-IF
       END-PERFORM

       IF OutFormat = "json" THEN
          DISPLAY "]"
       ELSE
          DISPLAY "</reports>"
       END-IF.

      *> pulls up to seven columns of row RowIdx; a column the query
      *> didn't select comes back blank.
       FetchRow.
       MOVE SPACES TO Col1 Col2 Col3 Col4 Col5 Col6 Col7
       call "PQnfields" using by value pgres returning ColIdx
       IF ColIdx > 0 THEN
         call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
         set address of resstr to resptr
         string resstr delimited by x"00" into Col1 end-string
       END-IF
       IF ColIdx > 1 THEN
         call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
         set address of resstr to resptr
         string resstr delimited by x"00" into Col2 end-string
       END-IF
       IF ColIdx > 2 THEN
         call "PQgetvalue" using by value pgres by value RowIdx by value 2 returning resptr end-call
         set address of resstr to resptr
         string resstr delimited by x"00" into Col3 end-string
       END-IF
       IF ColIdx > 3 THEN
         call "PQgetvalue" using by value pgres by value RowIdx by value 3 returning resptr end-call
         set address of resstr to resptr
         string resstr delimited by x"00" into Col4 end-string
       END-IF
       IF ColIdx > 4 THEN
         call "PQgetvalue" using by value pgres by value RowIdx by value 4 returning resptr end-call
         set address of resstr to resptr
         string resstr delimited by x"00" into Col5 end-string
       END-IF
       IF ColIdx > 5 THEN
         call "PQgetvalue" using by value pgres by value RowIdx by value 5 returning resptr end-call
         set address of resstr to resptr
         string resstr delimited by x"00" into Col6 end-string
       END-IF
       IF ColIdx > 6 THEN
         call "PQgetvalue" using by value pgres by value RowIdx by value 6 returning resptr end-call
         set address of resstr to resptr
         string resstr delimited by x"00" into Col7 end-string
       END-IF.

       RunStatement.
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call.
