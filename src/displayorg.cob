        *> -------------------------
        *> displayorg.
        *> Takes: pgconn, Player, OrgCode, OutFormat.
        *> The orgview func. With no OrgCode, the organisations the
        *>   caller administers (every one, for a global Admin) with
        *>   their member and room counts. With one, that
        *>   organisation's report for its OrgAdmins or a global Admin:
        *>   its admins; its members, each with the rounds and valid
        *>   words they played in the organisation's rooms over the last
        *>   30 days (WordAudit) and when they were last seen; its rooms;
        *>   and its dictionary exclusions. Anyone else, or an unknown
        *>   code, gets the empty block -- an org admin never sees
        *>   another organisation's people.
        *> Modifies:
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. displayorg.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(256) based.
       01 querystring pic x(1536).

       01 IsAdmin usage binary-long VALUE 0.
       01 NFound usage binary-long VALUE 0.
       01 NRows usage binary-long.
       01 RowIdx usage binary-long.
       01 ColIdx usage binary-long.
       01 ColNum usage binary-long.
       01 NCols usage binary-long.
       01 OrgIdTxt pic x(12) VALUE SPACES.
       01 OrgNameTxt pic x(256) VALUE SPACES.
       01 OrgCols.
          05 OrgCol pic x(32) OCCURS 4 TIMES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 OrgCode pic x(16).
       01 OutFormat pic x(4).

       PROCEDURE DIVISION USING pgconn, Player, OrgCode, OutFormat.
       Begin.

       STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning IsAdmin

       IF OrgCode IS = SPACES THEN
         PERFORM ShowOrgList
         EXIT PROGRAM
       END-IF

       MOVE 0 TO NFound
       STRING "SELECT o.Id, o.Name FROM Organisations o WHERE o.Code = '", function trim(OrgCode), "' ",
           "AND ( EXISTS ( SELECT 1 FROM Admins WHERE Player = '", function trim(Player), "' ) ",
           "OR EXISTS ( SELECT 1 FROM OrgAdmins a WHERE a.OrgId = o.Id AND a.Player = '", function trim(Player),
           "' ) );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NFound
       IF NFound = 0 THEN
         IF OutFormat = "json" THEN
           DISPLAY '"org":{}'
         ELSE
           DISPLAY "<org></org>"
         END-IF
         EXIT PROGRAM
       END-IF
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO OrgIdTxt
       string resstr delimited by x"00" into OrgIdTxt end-string
       call "PQgetvalue" using by value pgres by value 0 by value 1 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO OrgNameTxt
       string resstr delimited by x"00" into OrgNameTxt end-string

       IF OutFormat = "json" THEN
         DISPLAY '"org":{"code":"' function trim(OrgCode) '","name":"' function trim(OrgNameTxt) '"'
       ELSE
         DISPLAY "<org>"
         DISPLAY "<code>", function trim(OrgCode), "</code>"
         DISPLAY "<name>", function trim(OrgNameTxt), "</name>"
       END-IF

       PERFORM ShowAdmins
       PERFORM ShowMembers
       PERFORM ShowRooms
       PERFORM ShowExclusions

       IF OutFormat = "json" THEN
         DISPLAY "}"
       ELSE
         DISPLAY "</org>"
       END-IF

       EXIT PROGRAM.

      *> -------------------------
      *> ShowOrgList: every organisation the caller may look at.
       ShowOrgList.
       IF IsAdmin > 0 THEN
         STRING "SELECT o.Code, o.Name, ",
             "(SELECT count(*) FROM OrgMembers m WHERE m.OrgId = o.Id), ",
             "(SELECT count(*) FROM Rooms r WHERE r.OrgId = o.Id) FROM Organisations o ORDER BY o.Code;",
             x"00" INTO QueryString
         END-STRING
       ELSE
         STRING "SELECT o.Code, o.Name, ",
             "(SELECT count(*) FROM OrgMembers m WHERE m.OrgId = o.Id), ",
             "(SELECT count(*) FROM Rooms r WHERE r.OrgId = o.Id) FROM Organisations o ",
             "JOIN OrgAdmins a ON a.OrgId = o.Id WHERE a.Player = '", function trim(Player),
             "' ORDER BY o.Code;", x"00" INTO QueryString
         END-STRING
       END-IF
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows

       IF OutFormat = "json" THEN
         DISPLAY '"orgs":['
       ELSE
         DISPLAY "<orgs>"
       END-IF
       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM FetchRow
           IF OutFormat = "json" THEN
             IF RowIdx > 0 THEN DISPLAY "," END-IF
             DISPLAY '{"code":"' function trim(OrgCol(1)) '","name":"' function trim(OrgCol(2))
                 '","members":' function trim(OrgCol(3)) ',"rooms":' function trim(OrgCol(4)) '}'
           ELSE
             DISPLAY "<orgrecord>"
             DISPLAY "<code>", function trim(OrgCol(1)), "</code>"
             DISPLAY "<name>", function trim(OrgCol(2)), "</name>"
             DISPLAY "<members>", function trim(OrgCol(3)), "</members>"
             DISPLAY "<rooms>", function trim(OrgCol(4)), "</rooms>"
             DISPLAY "</orgrecord>"
           END-IF
       END-PERFORM
       IF OutFormat = "json" THEN
         DISPLAY "]"
       ELSE
         DISPLAY "</orgs>"
       END-IF.

      *> -------------------------
      *> ShowAdmins: the organisation's admins.
       ShowAdmins.
       STRING "SELECT Player FROM OrgAdmins WHERE OrgId = ", function trim(OrgIdTxt), " ORDER BY Player;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows
       IF OutFormat = "json" THEN
         DISPLAY ',"admins":['
       ELSE
         DISPLAY "<admins>"
       END-IF
       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM FetchRow
           IF OutFormat = "json" THEN
             IF RowIdx > 0 THEN DISPLAY "," END-IF
             DISPLAY '"' function trim(OrgCol(1)) '"'
           ELSE
             DISPLAY "<admin>", function trim(OrgCol(1)), "</admin>"
           END-IF
       END-PERFORM
       IF OutFormat = "json" THEN
         DISPLAY "]"
       ELSE
         DISPLAY "</admins>"
       END-IF.

      *> -------------------------
      *> ShowMembers: the roster with each member's last 30 days in
      *> the organisation's rooms.
       ShowMembers.
       STRING "SELECT m.Player, ",
           "(SELECT count(DISTINCT w.RoundId) FROM WordAudit w JOIN Rooms r ON r.Id = w.RoomId ",
           "WHERE r.OrgId = m.OrgId AND w.Player = m.Player AND w.EventTime > now() - interval '30 days'), ",
           "(SELECT count(*) FROM WordAudit w JOIN Rooms r ON r.Id = w.RoomId ",
           "WHERE r.OrgId = m.OrgId AND w.Player = m.Player AND w.Result = 'accepted_valid' ",
           "AND w.EventTime > now() - interval '30 days'), ",
           "COALESCE(to_char(p.LastSeen, 'YYYY-MM-DD HH24:MI'), '') ",
           "FROM OrgMembers m JOIN Players p ON p.Name = m.Player WHERE m.OrgId = ", function trim(OrgIdTxt),
           " ORDER BY m.Player;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows
       IF OutFormat = "json" THEN
         DISPLAY ',"members":['
       ELSE
         DISPLAY "<members>"
       END-IF
       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM FetchRow
           IF OutFormat = "json" THEN
             IF RowIdx > 0 THEN DISPLAY "," END-IF
             DISPLAY '{"player":"' function trim(OrgCol(1)) '","rounds":' function trim(OrgCol(2))
                 ',"words":' function trim(OrgCol(3)) ',"lastseen":"' function trim(OrgCol(4)) '"}'
           ELSE
             DISPLAY "<member>"
             DISPLAY "<player>", function trim(OrgCol(1)), "</player>"
             DISPLAY "<rounds>", function trim(OrgCol(2)), "</rounds>"
             DISPLAY "<words>", function trim(OrgCol(3)), "</words>"
             DISPLAY "<lastseen>", function trim(OrgCol(4)), "</lastseen>"
             DISPLAY "</member>"
           END-IF
       END-PERFORM
       IF OutFormat = "json" THEN
         DISPLAY "]"
       ELSE
         DISPLAY "</members>"
       END-IF.

      *> -------------------------
      *> ShowRooms: the organisation's private directory.
       ShowRooms.
       STRING "SELECT Id, Name, CASE WHEN Retired THEN 1 ELSE 0 END FROM Rooms WHERE OrgId = ",
           function trim(OrgIdTxt), " ORDER BY Id;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows
       IF OutFormat = "json" THEN
         DISPLAY ',"rooms":['
       ELSE
         DISPLAY "<rooms>"
       END-IF
       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM FetchRow
           IF OutFormat = "json" THEN
             IF RowIdx > 0 THEN DISPLAY "," END-IF
             DISPLAY '{"id":' function trim(OrgCol(1)) ',"name":"' function trim(OrgCol(2))
                 '","retired":' function trim(OrgCol(3)) '}'
           ELSE
             DISPLAY "<room>"
             DISPLAY "<id>", function trim(OrgCol(1)), "</id>"
             DISPLAY "<name>", function trim(OrgCol(2)), "</name>"
             DISPLAY "<retired>", function trim(OrgCol(3)), "</retired>"
             DISPLAY "</room>"
           END-IF
       END-PERFORM
       IF OutFormat = "json" THEN
         DISPLAY "]"
       ELSE
         DISPLAY "</rooms>"
       END-IF.

      *> -------------------------
      *> ShowExclusions: the words excluded in the organisation's rooms.
       ShowExclusions.
       STRING "SELECT Word FROM OrgWordExclusions WHERE OrgId = ", function trim(OrgIdTxt), " ORDER BY Word;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows
       IF OutFormat = "json" THEN
         DISPLAY ',"exclusions":['
       ELSE
         DISPLAY "<exclusions>"
       END-IF
       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM FetchRow
           IF OutFormat = "json" THEN
             IF RowIdx > 0 THEN DISPLAY "," END-IF
             DISPLAY '"' function trim(OrgCol(1)) '"'
           ELSE
             DISPLAY "<word>", function trim(OrgCol(1)), "</word>"
           END-IF
       END-PERFORM
       IF OutFormat = "json" THEN
         DISPLAY "]"
       ELSE
         DISPLAY "</exclusions>"
       END-IF.

      *> -------------------------
      *> FetchRow: the current row's columns (up to four) into OrgCol.
       FetchRow.
       MOVE SPACES TO OrgCols
       call "PQnfields" using by value pgres returning NCols
       PERFORM VARYING ColIdx FROM 1 BY 1 UNTIL ColIdx > NCols OR ColIdx > 4
           COMPUTE ColNum = ColIdx - 1
           call "PQgetvalue" using by value pgres by value RowIdx by value ColNum returning resptr end-call
           set address of resstr to resptr
           string resstr delimited by x"00" into OrgCol(ColIdx) end-string
       END-PERFORM.
