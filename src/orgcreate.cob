        *> -------------------------
        *> orgcreate.
        *> Takes: Standard arguments + OrgCode, OrgName, OutFormat.
        *> Admin-only (Admins, global). Creates an organisation -- a
        *>   school or partner club sharing the installation -- under a
        *>   short code (the org= every other org func names it by) and
        *>   a display name. Its admins are then named with orgadminadd;
        *>   see orgmember for what they may do. A code already in use
        *>   is refused. The creation lands in AuditLog.
        *> Modifies: Organisations, AuditLog
        *> Dependencies: execparams

       IDENTIFICATION DIVISION.
       PROGRAM-ID. orgcreate.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(512).

       01 IsAdmin usage binary-long value 0.
       01 NAdded usage binary-long value 0.

       01 NameParam pic x(260) VALUE SPACES.
       01 NParams1 usage binary-long VALUE 1.
       01 SpareParam2 pic x(260) VALUE SPACES.
       01 SpareParam3 pic x(260) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".
       01 OrgCode pic x(16).
       01 OrgName pic x(2560).

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId, OrgCode, OrgName, OutFormat.
       Begin.

       MOVE 0 TO NAdded

       IF OrgCode IS = SPACES OR OrgName IS = SPACES THEN
         PERFORM ShowResult
         EXIT PROGRAM
       END-IF

       STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning IsAdmin
       IF IsAdmin = 0 THEN
         PERFORM ShowResult
         EXIT PROGRAM
       END-IF

       MOVE SPACES TO NameParam
       STRING function trim(OrgName(1:200)), x"00" INTO NameParam END-STRING
       STRING "INSERT INTO Organisations ( Code, Name, CreatedBy ) VALUES ( '", function trim(OrgCode),
           "', $1, '", function trim(Player), "' ) ON CONFLICT ( Code ) DO NOTHING RETURNING Id;",
           x"00" INTO QueryString
       END-STRING
       CALL "execparams" USING pgconn querystring NParams1
           NameParam SpareParam2 SpareParam3 pgres END-CALL
       call "PQntuples" using by value pgres returning NAdded

       IF NAdded > 0 THEN
         STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Player),
             "', 'org_create', '", function trim(OrgCode), "' );", x"00" INTO QueryString
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       END-IF

       PERFORM ShowResult

       EXIT PROGRAM.

       ShowResult.
       IF OutFormat = "json" THEN
         IF NAdded > 0 THEN
           DISPLAY '"org":"' function trim(OrgCode) '"'
         ELSE
           DISPLAY '"org":""'
         END-IF
       ELSE
         IF NAdded > 0 THEN
           DISPLAY "<org>", function trim(OrgCode), "</org>"
         ELSE
           DISPLAY "<org></org>"
         END-IF
       END-IF.
