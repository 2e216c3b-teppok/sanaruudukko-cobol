        *> -------------------------
        *> viewasopen.
        *> Takes: Standard arguments + TargetPlayer, Note, OutFormat.
        *> Opens a read-only "view as player" session for support: an
        *>   Admin or a holder of the 'viewas' StaffGrants capability
        *>   names the player and says why (Note, required), and gets
        *>   back a token good for the ViewAsMinutes Status knob
        *>   (default 60). Sent as viewas= alongside the staff member's
        *>   own credentials, the token makes the read-only funcs answer
        *>   as the named player; viewascheck refuses everything else
        *>   and logs every use. The token is shown once in this
        *>   response; the reason is bound as a parameter and the
        *>   opening lands in AuditLog.
        *> Modifies: ViewAsSessions, AuditLog
        *> Dependencies: securetoken, execparams

       IDENTIFICATION DIVISION.
       PROGRAM-ID. viewasopen.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(16) based.
       01 querystring pic x(1024).

       01 IsStaff usage binary-long value 0.
       01 NAdded usage binary-long value 0.
       01 SessionMinutes pic 9(4) VALUE 60.
       01 TmpCfg pic x(16) VALUE SPACES.

       01 TokenErr pic x VALUE "f".
       01 NewToken pic x(16) VALUE SPACES.

       01 TargetParam pic x(260) VALUE SPACES.
       01 NoteParam pic x(2600) VALUE SPACES.
       01 AuditParam pic x(2600) VALUE SPACES.
       01 NParams1 usage binary-long VALUE 1.
       01 NParams2 usage binary-long VALUE 2.
       01 SpareParam2 pic x(260) VALUE SPACES.
       01 SpareParam3 pic x(260) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".
       01 TargetPlayer pic x(16).
       01 Note pic x(2560).

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId, TargetPlayer, Note, OutFormat.
       Begin.

       IF TargetPlayer IS = SPACES OR Note IS = SPACES THEN
         PERFORM ShowNoToken
         EXIT PROGRAM
       END-IF

       STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player),
           "' UNION ALL SELECT Player FROM StaffGrants WHERE Capability = 'viewas' ",
           "AND Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning IsStaff
       IF IsStaff = 0 THEN
         PERFORM ShowNoToken
         EXIT PROGRAM
       END-IF

       STRING "SELECT COALESCE((SELECT Value FROM Status WHERE Name = 'ViewAsMinutes')::int, 60);",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO TmpCfg
       string resstr delimited by x"00" into TmpCfg end-string
       MOVE function numval(TmpCfg) TO SessionMinutes

      *> no session if the strong source is down -- a guessable token
      *> here would hand out somebody else's view.
       CALL "securetoken" USING BY REFERENCE pgconn NewToken TokenErr
       END-CALL
       IF TokenErr = "t" THEN
         PERFORM ShowNoToken
         EXIT PROGRAM
       END-IF

       STRING function trim(TargetPlayer), x"00" INTO TargetParam END-STRING
       STRING function trim(Note), x"00" INTO NoteParam END-STRING
       STRING "INSERT INTO ViewAsSessions ( Token, Staff, Player, Reason, Address, ExpiresAt ) ",
           "SELECT '", NewToken, "', '", function trim(Player), "', Name, $2, '", function trim(ClientAddr),
           "', now() + make_interval(mins => ", SessionMinutes, ") ",
           "FROM Players WHERE Name = $1 AND Name <> '", function trim(Player), "' ",
           "RETURNING Id;", x"00" INTO QueryString
       END-STRING
       CALL "execparams" USING pgconn querystring NParams2
           TargetParam NoteParam SpareParam3 pgres END-CALL
       call "PQntuples" using by value pgres returning NAdded
       IF NAdded = 0 THEN
         PERFORM ShowNoToken
         EXIT PROGRAM
       END-IF

       MOVE SPACES TO AuditParam
       STRING function trim(TargetPlayer), " for ", SessionMinutes, "m: ",
           function trim(Note), x"00" INTO AuditParam
       END-STRING
       STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Player),
           "', 'viewas_open', $1 );", x"00" INTO QueryString
       END-STRING
       CALL "execparams" USING pgconn querystring NParams1
           AuditParam SpareParam2 SpareParam3 pgres END-CALL

       IF OutFormat = "json" THEN
         DISPLAY '"viewas":"' function trim(NewToken) '","viewasminutes":' SessionMinutes
       ELSE
         DISPLAY "<viewas>", function trim(NewToken), "</viewas>"
         DISPLAY "<viewasminutes>", SessionMinutes, "</viewasminutes>"
       END-IF

       EXIT PROGRAM.

       ShowNoToken.
       IF OutFormat = "json" THEN
         DISPLAY '"viewas":""'
       ELSE
         DISPLAY "<viewas></viewas>"
       END-IF.
