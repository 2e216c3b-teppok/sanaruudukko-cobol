        *> -------------------------
        *> traceset.
        *> Takes: Standard arguments + TracePlayer, Hours, Note,
        *>   TraceAction.
        *> Admin-only switch for trace capture on one named player:
        *>   starts ("s") or replaces their PlayerTraces row, live for
        *>   Hours (default 1, never more than the TraceMaxHours Status
        *>   knob, default 24), or stops it ("e") by pulling Until back
        *>   to now. The player must exist. What has been captured so
        *>   far stays for traceview until tracepurge ages it out. Note
        *>   is bound as a parameter; every change lands in AuditLog.
        *> Modifies: PlayerTraces, AuditLog
        *> Dependencies: execparams

       IDENTIFICATION DIVISION.
       PROGRAM-ID. traceset.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(16) based.
       01 querystring pic x(1024).

       01 IsAdmin usage binary-long value 0.
       01 NChanged usage binary-long value 0.
       01 TraceHours pic 9(4) VALUE 1.
       01 MaxHours pic 9(4) VALUE 24.
       01 TmpCfg pic x(16) VALUE SPACES.
       01 ActionWord pic x(8) VALUE SPACES.

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
       01 TracePlayer pic x(16).
       01 Hours pic x(16).
       01 Note pic x(2560).
       01 TraceAction pic x.

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId, TracePlayer, Hours, Note, TraceAction.
       Begin.

       IF TracePlayer IS = SPACES THEN
         EXIT PROGRAM
       END-IF

       STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning IsAdmin
       IF IsAdmin = 0 THEN
         EXIT PROGRAM
       END-IF

       STRING "SELECT COALESCE((SELECT Value FROM Status WHERE Name = 'TraceMaxHours')::int, 24);",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO TmpCfg
       string resstr delimited by x"00" into TmpCfg end-string
       MOVE function numval(TmpCfg) TO MaxHours

       IF Hours IS NOT = SPACES THEN
         MOVE function numval(Hours) TO TraceHours
       END-IF
       IF TraceHours < 1 THEN
         MOVE 1 TO TraceHours
       END-IF
       IF TraceHours > MaxHours THEN
         MOVE MaxHours TO TraceHours
       END-IF

       STRING function trim(TracePlayer), x"00" INTO TargetParam END-STRING
       STRING function trim(Note), x"00" INTO NoteParam END-STRING

       IF TraceAction IS = "s" THEN
         MOVE "start" TO ActionWord
         STRING "INSERT INTO PlayerTraces ( Player, StartedBy, Until, Note ) ",
             "SELECT Name, '", function trim(Player), "', now() + make_interval(hours => ", TraceHours,
             "), $2 FROM Players WHERE Name = $1 ",
             "ON CONFLICT ( Player ) DO UPDATE SET StartedBy = EXCLUDED.StartedBy, StartedAt = now(), ",
             "Until = EXCLUDED.Until, Note = EXCLUDED.Note ",
             "RETURNING Player;", x"00" INTO QueryString
         END-STRING
         CALL "execparams" USING pgconn querystring NParams2
             TargetParam NoteParam SpareParam3 pgres END-CALL
       ELSE
         MOVE "stop" TO ActionWord
         MOVE 0 TO TraceHours
         STRING "UPDATE PlayerTraces SET Until = now() WHERE Player = $1 AND Until > now() ",
             "RETURNING Player;", x"00" INTO QueryString
         END-STRING
         CALL "execparams" USING pgconn querystring NParams1
             TargetParam SpareParam2 SpareParam3 pgres END-CALL
       END-IF
       call "PQntuples" using by value pgres returning NChanged
       IF NChanged = 0 THEN
         EXIT PROGRAM
       END-IF

       MOVE SPACES TO AuditParam
       STRING function trim(TracePlayer), " for ", TraceHours, "h: ",
           function trim(Note), x"00" INTO AuditParam
       END-STRING
       STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Player),
           "', 'trace_", function trim(ActionWord), "', $1 );", x"00" INTO QueryString
       END-STRING
       CALL "execparams" USING pgconn querystring NParams1
           AuditParam SpareParam2 SpareParam3 pgres END-CALL

       EXIT PROGRAM.
