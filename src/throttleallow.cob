        *> -------------------------
        *> throttleallow.
        *> Takes: Standard arguments + AllowAddress, Factor, Hours, Note,
        *>   AllowAction.
        *> Admin-only management of the throttle allowlist: adds ("a")
        *>   or replaces an address's ThrottleAllowlist row -- its
        *>   per-minute budgets multiplied by Factor (default 10, at
        *>   most 1000) for Hours (blank: until removed) -- or removes
        *>   it ("r"). Meant for an event venue where a whole hall
        *>   comes through one address. The address must look like an
        *>   IPv4 or IPv6 literal; Address and Note are bound as
        *>   parameters. Every change lands in AuditLog.
        *> Modifies: ThrottleAllowlist, AuditLog
        *> Dependencies: execparams

       IDENTIFICATION DIVISION.
       PROGRAM-ID. throttleallow.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(1024).

       01 IsAdmin usage binary-long value 0.
       01 NChanged usage binary-long value 0.
       01 AllowFactor pic 9(4) VALUE 10.
       01 AllowHours pic 9(4) VALUE 0.
       01 ActionWord pic x(8) VALUE SPACES.

       01 AddrParam pic x(260) VALUE SPACES.
       01 NoteParam pic x(2600) VALUE SPACES.
       01 AuditParam pic x(2600) VALUE SPACES.
       01 NParams1 usage binary-long VALUE 1.
       01 NParams2 usage binary-long VALUE 2.
       01 SpareParam2 pic x(260) VALUE SPACES.
       01 SpareParam3 pic x(260) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".
       01 AllowAddress pic x(2560).
       01 Factor pic x(16).
       01 Hours pic x(16).
       01 Note pic x(2560).
       01 AllowAction pic x.

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId, AllowAddress, Factor, Hours, Note, AllowAction.
       Begin.

       IF AllowAddress IS = SPACES OR AllowAddress(65:) IS NOT = SPACES THEN
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

       IF Factor IS NOT = SPACES THEN
         MOVE function numval(Factor) TO AllowFactor
       END-IF
       IF AllowFactor < 1 OR AllowFactor > 1000 THEN
         MOVE 10 TO AllowFactor
       END-IF
       IF Hours IS NOT = SPACES THEN
         MOVE function numval(Hours) TO AllowHours
       END-IF

       STRING function trim(AllowAddress), x"00" INTO AddrParam END-STRING
       STRING function trim(Note), x"00" INTO NoteParam END-STRING

       IF AllowAction IS = "a" THEN
         MOVE "allow" TO ActionWord
         STRING "INSERT INTO ThrottleAllowlist ( Address, Factor, Note, AddedBy, ExpiresAt ) ",
             "SELECT $1, ", AllowFactor, ", $2, '", function trim(Player), "', ",
             "CASE WHEN ", AllowHours, " > 0 THEN now() + make_interval(hours => ", AllowHours,
             ") END WHERE $1 ~ '^[0-9A-Fa-f.:]+$' ",
             "ON CONFLICT ( Address ) DO UPDATE SET Factor = EXCLUDED.Factor, Note = EXCLUDED.Note, ",
             "AddedBy = EXCLUDED.AddedBy, AddedAt = now(), ExpiresAt = EXCLUDED.ExpiresAt ",
             "RETURNING Address;", x"00" INTO QueryString
         END-STRING
         CALL "execparams" USING pgconn querystring NParams2
             AddrParam NoteParam SpareParam3 pgres END-CALL
       ELSE
         MOVE "remove" TO ActionWord
         STRING "DELETE FROM ThrottleAllowlist WHERE Address = $1 RETURNING Address;", x"00" INTO QueryString
         END-STRING
         CALL "execparams" USING pgconn querystring NParams1
             AddrParam SpareParam2 SpareParam3 pgres END-CALL
       END-IF
       call "PQntuples" using by value pgres returning NChanged
       IF NChanged = 0 THEN
         EXIT PROGRAM
       END-IF

       MOVE SPACES TO AuditParam
       STRING function trim(AllowAddress), " x", AllowFactor, " for ", AllowHours, "h: ",
           function trim(Note), x"00" INTO AuditParam
       END-STRING
       STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Player),
           "', 'throttle_", function trim(ActionWord), "', $1 );", x"00" INTO QueryString
       END-STRING
       CALL "execparams" USING pgconn querystring NParams1
           AuditParam SpareParam2 SpareParam3 pgres END-CALL

       EXIT PROGRAM.
