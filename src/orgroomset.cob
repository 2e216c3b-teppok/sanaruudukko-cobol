        *> -------------------------
        *> orgroomset.
        *> Takes: Standard arguments + OrgCode, OutFormat.
        *> Moves the caller's current room into an organisation's
        *>   private directory (OrgCode), or back out to the public one
        *>   (OrgCode blank). A global Admin may move any room; anyone
        *>   else must be an OrgAdmin of the organisation the room goes
        *>   to, and either own the room (a public room) or be an
        *>   OrgAdmin of the organisation it leaves. Once in, the room
        *>   is listed to and joinable by the organisation's members
        *>   and admins only, its admins moderate it and its dictionary
        *>   exclusions apply. Output is the room's organisation code
        *>   afterwards, empty for a public room or a refusal.
        *> Modifies: Rooms, AuditLog
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. orgroomset.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(1024).

       01 IsAdmin usage binary-long value 0.
       01 NMoved usage binary-long value 0.
       01 Gate pic x(400) VALUE SPACES.
       01 GatePtr usage binary-long VALUE 1.
       01 NewOrg pic x(64) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".
       01 OrgCode pic x(16).

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId, OrgCode, OutFormat.
       Begin.

       MOVE 0 TO NMoved

       IF RoomId IS = HIGH-VALUES OR RoomId IS = LOW-VALUES THEN
         PERFORM ShowResult
         EXIT PROGRAM
       END-IF

       STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning IsAdmin

       MOVE SPACES TO NewOrg Gate
       MOVE 1 TO GatePtr
       IF OrgCode IS = SPACES THEN
         MOVE "NULL" TO NewOrg
       ELSE
         STRING "( SELECT Id FROM Organisations WHERE Code = '", function trim(OrgCode), "' )"
             DELIMITED BY SIZE INTO NewOrg
         END-STRING
       END-IF

      *> who may move it: the room's side, then the destination's.
       IF IsAdmin = 0 THEN
         STRING " AND ( ( OrgId IS NULL AND OwnerName = '", function trim(Player),
             "' ) OR OrgId IN ( SELECT OrgId FROM OrgAdmins WHERE Player = '", function trim(Player), "' ) )"
             DELIMITED BY SIZE INTO Gate WITH POINTER GatePtr
         END-STRING
         IF OrgCode IS NOT = SPACES THEN
           STRING " AND ", function trim(NewOrg),
               " IN ( SELECT OrgId FROM OrgAdmins WHERE Player = '", function trim(Player), "' )"
               DELIMITED BY SIZE INTO Gate WITH POINTER GatePtr
           END-STRING
         END-IF
       END-IF

       IF OrgCode IS NOT = SPACES THEN
         STRING "UPDATE Rooms SET OrgId = ", function trim(NewOrg), " WHERE Id = ", RoomId,
             " AND EXISTS ( SELECT 1 FROM Organisations WHERE Code = '", function trim(OrgCode), "' ) ",
             function trim(Gate), " RETURNING Id;", x"00" INTO QueryString
         END-STRING
       ELSE
         STRING "UPDATE Rooms SET OrgId = NULL WHERE Id = ", RoomId, " ", function trim(Gate),
             " RETURNING Id;", x"00" INTO QueryString
         END-STRING
       END-IF
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NMoved

       IF NMoved > 0 THEN
         STRING "INSERT INTO AuditLog ( Actor, Action, RoomId, Details ) VALUES ( '", function trim(Player),
             "', 'org_room', ", RoomId, ", '", function trim(OrgCode), "' );", x"00" INTO QueryString
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       END-IF

       PERFORM ShowResult

       EXIT PROGRAM.

       ShowResult.
       IF OutFormat = "json" THEN
         IF NMoved > 0 THEN
           DISPLAY '"orgroom":"' function trim(OrgCode) '"'
         ELSE
           DISPLAY '"orgroom":""'
         END-IF
       ELSE
         IF NMoved > 0 THEN
           DISPLAY "<orgroom>", function trim(OrgCode), "</orgroom>"
         ELSE
           DISPLAY "<orgroom></orgroom>"
         END-IF
       END-IF.
