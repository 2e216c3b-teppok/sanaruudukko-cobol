        *> -------------------------
        *> orgmember.
        *> Takes: Standard arguments + TargetPlayer, OrgCode, OrgRole,
        *>   GrantAction.
        *> The rosters of an organisation. OrgRole "a" is its admins,
        *>   which only a global Admin names or removes; OrgRole "m" is
        *>   its members, which its own OrgAdmins (or a global Admin)
        *>   add and remove. GrantAction "g" adds TargetPlayer, "r"
        *>   removes them. An org admin counts as a RoomModerator in
        *>   the organisation's rooms, may appoint their moderators, and
        *>   may issue reset codes and clear lockouts for its members --
        *>   the teacher's powers, and no global ones. Guests are never
        *>   added. Every change lands in AuditLog.
        *> Modifies: OrgAdmins, OrgMembers, AuditLog
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. orgmember.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(512).

       01 IsAdmin usage binary-long value 0.
       01 TableName pic x(16) VALUE SPACES.
       01 ActionBase pic x(16) VALUE SPACES.
       01 ActionWord pic x(24) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".
       01 TargetPlayer pic x(16).
       01 OrgCode pic x(16).
       01 OrgRole pic x.
       01 GrantAction pic x.

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId, TargetPlayer, OrgCode, OrgRole, GrantAction.
       Begin.

       IF TargetPlayer IS = SPACES OR OrgCode IS = SPACES THEN
         EXIT PROGRAM
       END-IF

       IF OrgRole = "a" THEN
         MOVE "OrgAdmins" TO TableName
         MOVE "org_admin" TO ActionBase
         STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
         END-STRING
       ELSE
         MOVE "OrgMembers" TO TableName
         MOVE "org_member" TO ActionBase
         STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player),
             "' UNION ALL SELECT a.Player FROM OrgAdmins a JOIN Organisations o ON o.Id = a.OrgId ",
             "WHERE o.Code = '", function trim(OrgCode), "' AND a.Player = '", function trim(Player), "';",
             x"00" INTO QueryString
         END-STRING
       END-IF
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning IsAdmin
       IF IsAdmin = 0 THEN
         EXIT PROGRAM
       END-IF

       IF GrantAction IS = "g" THEN
         STRING function trim(ActionBase), "_add" DELIMITED BY SIZE INTO ActionWord END-STRING
         STRING "INSERT INTO ", function trim(TableName), " ( OrgId, Player, AddedBy ) ",
             "SELECT o.Id, p.Name, '", function trim(Player), "' FROM Organisations o, Players p ",
             "WHERE o.Code = '", function trim(OrgCode), "' AND p.Name = '", function trim(TargetPlayer),
             "' AND NOT p.IsGuest ON CONFLICT ( OrgId, Player ) DO NOTHING;", x"00" INTO QueryString
         END-STRING
       ELSE
         STRING function trim(ActionBase), "_remove" DELIMITED BY SIZE INTO ActionWord END-STRING
         STRING "DELETE FROM ", function trim(TableName), " WHERE Player = '", function trim(TargetPlayer),
             "' AND OrgId IN ( SELECT Id FROM Organisations WHERE Code = '", function trim(OrgCode), "' );",
             x"00" INTO QueryString
         END-STRING
       END-IF
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Player),
           "', '", function trim(ActionWord), "', '", function trim(TargetPlayer),
           ": ", function trim(OrgCode), "' );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       EXIT PROGRAM.
