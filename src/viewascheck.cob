        *> -------------------------
        *> viewascheck.
        *> Takes: pgconn, Player (the signed-in staff member), ViewToken,
        *>   Func, ClientAddr, ViewAsPlayer (out), ViewAsFlag (out).
        *> The gate for a read-only "view as player" session, called by
        *>   the front ends whenever a viewas token comes with a
        *>   request. The token must be one Player opened (viewasopen),
        *>   unexpired and not closed, and Player must still be an
        *>   Admin or hold the 'viewas' capability; otherwise the flag
        *>   comes back "x". viewasclose closes the session ("c").
        *>   A func on the read-only list below comes back "t" with
        *>   ViewAsPlayer set, for the caller to answer as that player;
        *>   anything else is refused ("r") -- a new func is refused in
        *>   a view session until someone decides it only reads. Every
        *>   outcome except a bad token is written to AuditLog with the
        *>   target, the func and the reason the session was opened
        *>   with.
        *> Modifies: ViewAsSessions, AuditLog
        *> Dependencies: execparams

       IDENTIFICATION DIVISION.
       PROGRAM-ID. viewascheck.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(2560) based.
       01 querystring pic x(1024).

       01 NFound usage binary-long VALUE 0.
       01 SessionIdTxt pic x(12) VALUE SPACES.
       01 ViewFunc pic x(16) VALUE SPACES.
      *> the funcs that only read, and read nothing but what the
      *> player themselves would be shown.
         88 ViewAsReadFunc VALUES "getrooms" "roomsearch" "roomchat" "lobbychat"
             "displayround" "roomsettings" "profileview" "notifyprefs" "friendlist"
             "achievements" "playerstats" "missions" "progress" "termsshow".
       01 ActionWord pic x(16) VALUE SPACES.

       01 TokenParam pic x(260) VALUE SPACES.
       01 AuditParam pic x(2600) VALUE SPACES.
       01 NParams1 usage binary-long VALUE 1.
       01 SpareParam2 pic x(260) VALUE SPACES.
       01 SpareParam3 pic x(260) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 ViewToken pic x(16).
       01 Func pic x(16).
       01 ClientAddr pic x(45).
       01 ViewAsPlayer pic x(16).
       01 ViewAsFlag pic x.

       PROCEDURE DIVISION USING pgconn, Player, ViewToken, Func, ClientAddr, ViewAsPlayer, ViewAsFlag.
       Begin.

       MOVE "x" TO ViewAsFlag
       MOVE SPACES TO ViewAsPlayer

       STRING function trim(ViewToken), x"00" INTO TokenParam END-STRING
       STRING "SELECT v.Id, v.Player, v.Reason FROM ViewAsSessions v WHERE v.Token = $1 ",
           "AND v.Staff = '", function trim(Player), "' AND v.ExpiresAt > now() AND v.ClosedAt IS NULL ",
           "AND EXISTS (SELECT 1 FROM Players p WHERE p.Name = v.Player) ",
           "AND EXISTS (SELECT Player FROM Admins WHERE Player = v.Staff ",
           "UNION ALL SELECT Player FROM StaffGrants WHERE Capability = 'viewas' AND Player = v.Staff);",
           x"00" INTO QueryString
       END-STRING
       CALL "execparams" USING pgconn querystring NParams1
           TokenParam SpareParam2 SpareParam3 pgres END-CALL
       call "PQntuples" using by value pgres returning NFound
       IF NFound = 0 THEN
         EXIT PROGRAM
       END-IF

       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO SessionIdTxt
       string resstr delimited by x"00" into SessionIdTxt end-string
       call "PQgetvalue" using by value pgres by value 0 by value 1 returning resptr end-call
       set address of resstr to resptr
       string resstr delimited by x"00" into ViewAsPlayer end-string
       call "PQgetvalue" using by value pgres by value 0 by value 2 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO AuditParam
       STRING function trim(ViewAsPlayer), " ", function trim(Func), ": " DELIMITED BY SIZE
           resstr DELIMITED BY x"00"
           x"00" DELIMITED BY SIZE INTO AuditParam
       END-STRING

       MOVE Func TO ViewFunc
       EVALUATE TRUE
         WHEN Func IS = "viewasclose"
           STRING "UPDATE ViewAsSessions SET ClosedAt = now() WHERE Id = ", function trim(SessionIdTxt), ";",
               x"00" INTO QueryString
           END-STRING
           call "PQexec" using by value pgconn by reference querystring returning pgres end-call
           MOVE "c" TO ViewAsFlag
           MOVE "viewas_close" TO ActionWord
         WHEN ViewAsReadFunc
           MOVE "t" TO ViewAsFlag
           MOVE "viewas_use" TO ActionWord
         WHEN OTHER
           MOVE "r" TO ViewAsFlag
           MOVE "viewas_refused" TO ActionWord
       END-EVALUATE

       STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Player),
           "', '", function trim(ActionWord), "', $1 );", x"00" INTO QueryString
       END-STRING
       CALL "execparams" USING pgconn querystring NParams1
           AuditParam SpareParam2 SpareParam3 pgres END-CALL

       EXIT PROGRAM.
