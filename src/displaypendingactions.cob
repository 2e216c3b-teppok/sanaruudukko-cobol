        *> -------------------------
        *> displaypendingactions.
        *> Takes: pgconn, Player, OutFormat.
        *> Admin-only screen over the four-eyes queue: every request of
        *>   the last 30 days still waiting on someone -- pending (for a
        *>   second Admin's actiondecide) or approved (a batch job not
        *>   yet run) -- and those that ran out of time, shown as
        *>   expired. Per row: Id, action, target (player, room, round,
        *>   parameter), who asked and why, when, and the deadline,
        *>   timestamps in the caller's timezone. Anyone else gets an
        *>   empty list.
        *> Modifies:
        *> Dependencies: gettimezone

       IDENTIFICATION DIVISION.
       PROGRAM-ID. displaypendingactions.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(2560) based.
       01 querystring pic x(2048).

       01 IsAdmin usage binary-long VALUE 0.
       01 TzPrefix pic x(16) VALUE SPACES.
       01 TzSuffix pic x(96) VALUE SPACES.

       01 NRows usage binary-long VALUE 0.
       01 RowIdx usage binary-long.
       01 PaId pic x(8).
       01 PaAction pic x(16).
       01 PaTarget pic x(16).
       01 PaRoom pic x(8).
       01 PaRound pic x(8).
       01 PaParam pic x(2560).
       01 PaReason pic x(2560).
       01 PaRequestedBy pic x(16).
       01 PaRequestedAt pic x(32).
       01 PaExpiresAt pic x(32).
       01 PaState pic x(16).

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 OutFormat pic x(4).

       PROCEDURE DIVISION USING pgconn, Player, OutFormat.
       Begin.

       STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning IsAdmin

       IF IsAdmin > 0 THEN
         CALL "gettimezone" USING BY REFERENCE pgconn Player TzPrefix TzSuffix
         STRING "SELECT Id, Action, COALESCE(TargetPlayer, ''), COALESCE(RoomId::text, ''), ",
             "COALESCE(RoundId::text, ''), Param, Reason, RequestedBy, ",
             "to_char(", function trim(TzPrefix), "RequestedAt", function trim(TzSuffix), ", 'YYYY-MM-DD HH24:MI'), ",
             "to_char(", function trim(TzPrefix), "ExpiresAt", function trim(TzSuffix), ", 'YYYY-MM-DD HH24:MI'), ",
             "CASE WHEN ExpiresAt <= now() THEN 'expired' ELSE Outcome END ",
             "FROM PendingActions WHERE Outcome IN ('pending', 'approved') ",
             "AND RequestedAt > now() - interval '30 days' ORDER BY Id DESC;", x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
         call "PQntuples" using by value pgres returning NRows
       END-IF

       IF OutFormat = "json" THEN
          DISPLAY '"pendingactions":['
       ELSE
          DISPLAY "<pendingactions>"
       END-IF

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO PaId
           string resstr delimited by x"00" into PaId end-string
           call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO PaAction
           string resstr delimited by x"00" into PaAction end-string
           call "PQgetvalue" using by value pgres by value RowIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO PaTarget
           string resstr delimited by x"00" into PaTarget end-string
           call "PQgetvalue" using by value pgres by value RowIdx by value 3 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO PaRoom
           string resstr delimited by x"00" into PaRoom end-string
           call "PQgetvalue" using by value pgres by value RowIdx by value 4 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO PaRound
           string resstr delimited by x"00" into PaRound end-string
           call "PQgetvalue" using by value pgres by value RowIdx by value 5 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO PaParam
           string resstr delimited by x"00" into PaParam end-string
           call "PQgetvalue" using by value pgres by value RowIdx by value 6 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO PaReason
           string resstr delimited by x"00" into PaReason end-string
           call "PQgetvalue" using by value pgres by value RowIdx by value 7 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO PaRequestedBy
           string resstr delimited by x"00" into PaRequestedBy end-string
           call "PQgetvalue" using by value pgres by value RowIdx by value 8 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO PaRequestedAt
           string resstr delimited by x"00" into PaRequestedAt end-string
           call "PQgetvalue" using by value pgres by value RowIdx by value 9 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO PaExpiresAt
           string resstr delimited by x"00" into PaExpiresAt end-string
           call "PQgetvalue" using by value pgres by value RowIdx by value 10 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO PaState
           string resstr delimited by x"00" into PaState end-string

           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"id":' function trim(PaId) ',"action":"' function trim(PaAction)
                  '","target":"' function trim(PaTarget) '","room":"' function trim(PaRoom)
                  '","round":"' function trim(PaRound) '","param":"' function trim(PaParam)
                  '","reason":"' function trim(PaReason) '","requestedby":"' function trim(PaRequestedBy)
                  '","requested":"' function trim(PaRequestedAt) '","expires":"' function trim(PaExpiresAt)
                  '","state":"' function trim(PaState) '"}'
           ELSE
              DISPLAY "<action>"
              DISPLAY "<id>", function trim(PaId), "</id>"
              DISPLAY "<kind>", function trim(PaAction), "</kind>"
              DISPLAY "<target>", function trim(PaTarget), "</target>"
              DISPLAY "<room>", function trim(PaRoom), "</room>"
              DISPLAY "<round>", function trim(PaRound), "</round>"
              DISPLAY "<param>", function trim(PaParam), "</param>"
              DISPLAY "<reason>", function trim(PaReason), "</reason>"
              DISPLAY "<requestedby>", function trim(PaRequestedBy), "</requestedby>"
              DISPLAY "<requested>", function trim(PaRequestedAt), "</requested>"
              DISPLAY "<expires>", function trim(PaExpiresAt), "</expires>"
              DISPLAY "<state>", function trim(PaState), "</state>"
              DISPLAY "</action>"
           END-IF
       END-PERFORM

       IF OutFormat = "json" THEN
          DISPLAY "]"
       ELSE
          DISPLAY "</pendingactions>"
       END-IF

       EXIT PROGRAM.
