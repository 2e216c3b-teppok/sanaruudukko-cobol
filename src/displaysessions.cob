        *> -------------------------
        *> displaysessions.
        *> Takes: pgconn, Player, TargetPlayer, SessionToken, OutFormat.
        *> Where an account is signed in: one entry per unexpired
        *>   Sessions row, most recently used first -- its Id (what
        *>   sessionrevoke names), the address it was last used from,
        *>   when it was opened, last used and expires, and which one is
        *>   the session making this request. A player sees their own;
        *>   target= shows another account's, but only for a global
        *>   Admin -- anyone else asking about someone else is shown
        *>   their own, as displaylogins does. Timestamps render in the
        *>   caller's preferred timezone.
        *> Modifies:
        *> Dependencies: gettimezone

       IDENTIFICATION DIVISION.
       PROGRAM-ID. displaysessions.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(80) based.
       01 querystring pic x(1024).

       01 IsAdmin usage binary-long VALUE 0.
       01 ShowPlayer pic x(16) VALUE SPACES.

       01 TzPrefix pic x(16) VALUE SPACES.
       01 TzSuffix pic x(96) VALUE SPACES.

       01 NRows usage binary-long.
       01 RowIdx usage binary-long.
       01 SessionNum pic x(12).
       01 SessionAddress pic x(48).
       01 SessionCreated pic x(32).
       01 SessionUsed pic x(32).
       01 SessionExpires pic x(32).
       01 SessionCurrent pic x(4).

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 TargetPlayer pic x(16).
       01 SessionToken pic x(16).
       01 OutFormat pic x(4).

       PROCEDURE DIVISION USING pgconn, Player, TargetPlayer, SessionToken, OutFormat.
       Begin.

       MOVE Player TO ShowPlayer
       IF TargetPlayer IS NOT = SPACES THEN
         STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
         call "PQntuples" using by value pgres returning IsAdmin
         IF IsAdmin > 0 THEN
           MOVE TargetPlayer TO ShowPlayer
         END-IF
       END-IF

       CALL "gettimezone" USING BY REFERENCE pgconn Player TzPrefix TzSuffix

       STRING "SELECT Id, Address, ",
           "to_char(", function trim(TzPrefix), "CreatedAt", function trim(TzSuffix), ", 'YYYY-MM-DD HH24:MI:SS'), ",
           "to_char(", function trim(TzPrefix), "LastUsedAt", function trim(TzSuffix), ", 'YYYY-MM-DD HH24:MI:SS'), ",
           "to_char(", function trim(TzPrefix), "ExpiresAt", function trim(TzSuffix), ", 'YYYY-MM-DD HH24:MI:SS'), ",
           "CASE WHEN Token = '", function trim(SessionToken), "' THEN 1 ELSE 0 END ",
           "FROM Sessions WHERE Player = '", function trim(ShowPlayer), "' AND ExpiresAt > now() ",
           "ORDER BY LastUsedAt DESC;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NRows

       IF OutFormat = "json" THEN
          DISPLAY '"sessions":['
       ELSE
          DISPLAY "<sessions>"
       END-IF

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO SessionNum
           string resstr delimited by x"00" into SessionNum end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO SessionAddress
           string resstr delimited by x"00" into SessionAddress end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO SessionCreated
           string resstr delimited by x"00" into SessionCreated end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 3 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO SessionUsed
           string resstr delimited by x"00" into SessionUsed end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 4 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO SessionExpires
           string resstr delimited by x"00" into SessionExpires end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 5 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO SessionCurrent
           string resstr delimited by x"00" into SessionCurrent end-string

           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"id":' function trim(SessionNum) ',"address":"' function trim(SessionAddress)
                  '","created":"' function trim(SessionCreated) '","lastused":"' function trim(SessionUsed)
                  '","expires":"' function trim(SessionExpires) '","current":' function trim(SessionCurrent) '}'
           ELSE
              DISPLAY "<session>"
              DISPLAY "<id>", function trim(SessionNum), "</id>"
              DISPLAY "<address>", function trim(SessionAddress), "</address>"
              DISPLAY "<created>", function trim(SessionCreated), "</created>"
              DISPLAY "<lastused>", function trim(SessionUsed), "</lastused>"
              DISPLAY "<expires>", function trim(SessionExpires), "</expires>"
              DISPLAY "<current>", function trim(SessionCurrent), "</current>"
              DISPLAY "</session>"
           END-IF
       END-PERFORM

       IF OutFormat = "json" THEN
          DISPLAY "]"
       ELSE
          DISPLAY "</sessions>"
       END-IF

       EXIT PROGRAM.
