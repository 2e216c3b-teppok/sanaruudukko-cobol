        *> -------------------------
        *> sessionrevoke.
        *> Takes: pgconn, Player, TargetPlayer, SessionQ, SessionToken,
        *>   OutFormat.
        *> Throws out sessions, so the token a lost or stolen device
        *>   holds stops working at once. SessionQ is a Sessions Id from
        *>   displaysessions, or "all". A player revokes their own: "all"
        *>   means every session but the one making this request (sign
        *>   out everywhere else), and naming the current session's own
        *>   Id signs this device out too (the token this response
        *>   carries is then already dead; the next request needs the
        *>   passcode). target=
        *>   acts on another account, but only for a global Admin, and
        *>   there "all" is every session the account has, along with
        *>   any second factor satisfied on them. Anyone
        *>   else naming a target revokes nothing. Each revocation that
        *>   removed something goes to AuditLog.
        *> Modifies: Sessions, AuditLog
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. sessionrevoke.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(1024).

       01 IsAdmin usage binary-long VALUE 0.
       01 NRevoked usage binary-long VALUE 0.
       01 RevokedZ pic zzzz9.
       01 ShowPlayer pic x(16) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 TargetPlayer pic x(16).
       01 SessionQ pic x(16).
       01 SessionToken pic x(16).
       01 OutFormat pic x(4).

       PROCEDURE DIVISION USING pgconn, Player, TargetPlayer, SessionQ, SessionToken, OutFormat.
       Begin.

       MOVE Player TO ShowPlayer
       IF TargetPlayer IS NOT = SPACES AND TargetPlayer IS NOT = Player THEN
         MOVE SPACES TO ShowPlayer
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

       IF ShowPlayer IS NOT = SPACES AND SessionQ IS NOT = SPACES THEN
         PERFORM RevokeSessions
       END-IF

       MOVE NRevoked TO RevokedZ
       IF OutFormat = "json" THEN
         DISPLAY '"sessionsrevoked":' function trim(RevokedZ)
       ELSE
         DISPLAY "<sessionsrevoked>", function trim(RevokedZ), "</sessionsrevoked>"
       END-IF

       EXIT PROGRAM.

      *> -------------------------
      *> RevokeSessions: the DELETE ... RETURNING says what actually
      *> went.
       RevokeSessions.
       IF SessionQ = "all" THEN
         IF ShowPlayer = Player THEN
           STRING "DELETE FROM Sessions WHERE Player = '", function trim(ShowPlayer),
               "' AND Token <> '", function trim(SessionToken), "' RETURNING Id;", x"00" INTO QueryString
           END-STRING
         ELSE
           STRING "DELETE FROM Sessions WHERE Player = '", function trim(ShowPlayer),
               "' RETURNING Id;", x"00" INTO QueryString
           END-STRING
         END-IF
       ELSE
         STRING "DELETE FROM Sessions WHERE Player = '", function trim(ShowPlayer),
             "' AND Id::text = '", function trim(SessionQ), "' RETURNING Id;", x"00" INTO QueryString
         END-STRING
       END-IF
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NRevoked
       IF NRevoked = 0 THEN
         EXIT PARAGRAPH
       END-IF

       MOVE NRevoked TO RevokedZ
       STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Player),
           "', 'session_revoked', '", function trim(RevokedZ), " session(s) of ", function trim(ShowPlayer),
           ": ", function trim(SessionQ), "' );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call.
