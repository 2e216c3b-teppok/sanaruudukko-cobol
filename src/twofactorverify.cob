        *> -------------------------
        *> twofactorverify.
        *> Takes: pgconn, Player, ClientAddr, SessionId, OtpCode,
        *>   OutFormat.
        *> Satisfies this session's second factor, which processq
        *>   demands before any staff-only func. A six-digit OtpCode is
        *>   checked against the confirmed TOTP secret (the current
        *>   30-second step or either neighbour; never a step already
        *>   used); anything else is tried as one of the recovery codes
        *>   twofactorconfirm issued, which is spent by the attempt that
        *>   uses it. Success is marked on the caller's own session
        *>   (SessionId, from init) and holds there for
        *>   SecondFactorSeconds. The same failure throttle as twofactorconfirm
        *>   applies. Every attempt goes to LoginHistory (Method 'totp'
        *>   or 'recovery') and AuditLog. Reports the outcome and how
        *>   many unused recovery codes remain.
        *> Modifies: TwoFactor.LastCounter, RecoveryCodes,
        *>   Sessions.SecondFactorUntil, LoginHistory, AuditLog
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. twofactorverify.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(16) based.
       01 querystring pic x(2048).

       01 NThrottled usage binary-long VALUE 0.
       01 NVerified usage binary-long VALUE 0.
       01 CodesLeft pic x(8) VALUE "0".
       01 FactorMethod pic x(16) VALUE "totp".
       01 FactorSuccess pic x(5) VALUE "false".
       01 AuditAction pic x(32) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 ClientAddr pic x(45).
       01 SessionId pic x(12).
       01 OtpCode pic x(16).
       01 OutFormat pic x(4).

       PROCEDURE DIVISION USING pgconn, Player, ClientAddr, SessionId, OtpCode, OutFormat.
       Begin.

       IF OtpCode(1:6) IS NUMERIC AND OtpCode(7:) IS = SPACES THEN
         MOVE "totp" TO FactorMethod
       ELSE
         MOVE "recovery" TO FactorMethod
       END-IF

       STRING "SELECT count(*) FROM LoginHistory WHERE Player = '", function trim(Player),
           "' AND Method IN ('totp', 'recovery') AND NOT Success ",
           "AND EventTime > now() - interval '15 minutes' HAVING count(*) >= ",
           "COALESCE((SELECT Value FROM Status WHERE Name = 'SecondFactorMaxFailures')::int, 5);",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NThrottled

       IF NThrottled = 0 AND OtpCode IS NOT = SPACES THEN
         IF FactorMethod = "totp" THEN
           PERFORM CheckTotp
         ELSE
           PERFORM CheckRecovery
         END-IF
       END-IF

       IF NVerified > 0 THEN
         MOVE "true" TO FactorSuccess
         IF FactorMethod = "totp" THEN
           MOVE "twofactor_ok" TO AuditAction
         ELSE
           MOVE "twofactor_recovery_used" TO AuditAction
         END-IF
         STRING "UPDATE Sessions SET SecondFactorUntil = now() + make_interval(secs => ",
             "COALESCE((SELECT Value FROM Status WHERE Name = 'SecondFactorSeconds')::int, 43200)) ",
             "WHERE Id = NULLIF('", function trim(SessionId), "', '')::int AND Player = '", function trim(Player), "';",
             x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
       ELSE
         MOVE "false" TO FactorSuccess
         MOVE "twofactor_failed" TO AuditAction
       END-IF
       PERFORM LogFactorEvent

       STRING "SELECT count(*) FROM RecoveryCodes WHERE Player = '", function trim(Player),
           "' AND UsedAt IS NULL;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO CodesLeft
       string resstr delimited by x"00" into CodesLeft end-string

       IF OutFormat = "json" THEN
         IF NVerified > 0 THEN
           DISPLAY '"secondfactor":1,"recoveryleft":' function trim(CodesLeft)
         ELSE
           DISPLAY '"secondfactor":0,"recoveryleft":' function trim(CodesLeft)
         END-IF
       ELSE
         IF NVerified > 0 THEN
           DISPLAY "<secondfactor>1</secondfactor>"
         ELSE
           DISPLAY "<secondfactor>0</secondfactor>"
         END-IF
         DISPLAY "<recoveryleft>", function trim(CodesLeft), "</recoveryleft>"
       END-IF

       EXIT PROGRAM.

      *> -------------------------
      *> CheckTotp: RFC 4226 dynamic truncation of HMAC-SHA1 over the
      *> step counter, as in twofactorconfirm; LastCounter moves
      *> forward with every code accepted.
       CheckTotp.
       STRING "WITH c AS (SELECT t.Player, w.Ctr FROM TwoFactor t ",
           "CROSS JOIN LATERAL (SELECT floor(extract(epoch from now()) / 30)::bigint + g AS Ctr ",
           "FROM generate_series(-1, 1) g) w ",
           "CROSS JOIN LATERAL (SELECT hmac(int8send(w.Ctr), t.Secret, 'sha1') AS h) m ",
           "CROSS JOIN LATERAL (SELECT get_byte(m.h, 19) & 15 AS o) f ",
           "WHERE t.Player = '", function trim(Player), "' AND t.ConfirmedAt IS NOT NULL ",
           "AND w.Ctr > COALESCE(t.LastCounter, -1) ",
           "AND lpad(((((get_byte(m.h, f.o) & 127)::bigint << 24) | (get_byte(m.h, f.o + 1)::bigint << 16) ",
           "| (get_byte(m.h, f.o + 2)::bigint << 8) | get_byte(m.h, f.o + 3)) % 1000000)::text, 6, '0') = '",
           OtpCode(1:6), "' ORDER BY w.Ctr DESC LIMIT 1) ",
           "UPDATE TwoFactor t SET LastCounter = c.Ctr FROM c ",
           "WHERE t.Player = c.Player RETURNING t.Player;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NVerified.

      *> -------------------------
      *> CheckRecovery: a recovery code is spent by the UPDATE that
      *> matches it, so two requests racing with the same code cannot
      *> both succeed.
       CheckRecovery.
       STRING "UPDATE RecoveryCodes SET UsedAt = now() WHERE Player = '", function trim(Player),
           "' AND UsedAt IS NULL AND CodeHash = encode(digest(upper('", function trim(OtpCode),
           "'), 'sha256'), 'hex') RETURNING Player;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NVerified.

      *> -------------------------
      *> LogFactorEvent: the LoginHistory row and the AuditLog row.
       LogFactorEvent.
       STRING "INSERT INTO LoginHistory ( Player, Address, Method, Success ) ",
           "SELECT Name, '", function trim(ClientAddr), "', '", function trim(FactorMethod), "', ",
           function trim(FactorSuccess), " FROM Players WHERE Name = '", function trim(Player), "';",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Player),
           "', '", function trim(AuditAction), "', '", function trim(FactorMethod), " from ",
           function trim(ClientAddr), "' );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call.
