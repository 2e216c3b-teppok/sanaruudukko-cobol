        *> -------------------------
        *> twofactorconfirm.
        *> Takes: pgconn, Player, ClientAddr, SessionId, OtpCode,
        *>   OutFormat.
        *> Completes twofactorenrol: the first good six-digit code from
        *>   the authenticator app (the current 30-second step or either
        *>   neighbour, for clock drift) confirms the pending secret and
        *>   satisfies this session's second factor. Ten fresh recovery
        *>   codes replace any earlier set and are shown once, here;
        *>   only their hashes are kept. After SecondFactorMaxFailures
        *>   (Status row, default 5) failed codes inside fifteen minutes
        *>   no code is checked until the window passes. Every attempt
        *>   goes to LoginHistory (Method 'totp') and AuditLog.
        *> Modifies: TwoFactor, RecoveryCodes, Sessions.SecondFactorUntil,
        *>   LoginHistory, AuditLog
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. twofactorconfirm.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(64) based.
       01 querystring pic x(2048).

       01 NThrottled usage binary-long VALUE 0.
       01 NConfirmed usage binary-long VALUE 0.
       01 NCodes usage binary-long VALUE 0.
       01 CodeIdx usage binary-long.
       01 RecoveryCode pic x(16).
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

       IF NThrottled = 0 AND OtpCode(1:6) IS NUMERIC AND OtpCode(7:) IS = SPACES THEN
      *> RFC 4226 dynamic truncation of HMAC-SHA1 over the step
      *> counter; LastCounter moves forward with every code accepted,
      *> so the same code is never good twice.
         STRING "WITH c AS (SELECT t.Player, w.Ctr FROM TwoFactor t ",
             "CROSS JOIN LATERAL (SELECT floor(extract(epoch from now()) / 30)::bigint + g AS Ctr ",
             "FROM generate_series(-1, 1) g) w ",
             "CROSS JOIN LATERAL (SELECT hmac(int8send(w.Ctr), t.Secret, 'sha1') AS h) m ",
             "CROSS JOIN LATERAL (SELECT get_byte(m.h, 19) & 15 AS o) f ",
             "WHERE t.Player = '", function trim(Player), "' AND t.ConfirmedAt IS NULL ",
             "AND w.Ctr > COALESCE(t.LastCounter, -1) ",
             "AND lpad(((((get_byte(m.h, f.o) & 127)::bigint << 24) | (get_byte(m.h, f.o + 1)::bigint << 16) ",
             "| (get_byte(m.h, f.o + 2)::bigint << 8) | get_byte(m.h, f.o + 3)) % 1000000)::text, 6, '0') = '",
             OtpCode(1:6), "' ORDER BY w.Ctr DESC LIMIT 1) ",
             "UPDATE TwoFactor t SET ConfirmedAt = now(), LastCounter = c.Ctr FROM c ",
             "WHERE t.Player = c.Player RETURNING t.Player;", x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
         call "PQntuples" using by value pgres returning NConfirmed
       END-IF

       IF NConfirmed > 0 THEN
         MOVE "true" TO FactorSuccess
         MOVE "twofactor_confirm" TO AuditAction
       ELSE
         MOVE "false" TO FactorSuccess
         MOVE "twofactor_confirm_failed" TO AuditAction
       END-IF
       PERFORM LogFactorEvent

       IF OutFormat = "json" THEN
         IF NConfirmed > 0 THEN
           DISPLAY '"twofactorconfirmed":1,"recoverycodes":['
         ELSE
           DISPLAY '"twofactorconfirmed":0,"recoverycodes":['
         END-IF
       ELSE
         IF NConfirmed > 0 THEN
           DISPLAY "<twofactorconfirmed>1</twofactorconfirmed>"
         ELSE
           DISPLAY "<twofactorconfirmed>0</twofactorconfirmed>"
         END-IF
         DISPLAY "<recoverycodes>"
       END-IF

       IF NConfirmed > 0 THEN
         PERFORM SatisfySession
         PERFORM IssueRecoveryCodes
       END-IF

       IF OutFormat = "json" THEN
         DISPLAY "]"
       ELSE
         DISPLAY "</recoverycodes>"
       END-IF

       EXIT PROGRAM.

      *> -------------------------
      *> SatisfySession: the second factor holds for the caller's own
      *> session (SessionId, from init) until SecondFactorSeconds
      *> (Status row, default 12 hours) pass.
       SatisfySession.
       STRING "UPDATE Sessions SET SecondFactorUntil = now() + make_interval(secs => ",
           "COALESCE((SELECT Value FROM Status WHERE Name = 'SecondFactorSeconds')::int, 43200)) ",
           "WHERE Id = NULLIF('", function trim(SessionId), "', '')::int AND Player = '", function trim(Player), "';",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call.

      *> -------------------------
      *> IssueRecoveryCodes: ten new single-use codes, hashed on the
      *> way in; the CTE is read twice so it is evaluated once and the
      *> codes displayed are exactly the ones stored.
       IssueRecoveryCodes.
       STRING "DELETE FROM RecoveryCodes WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       STRING "WITH g AS (SELECT upper(encode(gen_random_bytes(5), 'hex')) AS Code FROM generate_series(1, 10)), ",
           "i AS (INSERT INTO RecoveryCodes ( Player, CodeHash ) SELECT '", function trim(Player),
           "', encode(digest(Code, 'sha256'), 'hex') FROM g) SELECT Code FROM g;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NCodes

       PERFORM VARYING CodeIdx FROM 0 BY 1 UNTIL CodeIdx >= NCodes
           call "PQgetvalue" using by value pgres by value CodeIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO RecoveryCode
           string resstr delimited by x"00" into RecoveryCode end-string
           IF OutFormat = "json" THEN
              IF CodeIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '"' function trim(RecoveryCode) '"'
           ELSE
              DISPLAY "<code>", function trim(RecoveryCode), "</code>"
           END-IF
       END-PERFORM.

      *> -------------------------
      *> LogFactorEvent: the LoginHistory row and the AuditLog row.
       LogFactorEvent.
       STRING "INSERT INTO LoginHistory ( Player, Address, Method, Success ) ",
           "SELECT Name, '", function trim(ClientAddr), "', 'totp', ", function trim(FactorSuccess),
           " FROM Players WHERE Name = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Player),
           "', '", function trim(AuditAction), "', 'from ", function trim(ClientAddr), "' );",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call.
