        *> -------------------------
        *> twofactorenrol.
        *> Takes: pgconn, Player, ClientAddr, SessionId, OutFormat.
        *> Starts (or restarts) the caller's second-factor enrolment:
        *>   a fresh random TOTP secret replaces any earlier one, left
        *>   unconfirmed until twofactorconfirm sees the first good code
        *>   from the authenticator app. The secret is shown once, in
        *>   base32 for the app (30-second steps, six digits, SHA1).
        *>   Replacing an already confirmed factor takes a satisfied
        *>   second factor on this session first -- a stolen passcode
        *>   alone must not be enough to swap the device. Either way the
        *>   attempt is written to LoginHistory (Method 'totpenrol') and
        *>   AuditLog.
        *> Modifies: TwoFactor, LoginHistory, AuditLog
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. twofactorenrol.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(64) based.
       01 querystring pic x(1024).

       01 NGuarded usage binary-long VALUE 0.
       01 NEnrolled usage binary-long VALUE 0.
       01 FactorSecret pic x(32) VALUE SPACES.
       01 FactorSuccess pic x(5) VALUE "false".
       01 AuditAction pic x(32) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 ClientAddr pic x(45).
       01 SessionId pic x(12).
       01 OutFormat pic x(4).

       PROCEDURE DIVISION USING pgconn, Player, ClientAddr, SessionId, OutFormat.
       Begin.

       STRING "SELECT t.Player FROM TwoFactor t ",
           "WHERE t.Player = '", function trim(Player), "' AND t.ConfirmedAt IS NOT NULL ",
           "AND NOT EXISTS (SELECT 1 FROM Sessions s WHERE s.Id = NULLIF('", function trim(SessionId), "', '')::int ",
           "AND s.Player = t.Player AND s.SecondFactorUntil > now());",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NGuarded

       IF NGuarded = 0 THEN
      *> the secret goes out as RFC 4648 base32: 160 bits, 32
      *> characters, five bits at a time taken most significant first
      *> (get_bit counts from each byte's low end).
         STRING "INSERT INTO TwoFactor ( Player, Secret ) SELECT Name, gen_random_bytes(20) ",
             "FROM Players WHERE Name = '", function trim(Player), "' ",
             "ON CONFLICT ( Player ) DO UPDATE SET Secret = EXCLUDED.Secret, EnrolledAt = now(), ",
             "ConfirmedAt = NULL, LastCounter = NULL ",
             "RETURNING (SELECT string_agg(substr('ABCDEFGHIJKLMNOPQRSTUVWXYZ234567', 1 + ",
             "(SELECT sum(get_bit(TwoFactor.Secret, ((i * 5 + j) / 8) * 8 + 7 - (i * 5 + j) % 8) << (4 - j)) ",
             "FROM generate_series(0, 4) j)::int, 1), '' ORDER BY i) FROM generate_series(0, 31) i);",
             x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
         call "PQntuples" using by value pgres returning NEnrolled
         IF NEnrolled > 0 THEN
           call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO FactorSecret
           string resstr delimited by x"00" into FactorSecret end-string
         END-IF
       END-IF

       IF FactorSecret IS NOT = SPACES THEN
         MOVE "true" TO FactorSuccess
         MOVE "twofactor_enrol" TO AuditAction
       ELSE
         MOVE "false" TO FactorSuccess
         MOVE "twofactor_enrol_refused" TO AuditAction
       END-IF
       PERFORM LogFactorEvent

       IF OutFormat = "json" THEN
         DISPLAY '"twofactorsecret":"' function trim(FactorSecret) '"'
       ELSE
         DISPLAY "<twofactorsecret>", function trim(FactorSecret), "</twofactorsecret>"
       END-IF

       EXIT PROGRAM.

      *> -------------------------
      *> LogFactorEvent: the LoginHistory row and the AuditLog row.
       LogFactorEvent.
       STRING "INSERT INTO LoginHistory ( Player, Address, Method, Success ) ",
           "SELECT Name, '", function trim(ClientAddr), "', 'totpenrol', ", function trim(FactorSuccess),
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
