        *> -------------------------
        *> emailverify.
        *> Takes: pgconn, Player, EmailCode, OutFormat.
        *> Completes emailset: when EmailCode matches the caller's
        *>   unexpired EmailConfirmations row, the pending address
        *>   becomes Players.Email, stamped EmailVerifiedAt, and the
        *>   pending row is consumed. Only a verified address is ever
        *>   mailed by resetissue, roominvite, mailsend and
        *>   weeklydigest. Reports whether the address is now verified.
        *> Modifies: Players.Email, EmailConfirmations
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. emailverify.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(512).

       01 NVerified usage binary-long VALUE 0.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 EmailCode pic x(16).
       01 OutFormat pic x(4).

       PROCEDURE DIVISION USING pgconn, Player, EmailCode, OutFormat.
       Begin.

       IF EmailCode IS NOT = SPACES THEN
      *> the confirmation row is claimed by deleting it, so a code
      *> only ever verifies once.
         STRING "WITH c AS (DELETE FROM EmailConfirmations WHERE Player = '", function trim(Player),
             "' AND Code = '", function trim(EmailCode), "' AND ExpiresAt > now() RETURNING Player, Email) ",
             "UPDATE Players p SET Email = c.Email, EmailVerifiedAt = now() FROM c ",
             "WHERE p.Name = c.Player RETURNING p.Name;", x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
         call "PQntuples" using by value pgres returning NVerified
       END-IF

       IF OutFormat = "json" THEN
         IF NVerified > 0 THEN
           DISPLAY '"emailverified":1'
         ELSE
           DISPLAY '"emailverified":0'
         END-IF
       ELSE
         IF NVerified > 0 THEN
           DISPLAY "<emailverified>1</emailverified>"
         ELSE
           DISPLAY "<emailverified>0</emailverified>"
         END-IF
       END-IF

       EXIT PROGRAM.
