        *> -------------------------
        *> emailset.
        *> Takes: pgconn, Player, EmailText.
        *> Starts putting an email address on the caller's account. The
        *>   address arrives through parsechat (it carries punctuation
        *>   parsequery would strip) and must look like one plain
        *>   address -- a single @, a dot after it, nothing parsechat
        *>   had to escape, no spaces -- or nothing changes. It is not
        *>   stored on the player yet: a confirmation code goes into
        *>   EmailConfirmations and out through the outbox's email
        *>   channel to the new address, and emailverify makes it the
        *>   player's Email once the code comes back. A repeat within a
        *>   minute of the last one sends nothing, so the func can't be
        *>   used to flood someone else's mailbox. An empty value or the
        *>   word "none" removes the address and any pending one.
        *> Modifies: EmailConfirmations, NotificationOutbox, Players.Email
        *> Dependencies: securetoken

       IDENTIFICATION DIVISION.
       PROGRAM-ID. emailset.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(1024).

       01 EmailAddress pic x(120) VALUE SPACES.
       01 EmailLen usage binary-long VALUE 0.
       01 AtCount usage binary-long VALUE 0.
       01 BadCount usage binary-long VALUE 0.
       01 EmailLooksOk usage binary-long VALUE 0.
       01 NIssued usage binary-long VALUE 0.
      *> the first eight characters of a securetoken draw, as
      *> resetissue draws its reset codes.
       01 TokenErr pic x VALUE "f".
       01 CodeDraw pic x(16).
       01 NewCode pic x(8).

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 EmailText pic x(2560).

       PROCEDURE DIVISION USING pgconn, Player, EmailText.
       Begin.

       IF EmailText IS = SPACES OR function trim(EmailText) = "none" THEN
         STRING "WITH c AS (DELETE FROM EmailConfirmations WHERE Player = '", function trim(Player),
             "' RETURNING Player) UPDATE Players SET Email = NULL, EmailVerifiedAt = NULL ",
             "WHERE Name = '", function trim(Player), "';", x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
         EXIT PROGRAM
       END-IF

       COMPUTE EmailLen = function length(function trim(EmailText))
       IF EmailLen > 120 THEN
         EXIT PROGRAM
       END-IF
       MOVE function trim(EmailText) TO EmailAddress

      *> parsechat's entities (&amp; &#x27; ...) and any backslash or
      *> space rule an address out: what gets stored is spliced into
      *> later statements and into the mail header as it stands.
       INSPECT EmailAddress(1:EmailLen) TALLYING AtCount FOR ALL "@"
       INSPECT EmailAddress(1:EmailLen) TALLYING BadCount FOR ALL "&" ALL ";" ALL "\" ALL " "
       IF AtCount NOT = 1 OR BadCount > 0 THEN
         EXIT PROGRAM
       END-IF

       STRING "SELECT 1 WHERE '", function trim(EmailAddress), "' ~ '^[^@]+@[^@.]+(\.[^@.]+)+$';",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning EmailLooksOk
       IF EmailLooksOk = 0 THEN
         EXIT PROGRAM
       END-IF

       CALL "securetoken" USING BY REFERENCE pgconn CodeDraw TokenErr
       END-CALL
       IF TokenErr = "t" THEN
         EXIT PROGRAM
       END-IF
       MOVE CodeDraw(1:8) TO NewCode

      *> the pending row is replaced only once the last one is a
      *> minute old; RETURNING tells whether this call won the slot.
       STRING "INSERT INTO EmailConfirmations ( Player, Email, Code, ExpiresAt ) VALUES ( '",
           function trim(Player), "', '", function trim(EmailAddress), "', '", NewCode,
           "', now() + interval '1 day' ) ON CONFLICT ( Player ) DO UPDATE SET ",
           "Email = EXCLUDED.Email, Code = EXCLUDED.Code, CreatedAt = now(), ExpiresAt = EXCLUDED.ExpiresAt ",
           "WHERE EmailConfirmations.CreatedAt < now() - interval '1 minute' RETURNING Player;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NIssued
       IF NIssued = 0 THEN
         EXIT PROGRAM
       END-IF

       STRING "INSERT INTO NotificationOutbox ( RoomId, RoundId, Channel, EventType, WebhookUrl, Subject, Payload ) ",
           "VALUES ( 0, 0, 'email', 'emailconfirm', '", function trim(EmailAddress),
           "', 'Confirm your email address', 'Your confirmation code for player ", function trim(Player),
           " is ", NewCode, ". Enter it with emailverify within a day. ",
           "If you did not ask for this, ignore this message.' );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       EXIT PROGRAM.
