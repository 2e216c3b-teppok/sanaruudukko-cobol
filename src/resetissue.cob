        *> resetissue.
        *> Takes: Standard arguments + TargetPlayer + OutFormat.
        *> Admin-only (Admins, global). Issues a one-time passcode reset
        *>   code for TargetPlayer, valid for one day. When the player
        *>   has a verified email address the code is mailed there
        *>   through the outbox's email channel and the admin never sees
        *>   it (resetvia "email"); otherwise it is shown once in this
        *>   response so the admin can relay it to the player out of band
        *>   (resetvia "admin"). The player redeems it with the
        *>   resetpasscode func. The issue event is written to AuditLog.
        *>   An organisation's OrgAdmins may issue codes for its own
        *>   members.
        *> Modifies:
        *> Dependencies: securetoken

       IDENTIFICATION DIVISION.
       PROGRAM-ID. resetissue.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(1024).

       01 IsAdmin usage binary-long value 0.
       01 TargetExists usage binary-long value 0.

      *> from securetoken's cryptographic source, never the
      *> clock-seeded FUNCTION RANDOM stream.
       01 TokenErr pic x VALUE "f".
       01 NewCode pic x(16).
       01 NEmailed usage binary-long value 0.

       LINKAGE SECTION.
       01 pgconn usage pointer.

       STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player),
           "' UNION ALL SELECT Player FROM StaffGrants WHERE Capability = 'resets' ",
           "AND Player = '", function trim(Player), "' UNION ALL SELECT a.Player FROM OrgAdmins a ",
           "JOIN OrgMembers m ON m.OrgId = a.OrgId WHERE a.Player = '", function trim(Player),
           "' AND m.Player = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
         EXIT PROGRAM
       END-IF

       CALL "securetoken" USING BY REFERENCE pgconn NewCode TokenErr
       END-CALL
       IF TokenErr = "t" THEN
         IF OutFormat = "json" THEN
           DISPLAY '"resetcode":""'
         ELSE
           DISPLAY "<resetcode></resetcode>"
         END-IF
         EXIT PROGRAM
       END-IF

       STRING "INSERT INTO ResetCodes ( Code, Player, IssuedBy, ExpiresAt ) VALUES ( '", NewCode,
           "', '", function trim(TargetPlayer), "', '", function trim(Player),
           returning pgres
       end-call

       STRING "INSERT INTO NotificationOutbox ( RoomId, RoundId, Channel, EventType, WebhookUrl, Subject, Payload ) ",
           "SELECT 0, 0, 'email', 'resetcode', Email, 'Your passcode reset code', ",
           "'A passcode reset was issued for player ", function trim(TargetPlayer), ". Your reset code is ",
           NewCode, " and is valid for one day.' FROM Players WHERE Name = '", function trim(TargetPlayer),
           "' AND Email IS NOT NULL AND EmailVerifiedAt IS NOT NULL RETURNING Id;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NEmailed
       STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Player),
           "', 'resetissue', '", function trim(TargetPlayer), "' );", x"00" INTO QueryString
       END-STRING
           returning pgres
       end-call

       IF NEmailed > 0 THEN
         IF OutFormat = "json" THEN
           DISPLAY '"resetcode":"","resetvia":"email"'
         ELSE
           DISPLAY "<resetcode></resetcode><resetvia>email</resetvia>"
         END-IF
         EXIT PROGRAM
       END-IF
       IF OutFormat = "json" THEN
         DISPLAY '"resetcode":"' NewCode '","resetvia":"admin"'
       ELSE
         DISPLAY "<resetcode>", NewCode, "</resetcode><resetvia>admin</resetvia>"
       END-IF

       EXIT PROGRAM.
