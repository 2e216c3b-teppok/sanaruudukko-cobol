        *>   once in this response so the admin can pass it on. The
        *>   issue is written to AuditLog.
        *> Modifies:
        *> Dependencies: securetoken

       IDENTIFICATION DIVISION.
       PROGRAM-ID. inviteissue.

       01 IsAdmin usage binary-long value 0.

       01 TokenErr pic x VALUE "f".
       01 NewCode pic x(16).

       LINKAGE SECTION.
         MOVE 1 TO InviteUses
       END-IF

      *> from securetoken's cryptographic source, like every code
      *> that unlocks something; none at all if that source is down.
       CALL "securetoken" USING BY REFERENCE pgconn NewCode TokenErr
       END-CALL
       IF TokenErr = "t" THEN
         IF OutFormat = "json" THEN
           DISPLAY '"invitecode":""'
         ELSE
           DISPLAY "<invitecode></invitecode>"
         END-IF
         EXIT PROGRAM
       END-IF

       STRING "INSERT INTO InviteCodes ( Code, IssuedBy, ExpiresAt, UsesLeft ) VALUES ( '", NewCode,
           "', '", function trim(Player), "', now() + interval '7 days', ", InviteUses, " );", x"00" INTO QueryString
