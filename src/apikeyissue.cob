        *> Admin-only (Admins, global). Issues a read-only API key for
        *>   the website, shown once in this response like an invite
        *>   code. Scope is one of all / leaderboard / profile /
        *>   history / daily ('all' when blank), or bridge -- the chat
        *>   bridge's inbound key (see chatbridgein), which 'all'
        *>   never covers; an operator can widen a key's Scopes to a
        *>   space-separated list directly in the table later. The
        *>   issue is written to AuditLog.
        *> Modifies: ApiKeys, AuditLog
        *> Dependencies: securetoken

       IDENTIFICATION DIVISION.
       PROGRAM-ID. apikeyissue.

       01 IsAdmin usage binary-long value 0.

       01 TokenErr pic x VALUE "f".
       01 NewKey pic x(16).
       01 UseScope pic x(16) VALUE "all".

         WHEN "profile" MOVE Scope TO UseScope
         WHEN "history" MOVE Scope TO UseScope
         WHEN "daily" MOVE Scope TO UseScope
         WHEN "bridge" MOVE Scope TO UseScope
       END-EVALUATE

      *> from securetoken's cryptographic source: the club website's
      *> key is the one secret here worth an attacker's time. No key
      *> at all if that source is down.
       CALL "securetoken" USING BY REFERENCE pgconn NewKey TokenErr
       END-CALL
       IF TokenErr = "t" THEN
         IF OutFormat = "json" THEN
           DISPLAY '"apikey":""'
         ELSE
           DISPLAY "<apikey></apikey>"
         END-IF
         EXIT PROGRAM
       END-IF

       STRING "INSERT INTO ApiKeys ( ApiKey, Scopes, IssuedBy ) VALUES ( '", NewKey,
           "', '", function trim(UseScope), "', '", function trim(Player), "' );",
