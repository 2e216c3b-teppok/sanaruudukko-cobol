        *> -------------------------
        *> apiserve.
        *> Takes: pgconn, readconn, ApiKeyQ, ViewQ, Room, TargetPlayer,
        *>   HistoryRound, OutFormat, PageNum, PageSize.
        *> The keyed read-only API surface behind the unauthenticated
        *>   api func: validates the key (exists, not revoked, not past
        *>   its ExpiresAt, its Scopes cover the requested view), counts it against the
        *>   key's own per-minute rate limit (the GuestRateLimit
        *>   pattern, one Status counter per key per minute), refuses
        *>   passcode-protected rooms outright, and then serves the
        *>   leaderboard and history per room, any player's public
        *>   profile, today's daily standings -- in the ordinary
        *>   XML/JSON shapes. Refusals answer status 15 (bad key or
        *>   scope or room) or 16 (over the rate limit). The key check
        *>   and hit counter run on the primary; the views themselves on
        *>   readconn, the read-only replica when processq has one.
        *> Modifies: Status (the per-minute hit counters)
        *> Dependencies: displayleaderboard, displayprofile,
        *>   displayhistory, displaydaily

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 readconn usage pointer.
       01 ApiKeyQ pic x(16).
       01 ViewQ pic x(16).
       01 Room pic x(16).
       01 PageNum pic 9(5) usage display.
       01 PageSize pic 9(5) usage display.

       PROCEDURE DIVISION USING pgconn, readconn, ApiKeyQ, ViewQ, Room, TargetPlayer,
           HistoryRound, OutFormat, PageNum, PageSize.
       Begin.

       STRING "SELECT Scopes, RateLimit FROM ApiKeys WHERE ApiKey = '", function trim(ApiKeyQ),
           "' AND Revoked = false AND ( ExpiresAt IS NULL OR ExpiresAt > now() );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn

       EVALUATE function trim(ViewQ)
         WHEN "leaderboard"
           CALL "displayleaderboard" USING BY REFERENCE readconn ApiName ApiRoomId ApiRoundId
             BY CONTENT OutFormat PageNum PageSize
           END-CALL
         WHEN "history"
           CALL "displayhistory" USING BY REFERENCE readconn ApiName ApiRoomId HistoryRound OutFormat
             BY CONTENT PageNum PageSize
           END-CALL
         WHEN "profile"
           CALL "displayprofile" USING BY REFERENCE readconn ApiName TargetPlayer
             BY CONTENT OutFormat
           END-CALL
         WHEN "daily"
           CALL "displaydaily" USING BY REFERENCE readconn
             BY CONTENT OutFormat
           END-CALL
         WHEN OTHER
