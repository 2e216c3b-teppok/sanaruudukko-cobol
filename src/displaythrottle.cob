        *> -------------------------
        *> displaythrottle.
        *> Takes: pgconn, Player, OutFormat.
        *> Admin-only view of the throttle allowlist: every unexpired
        *>   ThrottleAllowlist row -- address, budget factor, note, who
        *>   added it and when it lapses (blank: until removed) -- and
        *>   beside each the address's busiest class in the current
        *>   minute, so an Admin at an event can see whether the hall
        *>   is getting near its raised budget. Anyone else gets an
        *>   empty list. Timestamps render in the caller's preferred
        *>   timezone.
        *> Modifies:
        *> Dependencies: gettimezone

       IDENTIFICATION DIVISION.
       PROGRAM-ID. displaythrottle.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(2560) based.
       01 querystring pic x(1024).

       01 IsAdmin usage binary-long VALUE 0.

       01 TzPrefix pic x(16) VALUE SPACES.
       01 TzSuffix pic x(96) VALUE SPACES.

       01 NRows usage binary-long VALUE 0.
       01 RowIdx usage binary-long.
       01 AllowAddress pic x(64).
       01 AllowFactor pic x(8).
       01 AllowNote pic x(2560).
       01 AllowBy pic x(16).
       01 AllowExpires pic x(32).
       01 AllowHits pic x(8).

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 OutFormat pic x(4).

       PROCEDURE DIVISION USING pgconn, Player, OutFormat.
       Begin.

       STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning IsAdmin

       IF IsAdmin > 0 THEN
         CALL "gettimezone" USING BY REFERENCE pgconn Player TzPrefix TzSuffix
         STRING "SELECT a.Address, a.Factor, a.Note, a.AddedBy, COALESCE(to_char(",
             function trim(TzPrefix), "a.ExpiresAt", function trim(TzSuffix), ", 'YYYY-MM-DD HH24:MI'), ''), ",
             "COALESCE((SELECT max(h.Hits) FROM AddressHits h WHERE h.Address = a.Address ",
             "AND h.Minute = date_trunc('minute', now())), 0) ",
             "FROM ThrottleAllowlist a WHERE a.ExpiresAt IS NULL OR a.ExpiresAt > now() ",
             "ORDER BY a.Address;", x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
         call "PQntuples" using by value pgres returning NRows
       END-IF

       IF OutFormat = "json" THEN
          DISPLAY '"throttleallow":['
       ELSE
          DISPLAY "<throttleallow>"
       END-IF

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO AllowAddress
           string resstr delimited by x"00" into AllowAddress end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO AllowFactor
           string resstr delimited by x"00" into AllowFactor end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO AllowNote
           string resstr delimited by x"00" into AllowNote end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 3 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO AllowBy
           string resstr delimited by x"00" into AllowBy end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 4 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO AllowExpires
           string resstr delimited by x"00" into AllowExpires end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 5 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO AllowHits
           string resstr delimited by x"00" into AllowHits end-string

           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"address":"' function trim(AllowAddress) '","factor":' function trim(AllowFactor)
                  ',"note":"' function trim(AllowNote) '","addedby":"' function trim(AllowBy)
                  '","expires":"' function trim(AllowExpires) '","hitsnow":' function trim(AllowHits) '}'
           ELSE
              DISPLAY "<entry>"
              DISPLAY "<address>", function trim(AllowAddress), "</address>"
              DISPLAY "<factor>", function trim(AllowFactor), "</factor>"
              DISPLAY "<note>", function trim(AllowNote), "</note>"
              DISPLAY "<addedby>", function trim(AllowBy), "</addedby>"
              DISPLAY "<expires>", function trim(AllowExpires), "</expires>"
              DISPLAY "<hitsnow>", function trim(AllowHits), "</hitsnow>"
              DISPLAY "</entry>"
           END-IF
       END-PERFORM

       IF OutFormat = "json" THEN
          DISPLAY "]"
       ELSE
          DISPLAY "</throttleallow>"
       END-IF

       EXIT PROGRAM.
