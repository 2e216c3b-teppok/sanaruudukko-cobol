        *> -------------------------
        *> displaymembers.
        *> Takes: pgconn, Player, OutFormat.
        *> The membership screen. An Admin sees every Memberships row
        *>   (the list membergrant/memberextend/memberrevoke work
        *>   over), soonest expiry first; anyone else sees only their
        *>   own. Each row carries the tier, start and expiry dates, the
        *>   days left and a status: active, lapsing (within
        *>   MemberRemindDays of expiry, Status row, default 7), lapsed
        *>   or revoked.
        *> Modifies:
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. displaymembers.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(256) based.
       01 querystring pic x(1024).

       01 IsAdmin usage binary-long VALUE 0.
       01 ScopeClause pic x(64) VALUE SPACES.

       01 NRows usage binary-long VALUE 0.
       01 RowIdx usage binary-long.
       01 MemberName pic x(16).
       01 MemberTier pic x(16).
       01 MemberStarts pic x(10).
       01 MemberExpires pic x(10).
       01 MemberDaysLeft pic x(8).
       01 MemberStatus pic x(8).

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 OutFormat pic x(4).

       PROCEDURE DIVISION USING pgconn, Player, OutFormat.
       Begin.

       STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning IsAdmin

       MOVE SPACES TO ScopeClause
       IF IsAdmin = 0 THEN
         STRING "WHERE m.Player = '", function trim(Player), "' " DELIMITED BY SIZE INTO ScopeClause
         END-STRING
       END-IF

       STRING "SELECT m.Player, m.Tier, m.StartsOn, m.ExpiresOn, GREATEST(m.ExpiresOn - current_date + 1, 0), ",
           "CASE WHEN m.RevokedAt IS NOT NULL THEN 'revoked' WHEN m.ExpiresOn < current_date THEN 'lapsed' ",
           "WHEN m.ExpiresOn < current_date + COALESCE((SELECT Value FROM Status WHERE Name = 'MemberRemindDays')::int, 7) ",
           "THEN 'lapsing' ELSE 'active' END FROM Memberships m ", function trim(ScopeClause),
           " ORDER BY m.ExpiresOn, m.Player LIMIT 500;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows

       IF OutFormat = "json" THEN
          DISPLAY '"members":['
       ELSE
          DISPLAY "<members>"
       END-IF

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO MemberName
           string resstr delimited by x"00" into MemberName end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO MemberTier
           string resstr delimited by x"00" into MemberTier end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO MemberStarts
           string resstr delimited by x"00" into MemberStarts end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 3 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO MemberExpires
           string resstr delimited by x"00" into MemberExpires end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 4 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO MemberDaysLeft
           string resstr delimited by x"00" into MemberDaysLeft end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 5 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO MemberStatus
           string resstr delimited by x"00" into MemberStatus end-string

           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"player":"' function trim(MemberName) '","tier":"' function trim(MemberTier)
                  '","starts":"' function trim(MemberStarts) '","expires":"' function trim(MemberExpires)
                  '","daysleft":' function trim(MemberDaysLeft) ',"status":"' function trim(MemberStatus) '"}'
           ELSE
              DISPLAY "<member><player>", function trim(MemberName), "</player><tier>", function trim(MemberTier),
                  "</tier><starts>", function trim(MemberStarts), "</starts><expires>", function trim(MemberExpires),
                  "</expires><daysleft>", function trim(MemberDaysLeft), "</daysleft><status>",
                  function trim(MemberStatus), "</status></member>"
           END-IF
       END-PERFORM

       IF OutFormat = "json" THEN
          DISPLAY "]"
       ELSE
          DISPLAY "</members>"
       END-IF

       EXIT PROGRAM.
