        *> -------------------------
        *> clientcheck.
        *> Takes: pgconn, Player, ClientVersion, ClientState (out),
        *>   NoticeText (out).
        *> Holds the caller's client version (dotted digits, compared
        *>   number by number, so 2.9 is older than 2.10) against the
        *>   operator's Status rows MinClientVersion and
        *>   RecommendedClientVersion. ClientState comes back 'b'
        *>   below the minimum, 'w' below the recommended version and
        *>   'o' otherwise; a blank version counts as the oldest there
        *>   is. For 'b' and 'w' NoticeText carries the client_upgrade
        *>   or client_outdated notice with the version to move to
        *>   filled in, in the player's profile language, else their
        *>   room's, else EN, else a hardcoded English default. Player
        *>   may be an unauthenticated claim; it only ever picks which
        *>   translation to show. With neither row set, or when the
        *>   comparison can't be made, the request is let through.
        *> Modifies: ClientState, NoticeText
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. clientcheck.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(300) based.
       01 querystring pic x(1024).

       01 NRows usage binary-long VALUE 0.
       01 TargetVersion pic x(16) VALUE SPACES.
       01 NoticeId pic x(16) VALUE SPACES.
       01 NoticeDefault pic x(64) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 ClientVersion pic x(16).
       01 ClientState pic x.
       01 NoticeText pic x(128).

       PROCEDURE DIVISION USING pgconn, Player, ClientVersion, ClientState, NoticeText.
       Begin.

       MOVE "o" TO ClientState
       MOVE SPACES TO NoticeText

       STRING "WITH s AS (SELECT (SELECT Value FROM Status WHERE Name = 'MinClientVersion') AS MinV, ",
           "(SELECT Value FROM Status WHERE Name = 'RecommendedClientVersion') AS RecV), ",
           "c AS (SELECT string_to_array(COALESCE(NULLIF('", function trim(ClientVersion),
           "', ''), '0'), '.')::numeric[] AS V) ",
           "SELECT CASE WHEN s.MinV IS NOT NULL AND c.V < string_to_array(s.MinV, '.')::numeric[] THEN 'b' ",
           "WHEN s.RecV IS NOT NULL AND c.V < string_to_array(s.RecV, '.')::numeric[] THEN 'w' ELSE 'o' END, ",
           "CASE WHEN s.MinV IS NOT NULL AND c.V < string_to_array(s.MinV, '.')::numeric[] THEN s.MinV ",
           "ELSE COALESCE(s.RecV, '') END FROM s, c;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NRows
      *> a Status value that isn't a version is the operator's slip,
      *> not the player's; let them play.
       IF NRows = 0 THEN
         EXIT PROGRAM
       END-IF

       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE resstr(1:1) TO ClientState
       call "PQgetvalue" using by value pgres by value 0 by value 1 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO TargetVersion
       string resstr delimited by x"00" into TargetVersion end-string

       EVALUATE ClientState
         WHEN "b"
           MOVE "client_upgrade" TO NoticeId
           MOVE "Please update the game to version {version} or later" TO NoticeDefault
         WHEN "w"
           MOVE "client_outdated" TO NoticeId
           MOVE "A newer version of the game ({version}) is available" TO NoticeDefault
         WHEN OTHER
           MOVE "o" TO ClientState
           EXIT PROGRAM
       END-EVALUATE

       STRING "SELECT replace(COALESCE( ",
           "(SELECT Text FROM Translations WHERE MessageId = '", function trim(NoticeId), "' AND Language = ",
           "(SELECT PreferredLanguage FROM Profiles WHERE Player = '", function trim(Player), "')), ",
           "(SELECT Text FROM Translations WHERE MessageId = '", function trim(NoticeId), "' AND Language = ",
           "(SELECT Language FROM Rooms WHERE Id = (SELECT RoomId FROM Players WHERE Name = '",
           function trim(Player), "'))), ",
           "(SELECT Text FROM Translations WHERE MessageId = '", function trim(NoticeId), "' AND Language = 'EN'), ",
           "'", function trim(NoticeDefault), "'), '{version}', '", function trim(TargetVersion), "');",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NRows
       IF NRows > 0 THEN
         call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
         set address of resstr to resptr
         MOVE SPACES TO NoticeText
         string resstr delimited by x"00" into NoticeText end-string
       END-IF

       EXIT PROGRAM.
