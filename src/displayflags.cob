        *> -------------------------
        *> displayflags.
        *> Takes: pgconn, Player, OutFormat.
        *> Admin-only view of the feature flags: every FeatureFlags row
        *>   -- name, on for everyone or not, percent of rooms, the
        *>   listed rooms and players, who changed it last and when --
        *>   so the staged rollout of anything behind a flag can be read
        *>   at a glance. Anyone else gets an empty list. Timestamps
        *>   render in the caller's preferred timezone.
        *> Modifies:
        *> Dependencies: gettimezone

       IDENTIFICATION DIVISION.
       PROGRAM-ID. displayflags.
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
       01 FlagName pic x(32).
       01 FlagEnabled pic x(1).
       01 FlagPercent pic x(4).
       01 FlagRooms pic x(1024).
       01 FlagPlayers pic x(2560).
       01 FlagBy pic x(16).
       01 FlagAt pic x(32).

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
         STRING "SELECT f.Name, CASE WHEN f.Enabled THEN 1 ELSE 0 END, f.Percent, ",
             "COALESCE((SELECT string_agg(r.RoomId::text, ',' ORDER BY r.RoomId) FROM FeatureFlagRooms r ",
             "WHERE r.Flag = f.Name), ''), ",
             "COALESCE((SELECT string_agg(p.Player, ',' ORDER BY p.Player) FROM FeatureFlagPlayers p ",
             "WHERE p.Flag = f.Name), ''), f.UpdatedBy, to_char(",
             function trim(TzPrefix), "f.UpdatedAt", function trim(TzSuffix), ", 'YYYY-MM-DD HH24:MI') ",
             "FROM FeatureFlags f ORDER BY f.Name;", x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
         call "PQntuples" using by value pgres returning NRows
       END-IF

       IF OutFormat = "json" THEN
          DISPLAY '"flags":['
       ELSE
          DISPLAY "<flags>"
       END-IF

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO FlagName
           string resstr delimited by x"00" into FlagName end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO FlagEnabled
           string resstr delimited by x"00" into FlagEnabled end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO FlagPercent
           string resstr delimited by x"00" into FlagPercent end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 3 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO FlagRooms
           string resstr delimited by x"00" into FlagRooms end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 4 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO FlagPlayers
           string resstr delimited by x"00" into FlagPlayers end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 5 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO FlagBy
           string resstr delimited by x"00" into FlagBy end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 6 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO FlagAt
           string resstr delimited by x"00" into FlagAt end-string

           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"name":"' function trim(FlagName) '","enabled":' FlagEnabled
                  ',"percent":' function trim(FlagPercent) ',"rooms":"' function trim(FlagRooms)
                  '","players":"' function trim(FlagPlayers) '","updatedby":"' function trim(FlagBy)
                  '","updated":"' function trim(FlagAt) '"}'
           ELSE
              DISPLAY "<flag>"
              DISPLAY "<name>", function trim(FlagName), "</name>"
              DISPLAY "<enabled>", FlagEnabled, "</enabled>"
              DISPLAY "<percent>", function trim(FlagPercent), "</percent>"
              DISPLAY "<rooms>", function trim(FlagRooms), "</rooms>"
              DISPLAY "<players>", function trim(FlagPlayers), "</players>"
              DISPLAY "<updatedby>", function trim(FlagBy), "</updatedby>"
              DISPLAY "<updated>", function trim(FlagAt), "</updated>"
              DISPLAY "</flag>"
           END-IF
       END-PERFORM

       IF OutFormat = "json" THEN
          DISPLAY "]"
       ELSE
          DISPLAY "</flags>"
       END-IF

       EXIT PROGRAM.
