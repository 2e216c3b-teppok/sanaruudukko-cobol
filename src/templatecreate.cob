        *>   configuration column is copied over from the template in a
        *>   single UPDATE -- the fifteen-step checklist, retired. An
        *>   unknown template refuses the same way a profane room name
        *>   does (RoomId left HIGH-VALUES). While the
        *>   MemberTemplates Status row is 1, a caller who isn't a
        *>   club member may only use the templates they saved
        *>   themselves -- a lapsed member keeps what they built.
        *> Modifies: RoomId, RoundId, Rooms
        *> Dependencies: newroom, membercheck

       IDENTIFICATION DIVISION.
       PROGRAM-ID. templatecreate.
       01 TplPreRoundSeconds pic 9(5) VALUE 5.
       01 TplMaxPlayers pic 9(4) VALUE 0.

       01 MembersOnly pic x(8) VALUE SPACES.
       01 MemberFlag pic x VALUE "f".
         88 PlayerIsMember VALUE "t".
       01 TplOwnerClause pic x(64) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".
         EXIT PROGRAM
       END-IF

       STRING "SELECT COALESCE((SELECT Value FROM Status WHERE Name = 'MemberTemplates')::int, 0);",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO MembersOnly
       string resstr delimited by x"00" into MembersOnly end-string
       IF MembersOnly = "1" THEN
         CALL "membercheck" USING BY REFERENCE pgconn Player MemberFlag
         END-CALL
         IF NOT PlayerIsMember THEN
           STRING "AND CreatedBy = '", function trim(Player), "'" DELIMITED BY SIZE
               INTO TplOwnerClause
           END-STRING
         END-IF
       END-IF

       STRING "SELECT BoardWidth, BoardHeight, Language, RoundSeconds, PreRoundSeconds, ",
           "MaxPlayers FROM RoomTemplates WHERE Name = '", function trim(TemplateName), "' ",
           function trim(TplOwnerClause), ";", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           "LiveScoreboard = t.LiveScoreboard, MaxDifficulty = t.MaxDifficulty, ",
           "ExtraLanguages = t.ExtraLanguages, WinCondition = t.WinCondition, ",
           "WinTarget = t.WinTarget, SpectatorDelaySeconds = t.SpectatorDelaySeconds, ",
           "RequirePath = t.RequirePath, MinWordLength = t.MinWordLength, ",
           "PremiumSquares = t.PremiumSquares, StarCell = t.StarCell, ",
           "ShiftSeconds = t.ShiftSeconds, ShiftTiles = t.ShiftTiles, TieBreak = t.TieBreak, ",
           "Theme = t.Theme, ThemeBonus = t.ThemeBonus, Predictions = t.Predictions, ",
           "StreakSeconds = t.StreakSeconds, StreakStepPct = t.StreakStepPct, FamilyRule = t.FamilyRule ",
           "FROM RoomTemplates t WHERE t.Name = '", function trim(TemplateName),
           "' AND Rooms.Id = ", RoomId, ";", x"00" INTO QueryString
       END-STRING
