        *>   under a template name. Gated the way roomset is: the room's
        *>   owner or a global Admin. Saving an existing name overwrites
        *>   it, but only the template's own creator (or an Admin) may
        *>   overwrite. Lands in AuditLog. While the MemberTemplates
        *>   Status row is 1, only club members may save one.
        *> Modifies: RoomTemplates, AuditLog
        *> Dependencies: membercheck

       IDENTIFICATION DIVISION.
       PROGRAM-ID. templatesave.
       01 IsOwner usage binary-long value 0.
       01 IsAdminZ pic 9 VALUE 0.

       01 resptr usage pointer.
       01 resstr pic x(80) based.
       01 MembersOnly pic x(8) VALUE SPACES.
       01 MemberFlag pic x VALUE "f".
         88 PlayerIsMember VALUE "t".

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".
         MOVE 1 TO IsAdminZ
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
           EXIT PROGRAM
         END-IF
       END-IF

      *> the snapshot: the whole configuration in one statement.
      *> The upsert's WHERE keeps one owner from quietly replacing
      *> another's template (an Admin may).
           "MinSubmitInterval, MaxSubmitsPerRound, MaxChatLength, MinChatInterval, ",
           "IdleWarningSeconds, IdleTimeoutSeconds, RelayMode, RelayRoundsLeft, MinBoardWords, ",
           "PublicView, RarityBonus, LiveScoreboard, MaxDifficulty, ExtraLanguages, ",
           "WinCondition, WinTarget, SpectatorDelaySeconds, RequirePath, MinWordLength, ",
           "PremiumSquares, StarCell, ShiftSeconds, ShiftTiles, TieBreak, Theme, ThemeBonus, Predictions, StreakSeconds, StreakStepPct, FamilyRule ) ",
           "SELECT '", function trim(TemplateName), "', '", function trim(Player),
           "', BoardWidth, BoardHeight, Language, RoundSeconds, PreRoundSeconds, MaxPlayers, ",
           "Score3, Score4, Score5, Score6, Score7, Score8Plus, HintPenalty, DiceSet, ",
           "MaxSubmitsPerRound, MaxChatLength, MinChatInterval, IdleWarningSeconds, ",
           "IdleTimeoutSeconds, RelayMode, RelayRoundsLeft, MinBoardWords, PublicView, ",
           "RarityBonus, LiveScoreboard, MaxDifficulty, ExtraLanguages, WinCondition, WinTarget, ",
           "SpectatorDelaySeconds, RequirePath, MinWordLength, PremiumSquares, StarCell, ShiftSeconds, ShiftTiles, TieBreak, ",
           "Theme, ThemeBonus, Predictions, StreakSeconds, StreakStepPct, FamilyRule ",
           "FROM Rooms WHERE Id = ", RoomId,
           " ON CONFLICT ( Name ) DO UPDATE SET ",
           "BoardWidth = EXCLUDED.BoardWidth, BoardHeight = EXCLUDED.BoardHeight, ",
           "WinTarget = EXCLUDED.WinTarget, ",
           "SpectatorDelaySeconds = EXCLUDED.SpectatorDelaySeconds, ",
           "RequirePath = EXCLUDED.RequirePath, MinWordLength = EXCLUDED.MinWordLength, ",
           "PremiumSquares = EXCLUDED.PremiumSquares, StarCell = EXCLUDED.StarCell, ",
           "ShiftSeconds = EXCLUDED.ShiftSeconds, ShiftTiles = EXCLUDED.ShiftTiles, TieBreak = EXCLUDED.TieBreak, ",
           "Theme = EXCLUDED.Theme, ThemeBonus = EXCLUDED.ThemeBonus, Predictions = EXCLUDED.Predictions, ",
           "StreakSeconds = EXCLUDED.StreakSeconds, StreakStepPct = EXCLUDED.StreakStepPct, ",
           "FamilyRule = EXCLUDED.FamilyRule, ",
           "CreatedAt = now() ",
           "WHERE RoomTemplates.CreatedBy = '", function trim(Player), "' OR ", IsAdminZ, " > 0;",
           x"00" INTO QueryString
