        *>   NextTournamentAt yet also schedules the first slot.
        *>   NextTournamentAt itself is not settable directly; it is
        *>   managed through the interval.
        *>   "theme" names a WordCategories category for themed rounds
        *>   ("none" drops it) and only takes a category that has live
        *>   tags; "themebonus" is what each theme word pays. Rounds pin
        *>   both at their start.
        *>   "predictions" lets spectators pick the winner for coins
        *>   (predict); it is off by default.
        *>   "streakseconds" turns on quick-succession streaks (0, the
        *>   default, is off); "streakstep" is the percent each further
        *>   word in a run adds. Rounds pin both at their start.
        *>   "familyrule" counts only the best-scoring member of each
        *>   inflection family a player finds (off by default); rounds
        *>   pin it at their start.
        *> Modifies:
        *> Dependencies:

         EXIT PROGRAM
       END-IF

       IF function trim(SettingName) = "theme" THEN
         PERFORM SetTheme
         STRING "INSERT INTO AuditLog ( Actor, Action, RoomId, Details ) VALUES ( '", function trim(Player),
             "', 'roomsettings_update', ", RoomId, ", 'theme=",
             function trim(SettingValue), "' );", x"00" INTO QueryString
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
         EXIT PROGRAM
       END-IF

      *> the whitelist: which column, what type, what range.
      *> An unknown setting name simply does nothing.
       MOVE SPACES TO ColName
             MOVE 0 TO MinAllowed MOVE 99 TO MaxAllowed
         WHEN "raritybonus" MOVE "RarityBonus" TO ColName SET KindNumeric TO TRUE
             MOVE 0 TO MinAllowed MOVE 99 TO MaxAllowed
         WHEN "themebonus" MOVE "ThemeBonus" TO ColName SET KindNumeric TO TRUE
             MOVE 0 TO MinAllowed MOVE 99 TO MaxAllowed
         WHEN "tournamentsecs" MOVE "TournamentIntervalSeconds" TO ColName
             SET KindNumeric TO TRUE MOVE 0 TO MinAllowed MOVE 999999 TO MaxAllowed
         WHEN "suddendeathsecs" MOVE "SuddenDeathSeconds" TO ColName SET KindNumeric TO TRUE
         WHEN "dailychallenge" MOVE "DailyChallenge" TO ColName SET KindBoolean TO TRUE
         WHEN "relaymode" MOVE "RelayMode" TO ColName SET KindBoolean TO TRUE
         WHEN "requirepath" MOVE "RequirePath" TO ColName SET KindBoolean TO TRUE
         WHEN "predictions" MOVE "Predictions" TO ColName SET KindBoolean TO TRUE
         WHEN "diceset" MOVE "DiceSet" TO ColName SET KindText TO TRUE
         WHEN "spectatordelay" MOVE "SpectatorDelaySeconds" TO ColName SET KindNumeric TO TRUE
             MOVE 0 TO MinAllowed MOVE 600 TO MaxAllowed
         WHEN "wincondition" MOVE "WinCondition" TO ColName SET KindText TO TRUE
         WHEN "wintarget" MOVE "WinTarget" TO ColName SET KindNumeric TO TRUE
             MOVE 0 TO MinAllowed MOVE 99999 TO MaxAllowed
         WHEN "premiumsquares" MOVE "PremiumSquares" TO ColName SET KindNumeric TO TRUE
             MOVE 0 TO MinAllowed MOVE 144 TO MaxAllowed
         WHEN "starcell" MOVE "StarCell" TO ColName SET KindBoolean TO TRUE
         WHEN "shiftseconds" MOVE "ShiftSeconds" TO ColName SET KindNumeric TO TRUE
             MOVE 0 TO MinAllowed MOVE 3600 TO MaxAllowed
         WHEN "shifttiles" MOVE "ShiftTiles" TO ColName SET KindNumeric TO TRUE
             MOVE 0 TO MinAllowed MOVE 144 TO MaxAllowed
         WHEN "tiebreak" MOVE "TieBreak" TO ColName SET KindText TO TRUE
         WHEN "streakseconds" MOVE "StreakSeconds" TO ColName SET KindNumeric TO TRUE
             MOVE 0 TO MinAllowed MOVE 60 TO MaxAllowed
         WHEN "streakstep" MOVE "StreakStepPct" TO ColName SET KindNumeric TO TRUE
             MOVE 0 TO MinAllowed MOVE 100 TO MaxAllowed
         WHEN "familyrule" MOVE "FamilyRule" TO ColName SET KindBoolean TO TRUE
       END-EVALUATE

      *> the win condition only knows three values; anything else
         END-IF
       END-IF

      *> likewise the tie-break rule: rankround only knows these four.
       IF function trim(SettingName) = "tiebreak" THEN
         IF function trim(SettingValue) NOT = "longest"
             AND function trim(SettingValue) NOT = "fewest"
             AND function trim(SettingValue) NOT = "earliest"
             AND function trim(SettingValue) NOT = "suddendeath" THEN
           EXIT PROGRAM
         END-IF
       END-IF

       IF ColName IS = SPACES THEN
         EXIT PROGRAM
       END-IF
       END-IF
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call.

      *> -------------------------
      *> SetTheme: the room's themed-round category ("none" drops
      *> it). A name with no live tags is refused -- a theme nobody
      *> tagged would only pay nothing. Category names are lower-case.
       SetTheme.
       IF function trim(SettingValue) = "none" THEN
         STRING "UPDATE Rooms SET Theme = '' WHERE Id = ", RoomId, ";", x"00" INTO QueryString
         END-STRING
       ELSE
         STRING "UPDATE Rooms SET Theme = lower('", function trim(SettingValue), "') WHERE Id = ", RoomId,
             " AND EXISTS ( SELECT 1 FROM WordCategories WHERE Category = lower('",
             function trim(SettingValue), "') AND RemovedVersion IS NULL );", x"00" INTO QueryString
         END-STRING
       END-IF
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call.

      *> digits only, inside the whitelist entry's range.
       ValidateNumeric.
       MOVE 0 TO ValBad
