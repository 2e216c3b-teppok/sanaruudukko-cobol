               "Practice, DailyChallenge, HintPenalty, TournamentIntervalSeconds, ",
               "COALESCE(NextTournamentAt::text, ''), SuddenDeathSeconds, SuddenDeathMargin, ",
               "PangramBonus, MinSubmitInterval, MaxSubmitsPerRound, MaxChatLength, MinChatInterval, ",
               "IdleWarningSeconds, IdleTimeoutSeconds, RelayMode, RelayRoundsLeft, MinBoardWords, PublicView, RarityBonus, LiveScoreboard, MaxDifficulty, ExtraLanguages, WinCondition, WinTarget, SpectatorDelaySeconds, RequirePath, MinWordLength, PremiumSquares, StarCell, ShiftSeconds, ShiftTiles, TieBreak, Theme, ThemeBonus, Predictions, StreakSeconds, StreakStepPct, FamilyRule ",
               "FROM Rooms WHERE Id = ", RoomId, ";", x"00" INTO QueryString
           END-STRING
           call "PQexec" using by value pgconn by reference querystring returning pgres end-call
           call "PQntuples" using by value pgres returning NRows

           IF NRows > 0 THEN
             PERFORM VARYING ColIdx FROM 0 BY 1 UNTIL ColIdx >= 46
               EVALUATE ColIdx
                 WHEN 0 MOVE "score3" TO ColName
                 WHEN 1 MOVE "score4" TO ColName
                 WHEN 32 MOVE "spectatordelay" TO ColName
                 WHEN 33 MOVE "requirepath" TO ColName
                 WHEN 34 MOVE "minwordlength" TO ColName
                 WHEN 35 MOVE "premiumsquares" TO ColName
                 WHEN 36 MOVE "starcell" TO ColName
                 WHEN 37 MOVE "shiftseconds" TO ColName
                 WHEN 38 MOVE "shifttiles" TO ColName
                 WHEN 39 MOVE "tiebreak" TO ColName
                 WHEN 40 MOVE "theme" TO ColName
                 WHEN 41 MOVE "themebonus" TO ColName
                 WHEN 42 MOVE "predictions" TO ColName
                 WHEN 43 MOVE "streakseconds" TO ColName
                 WHEN 44 MOVE "streakstep" TO ColName
                 WHEN 45 MOVE "familyrule" TO ColName
               END-EVALUATE
               call "PQgetvalue" using by value pgres by value 0 by value ColIdx returning resptr end-call
               set address of resstr to resptr
