       call "PQntuples" using by value pgres returning IsAdmin

       IF IsAdmin > 0 THEN
         PERFORM VARYING EntryIdx FROM 1 BY 1 UNTIL EntryIdx > 63
           PERFORM PickEntry
           PERFORM ShowEntry
         END-PERFORM
             MOVE "newest rounds per room always left live" TO SetMeaning
         WHEN 32 MOVE "ChatEditSeconds" TO SetName MOVE "120" TO SetDefault
             MOVE "window for editing your own chat line" TO SetMeaning
         WHEN 33 MOVE "ThrottleRead" TO SetName MOVE "240" TO SetDefault
             MOVE "display requests per address per minute" TO SetMeaning
         WHEN 34 MOVE "ThrottleWrite" TO SetName MOVE "120" TO SetDefault
             MOVE "write requests per address per minute" TO SetMeaning
         WHEN 35 MOVE "ThrottleGuest" TO SetName MOVE "120" TO SetDefault
             MOVE "guestview and api requests per address per minute" TO SetMeaning
         WHEN 36 MOVE "ThrottleAuth" TO SetName MOVE "10" TO SetDefault
             MOVE "registrations and resets per address per minute" TO SetMeaning
         WHEN 37 MOVE "GuestHours" TO SetName MOVE "24" TO SetDefault
             MOVE "life of a guest account; 0 turns guest play off" TO SetMeaning
         WHEN 38 MOVE "MinClientVersion" TO SetName MOVE "(unset)" TO SetDefault
             MOVE "older clients get status 22 and an upgrade notice" TO SetMeaning
         WHEN 39 MOVE "RecommendedClientVersion" TO SetName MOVE "(unset)" TO SetDefault
             MOVE "older clients are served with a clientwarning" TO SetMeaning
         WHEN 40 MOVE "TraceMaxHours" TO SetName MOVE "24" TO SetDefault
             MOVE "longest a player trace may be switched on for" TO SetMeaning
         WHEN 41 MOVE "TraceRetentionDays" TO SetName MOVE "7" TO SetDefault
             MOVE "days a captured trace request is kept" TO SetMeaning
         WHEN 42 MOVE "ViewAsMinutes" TO SetName MOVE "60" TO SetDefault
             MOVE "minutes a support view-as-player session lasts" TO SetMeaning
         WHEN 43 MOVE "MergePreviewHours" TO SetName MOVE "24" TO SetDefault
             MOVE "hours a mergepreview report stays good for a mergeplayer" TO SetMeaning
         WHEN 44 MOVE "BridgeHoldSeconds" TO SetName MOVE "30" TO SetDefault
             MOVE "seconds a chat line waits before the chat bridge sends it" TO SetMeaning
         WHEN 45 MOVE "LobbyBridgeUrl" TO SetName MOVE "(unset)" TO SetDefault
             MOVE "lobby chat bridge URL - display only, set in the table" TO SetMeaning
         WHEN 46 MOVE "StreakFreezePrice" TO SetName MOVE "100" TO SetDefault
             MOVE "coins one streak freeze costs in the shop" TO SetMeaning
         WHEN 47 MOVE "StreakFreezeMax" TO SetName MOVE "2" TO SetDefault
             MOVE "most streak freezes a player may hold at once" TO SetMeaning
         WHEN 48 MOVE "StreakRemindHour" TO SetName MOVE "19" TO SetDefault
             MOVE "player-local hour the streak at-risk reminder goes out" TO SetMeaning
         WHEN 49 MOVE "GiftDailyCap" TO SetName MOVE "500" TO SetDefault
             MOVE "coins a player may give away in gifts per day" TO SetMeaning
         WHEN 50 MOVE "ReferralRounds" TO SetName MOVE "10" TO SetDefault
             MOVE "rounds a referred player finishes before the referral pays" TO SetMeaning
         WHEN 51 MOVE "ReferralReward" TO SetName MOVE "200" TO SetDefault
             MOVE "coins paid to both referrer and referee on conversion" TO SetMeaning
         WHEN 52 MOVE "PredictionMaxStake" TO SetName MOVE "50" TO SetDefault
             MOVE "most coins a spectator may stake on one winner prediction" TO SetMeaning
         WHEN 53 MOVE "MemberPrivate" TO SetName MOVE "0" TO SetDefault
             MOVE "1 = only club members create private (passcode) rooms" TO SetMeaning
         WHEN 54 MOVE "MemberTemplates" TO SetName MOVE "0" TO SetDefault
             MOVE "1 = only club members save or use others' room templates" TO SetMeaning
         WHEN 55 MOVE "HintsPerRound" TO SetName MOVE "0" TO SetDefault
             MOVE "hints per player per round (0 = no limit)" TO SetMeaning
         WHEN 56 MOVE "MemberHints" TO SetName MOVE "0" TO SetDefault
             MOVE "a club member's hints per round when limited (0 = no limit)" TO SetMeaning
         WHEN 57 MOVE "MailPerDay" TO SetName MOVE "0" TO SetDefault
             MOVE "mails a player may send per day (0 = no limit)" TO SetMeaning
         WHEN 58 MOVE "MemberMailPerDay" TO SetName MOVE "0" TO SetDefault
             MOVE "a club member's daily mail quota when limited (0 = no limit)" TO SetMeaning
         WHEN 59 MOVE "MemberRemindDays" TO SetName MOVE "7" TO SetDefault
             MOVE "days before expiry a membership renewal reminder goes out" TO SetMeaning
         WHEN 60 MOVE "TicketOpenMax" TO SetName MOVE "5" TO SetDefault
             MOVE "support tickets a player may have open at once" TO SetMeaning
         WHEN 61 MOVE "TicketErrorHours" TO SetName MOVE "24" TO SetDefault
             MOVE "hours of the player's ErrorLog rows a new ticket links" TO SetMeaning
         WHEN 62 MOVE "ProbeGapMinutes" TO SetName MOVE "15" TO SetDefault
             MOVE "minutes without a probe result counted as down time" TO SetMeaning
         WHEN 63 MOVE "BoardRepeatDays" TO SetName MOVE "30" TO SetDefault
             MOVE "days a seated player's played boards are kept off the deal" TO SetMeaning
       END-EVALUATE.

      *> -------------------------
