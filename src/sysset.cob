        *> Takes: Standard arguments + SettingName, SettingValue.
        *> The roomset pattern lifted to the global Status table:
        *>   validates one recognized operating knob -- numeric ranges,
        *>   boolean 0/1, the RegistrationMode open/invite pair, or a
        *>   dotted client version such as 2.14.1 --
        *>   and upserts the Status row, recording the old value in
        *>   AuditLog so a fat-fingered change can be walked back. An
        *>   unknown name does nothing, which is exactly the typo the
        *>   hand-typed SQL used to let silently disable a feature.
        *>   Admin-only. AlertWebhookUrl and LobbyBridgeUrl stay
        *>   display-only (a URL can't survive the query-parameter
        *>   sanitizer) -- the two knobs still set directly in the
        *>   table.
        *> Modifies: Status, AuditLog
        *> Dependencies:

         88 KindNumeric VALUE "n".
         88 KindBoolean VALUE "b".
         88 KindMode VALUE "m".
         88 KindVersion VALUE "v".
       01 MinAllowed usage binary-long VALUE 0.
       01 MaxAllowed usage binary-long VALUE 0.
       01 Recognized pic 9 VALUE 0.
         WHEN "RoundKeepLive" SET KindNumeric TO TRUE SET KnownSetting TO TRUE
             MOVE 1 TO MinAllowed MOVE 999 TO MaxAllowed
         WHEN "RegistrationMode" SET KindMode TO TRUE SET KnownSetting TO TRUE
         WHEN "ThrottleRead" SET KindNumeric TO TRUE SET KnownSetting TO TRUE
             MOVE 10 TO MinAllowed MOVE 99999 TO MaxAllowed
         WHEN "ThrottleWrite" SET KindNumeric TO TRUE SET KnownSetting TO TRUE
             MOVE 10 TO MinAllowed MOVE 99999 TO MaxAllowed
         WHEN "ThrottleGuest" SET KindNumeric TO TRUE SET KnownSetting TO TRUE
             MOVE 10 TO MinAllowed MOVE 99999 TO MaxAllowed
         WHEN "ThrottleAuth" SET KindNumeric TO TRUE SET KnownSetting TO TRUE
             MOVE 1 TO MinAllowed MOVE 9999 TO MaxAllowed
         WHEN "GuestHours" SET KindNumeric TO TRUE SET KnownSetting TO TRUE
             MOVE 0 TO MinAllowed MOVE 720 TO MaxAllowed
         WHEN "MinClientVersion" SET KindVersion TO TRUE SET KnownSetting TO TRUE
         WHEN "RecommendedClientVersion" SET KindVersion TO TRUE SET KnownSetting TO TRUE
         WHEN "TraceMaxHours" SET KindNumeric TO TRUE SET KnownSetting TO TRUE
             MOVE 1 TO MinAllowed MOVE 168 TO MaxAllowed
         WHEN "TraceRetentionDays" SET KindNumeric TO TRUE SET KnownSetting TO TRUE
             MOVE 1 TO MinAllowed MOVE 90 TO MaxAllowed
         WHEN "ViewAsMinutes" SET KindNumeric TO TRUE SET KnownSetting TO TRUE
             MOVE 5 TO MinAllowed MOVE 480 TO MaxAllowed
         WHEN "MergePreviewHours" SET KindNumeric TO TRUE SET KnownSetting TO TRUE
             MOVE 1 TO MinAllowed MOVE 168 TO MaxAllowed
         WHEN "BridgeHoldSeconds" SET KindNumeric TO TRUE SET KnownSetting TO TRUE
             MOVE 0 TO MinAllowed MOVE 600 TO MaxAllowed
         WHEN "StreakFreezePrice" SET KindNumeric TO TRUE SET KnownSetting TO TRUE
             MOVE 1 TO MinAllowed MOVE 100000 TO MaxAllowed
         WHEN "StreakFreezeMax" SET KindNumeric TO TRUE SET KnownSetting TO TRUE
             MOVE 0 TO MinAllowed MOVE 30 TO MaxAllowed
         WHEN "StreakRemindHour" SET KindNumeric TO TRUE SET KnownSetting TO TRUE
             MOVE 0 TO MinAllowed MOVE 23 TO MaxAllowed
         WHEN "GiftDailyCap" SET KindNumeric TO TRUE SET KnownSetting TO TRUE
             MOVE 0 TO MinAllowed MOVE 999999 TO MaxAllowed
         WHEN "ReferralRounds" SET KindNumeric TO TRUE SET KnownSetting TO TRUE
             MOVE 1 TO MinAllowed MOVE 1000 TO MaxAllowed
         WHEN "ReferralReward" SET KindNumeric TO TRUE SET KnownSetting TO TRUE
             MOVE 0 TO MinAllowed MOVE 999999 TO MaxAllowed
         WHEN "PredictionMaxStake" SET KindNumeric TO TRUE SET KnownSetting TO TRUE
             MOVE 1 TO MinAllowed MOVE 999999 TO MaxAllowed
         WHEN "MemberPrivate" SET KindNumeric TO TRUE SET KnownSetting TO TRUE
             MOVE 0 TO MinAllowed MOVE 1 TO MaxAllowed
         WHEN "MemberTemplates" SET KindNumeric TO TRUE SET KnownSetting TO TRUE
             MOVE 0 TO MinAllowed MOVE 1 TO MaxAllowed
         WHEN "HintsPerRound" SET KindNumeric TO TRUE SET KnownSetting TO TRUE
             MOVE 0 TO MinAllowed MOVE 999 TO MaxAllowed
         WHEN "MemberHints" SET KindNumeric TO TRUE SET KnownSetting TO TRUE
             MOVE 0 TO MinAllowed MOVE 999 TO MaxAllowed
         WHEN "MailPerDay" SET KindNumeric TO TRUE SET KnownSetting TO TRUE
             MOVE 0 TO MinAllowed MOVE 9999 TO MaxAllowed
         WHEN "MemberMailPerDay" SET KindNumeric TO TRUE SET KnownSetting TO TRUE
             MOVE 0 TO MinAllowed MOVE 9999 TO MaxAllowed
         WHEN "MemberRemindDays" SET KindNumeric TO TRUE SET KnownSetting TO TRUE
             MOVE 1 TO MinAllowed MOVE 365 TO MaxAllowed
         WHEN "TicketOpenMax" SET KindNumeric TO TRUE SET KnownSetting TO TRUE
             MOVE 1 TO MinAllowed MOVE 99 TO MaxAllowed
         WHEN "TicketErrorHours" SET KindNumeric TO TRUE SET KnownSetting TO TRUE
             MOVE 1 TO MinAllowed MOVE 720 TO MaxAllowed
         WHEN "ProbeGapMinutes" SET KindNumeric TO TRUE SET KnownSetting TO TRUE
             MOVE 5 TO MinAllowed MOVE 1440 TO MaxAllowed
         WHEN "BoardRepeatDays" SET KindNumeric TO TRUE SET KnownSetting TO TRUE
             MOVE 0 TO MinAllowed MOVE 365 TO MaxAllowed
       END-EVALUATE
       IF NOT KnownSetting THEN
         EXIT PROGRAM
             WHEN "invite" MOVE "invite" TO SqlValue
             WHEN OTHER EXIT PROGRAM
           END-EVALUATE
         WHEN KindVersion
           PERFORM ValidateVersion
           IF ValIsBad THEN EXIT PROGRAM END-IF
           MOVE function trim(SettingValue) TO SqlValue
       END-EVALUATE

      *> the old value rides into AuditLog so any change can be
       IF ValNum < MinAllowed OR ValNum > MaxAllowed THEN
         SET ValIsBad TO TRUE
       END-IF.

      *> digits in dot-separated groups: no empty group, so no
      *> leading, trailing or doubled dot -- exactly what clientcheck
      *> can compare number by number.
       ValidateVersion.
       MOVE 0 TO ValBad
       COMPUTE ValLen = function length(function trim(SettingValue))
       IF SettingValue(1:1) = SPACE OR SettingValue(1:1) = "." OR SettingValue(ValLen:1) = "." THEN
         SET ValIsBad TO TRUE
         EXIT PARAGRAPH
       END-IF
       PERFORM VARYING ScanIdx FROM 1 BY 1 UNTIL ScanIdx > ValLen
         IF SettingValue(ScanIdx:1) = "." THEN
           IF SettingValue(ScanIdx + 1:1) = "." THEN
             SET ValIsBad TO TRUE
           END-IF
         ELSE
           IF SettingValue(ScanIdx:1) NOT NUMERIC THEN
             SET ValIsBad TO TRUE
           END-IF
         END-IF
       END-PERFORM.
