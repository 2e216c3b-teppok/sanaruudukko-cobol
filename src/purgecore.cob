
      *> purely personal rows, deleted outright.
       01 DeleteTable.
          05 DeleteDef pic x(40) OCCURS 34 TIMES.
       01 DeleteIdx usage binary-long.
       01 DeleteTableName pic x(24).
       01 DeleteColumnName pic x(16).
           "' WHERE Player2 = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE SwissEvents SET CreatedBy = '", function trim(PlaceHolder),
           "' WHERE CreatedBy = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE SwissEvents SET Winner = '", function trim(PlaceHolder),
           "' WHERE Winner = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE SwissPlayers SET Player = '", function trim(PlaceHolder),
           "' WHERE Player = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE SwissMatches SET Player1 = '", function trim(PlaceHolder),
           "' WHERE Player1 = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE SwissMatches SET Player2 = '", function trim(PlaceHolder),
           "' WHERE Player2 = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE SwissMatches SET Winner = '", function trim(PlaceHolder),
           "' WHERE Winner = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE ThrottleAllowlist SET AddedBy = '", function trim(PlaceHolder),
           "' WHERE AddedBy = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE ConsentLog SET Player = '", function trim(PlaceHolder),
           "' WHERE Player = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE FeatureFlags SET UpdatedBy = '", function trim(PlaceHolder),
           "' WHERE UpdatedBy = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE FeatureFlagRooms SET AddedBy = '", function trim(PlaceHolder),
           "' WHERE AddedBy = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE FeatureFlagPlayers SET AddedBy = '", function trim(PlaceHolder),
           "' WHERE AddedBy = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE PlayerTraces SET StartedBy = '", function trim(PlaceHolder),
           "' WHERE StartedBy = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE ViewAsSessions SET Staff = '", function trim(PlaceHolder),
           "' WHERE Staff = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE PlayerMerges SET FromPlayer = '", function trim(PlaceHolder),
           "' WHERE FromPlayer = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE PlayerMerges SET IntoPlayer = '", function trim(PlaceHolder),
           "' WHERE IntoPlayer = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE PlayerMerges SET PreviewedBy = '", function trim(PlaceHolder),
           "' WHERE PreviewedBy = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE PlayerMerges SET MergedBy = '", function trim(PlaceHolder),
           "' WHERE MergedBy = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE Organisations SET CreatedBy = '", function trim(PlaceHolder),
           "' WHERE CreatedBy = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE OrgAdmins SET AddedBy = '", function trim(PlaceHolder),
           "' WHERE AddedBy = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE OrgMembers SET AddedBy = '", function trim(PlaceHolder),
           "' WHERE AddedBy = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE OrgWordExclusions SET AddedBy = '", function trim(PlaceHolder),
           "' WHERE AddedBy = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE ExtraTime SET SetBy = '", function trim(PlaceHolder),
           "' WHERE SetBy = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE DrillRounds SET Player = '", function trim(PlaceHolder),
           "' WHERE Player = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

      *> staff columns on tickets, broadcasts, prizes, memberships and
      *> terms, and the picks other players made on this one, keep
      *> their rows under the placeholder.
       STRING "UPDATE SupportTickets SET Assignee = '", function trim(PlaceHolder),
           "' WHERE Assignee = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE SupportTicketNotes SET Author = '", function trim(PlaceHolder),
           "' WHERE Author = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE Broadcasts SET CreatedBy = '", function trim(PlaceHolder),
           "' WHERE CreatedBy = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE EventPrizes SET CreatedBy = '", function trim(PlaceHolder),
           "' WHERE CreatedBy = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE PrizeAwards SET StatusBy = '", function trim(PlaceHolder),
           "' WHERE StatusBy = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE Predictions SET Pick = '", function trim(PlaceHolder),
           "' WHERE Pick = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE Memberships SET GrantedBy = '", function trim(PlaceHolder),
           "' WHERE GrantedBy = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE TermsVersions SET PublishedBy = '", function trim(PlaceHolder),
           "' WHERE PublishedBy = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

      *> failing statements logged by checkresult can embed the
      *> name as a spliced literal -- scrub it on word boundaries, the
       END-STRING
       PERFORM RunStatement

      *> four-eyes requests name who asked, who decided and whom --
      *> and a reason may name the player too.
       STRING "UPDATE PendingActions SET TargetPlayer = '", function trim(PlaceHolder),
           "' WHERE TargetPlayer = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE PendingActions SET RequestedBy = '", function trim(PlaceHolder),
           "' WHERE RequestedBy = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE PendingActions SET DecidedBy = '", function trim(PlaceHolder),
           "' WHERE DecidedBy = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "UPDATE PendingActions SET Reason = regexp_replace(Reason, '\m", function trim(TargetPlayer),
           "\M', '", function trim(PlaceHolder), "', 'g') WHERE Reason LIKE '%",
           function trim(TargetPlayer), "%';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

      *> outbox payloads name senders and inviters in their text.
       STRING "UPDATE NotificationOutbox SET Payload = regexp_replace(Payload, '\m", function trim(TargetPlayer),
           "\M', '", function trim(PlaceHolder), "', 'g') WHERE Payload LIKE '%",
           function trim(TargetPlayer), "%';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

      *> purely personal rows go outright.
       MOVE "Mail/Sender"               TO DeleteDef(1)
       MOVE "Mail/Recipient"            TO DeleteDef(2)
       MOVE "ClubMembers/Player"        TO DeleteDef(18)
       MOVE "BracketPlayers/Player"     TO DeleteDef(19)
       MOVE "Reactions/Player"          TO DeleteDef(20)
       MOVE "ExtraTime/Player"          TO DeleteDef(21)
       MOVE "StudyWords/Player"        TO DeleteDef(22)
       MOVE "Gifts/Sender"             TO DeleteDef(23)
       MOVE "Gifts/Recipient"          TO DeleteDef(24)
       MOVE "DuplicateLinks/PlayerA"   TO DeleteDef(25)
       MOVE "DuplicateLinks/PlayerB"   TO DeleteDef(26)
       MOVE "Referrals/Referee"        TO DeleteDef(27)
       MOVE "Referrals/Referrer"       TO DeleteDef(28)
       MOVE "Predictions/Player"       TO DeleteDef(29)
       MOVE "Memberships/Player"       TO DeleteDef(30)
       MOVE "SupportTickets/Player"    TO DeleteDef(31)
       MOVE "ErrorLog/Player"          TO DeleteDef(32)
       MOVE "BroadcastDismissals/Player" TO DeleteDef(33)
       MOVE "PrizeAwards/Player"       TO DeleteDef(34)

       PERFORM VARYING DeleteIdx FROM 1 BY 1 UNTIL DeleteIdx > 34
           PERFORM DeleteOneColumn
       END-PERFORM

       STRING "DELETE FROM RoomVoteBallots WHERE Player = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
      *> outbox rows addressed to the player go -- by name where the
      *> row records it, otherwise by the email addresses this player
      *> had on file or pending.
       STRING "DELETE FROM NotificationOutbox WHERE Player = '", function trim(TargetPlayer), "';",
           x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "DELETE FROM NotificationOutbox WHERE Channel = 'email' AND WebhookUrl IN ",
           "(SELECT Email FROM Players WHERE Name = '", function trim(TargetPlayer), "' AND Email IS NOT NULL ",
           "UNION SELECT Email FROM EmailConfirmations WHERE Player = '", function trim(TargetPlayer), "');",
           x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "DELETE FROM EmailConfirmations WHERE Player = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "DELETE FROM NotificationPrefs WHERE Player = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "DELETE FROM RecoveryCodes WHERE Player = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "DELETE FROM TwoFactor WHERE Player = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "DELETE FROM Sessions WHERE Player = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "DELETE FROM FeatureFlagPlayers WHERE Player = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "DELETE FROM TraceRequests WHERE Player = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "DELETE FROM PlayerTraces WHERE Player = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "DELETE FROM ViewAsSessions WHERE Player = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "DELETE FROM OrgAdmins WHERE Player = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       STRING "DELETE FROM OrgMembers WHERE Player = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
      *> the old names that redirected to the account, and any
      *> redirect away from its own name, go with it.
       STRING "DELETE FROM PlayerAliases WHERE Player = '", function trim(TargetPlayer),
           "' OR Alias = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

      *> a purged guardian leaves their children unlinked, not
      *> pointing at a row that is about to go.
       STRING "UPDATE Players SET Guardian = NULL, GuardianConfirmed = false WHERE Guardian = '",
           function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "DELETE FROM Players WHERE Name = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
