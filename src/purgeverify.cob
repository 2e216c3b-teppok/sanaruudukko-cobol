
      *> every column a player name can live in. AuditLog.Details
      *> is probed as a substring -- names are embedded in free text
      *> there -- the rest are exact matches. maskbackup pseudonymises
      *> through the same map; extend the two together.
       01 CheckTable.
          05 CheckDef pic x(40) OCCURS 135 TIMES.
       01 CheckIdx usage binary-long.
       01 CheckTableName pic x(24).
       01 CheckColumnName pic x(16).
       MOVE "LeaguePlayers/Player"     TO CheckDef(70)
       MOVE "LeagueFixtures/Player1"   TO CheckDef(71)
       MOVE "LeagueFixtures/Player2"   TO CheckDef(72)
       MOVE "SwissEvents/CreatedBy"    TO CheckDef(73)
       MOVE "SwissEvents/Winner"       TO CheckDef(74)
       MOVE "SwissPlayers/Player"      TO CheckDef(75)
       MOVE "SwissMatches/Player1"     TO CheckDef(76)
       MOVE "SwissMatches/Player2"     TO CheckDef(77)
       MOVE "SwissMatches/Winner"      TO CheckDef(78)
       MOVE "EmailConfirmations/Player" TO CheckDef(79)
       MOVE "NotificationPrefs/Player" TO CheckDef(80)
       MOVE "NotificationOutbox/Player" TO CheckDef(81)
       MOVE "TwoFactor/Player"         TO CheckDef(82)
       MOVE "RecoveryCodes/Player"     TO CheckDef(83)
       MOVE "PendingActions/TargetPlayer" TO CheckDef(84)
       MOVE "PendingActions/RequestedBy" TO CheckDef(85)
       MOVE "PendingActions/DecidedBy" TO CheckDef(86)
       MOVE "Sessions/Player"          TO CheckDef(87)
       MOVE "ThrottleAllowlist/AddedBy" TO CheckDef(88)
       MOVE "Players/Guardian"         TO CheckDef(89)
       MOVE "ConsentLog/Player"        TO CheckDef(90)
       MOVE "FeatureFlags/UpdatedBy"   TO CheckDef(91)
       MOVE "FeatureFlagRooms/AddedBy" TO CheckDef(92)
       MOVE "FeatureFlagPlayers/AddedBy" TO CheckDef(93)
       MOVE "FeatureFlagPlayers/Player" TO CheckDef(94)
       MOVE "PlayerTraces/StartedBy"   TO CheckDef(95)
       MOVE "PlayerTraces/Player"      TO CheckDef(96)
       MOVE "TraceRequests/Player"     TO CheckDef(97)
       MOVE "ViewAsSessions/Staff"     TO CheckDef(98)
       MOVE "ViewAsSessions/Player"    TO CheckDef(99)
       MOVE "PlayerMerges/FromPlayer"  TO CheckDef(100)
       MOVE "PlayerMerges/IntoPlayer"  TO CheckDef(101)
       MOVE "PlayerMerges/PreviewedBy" TO CheckDef(102)
       MOVE "PlayerMerges/MergedBy"    TO CheckDef(103)
       MOVE "PlayerAliases/Player"     TO CheckDef(104)
       MOVE "PlayerAliases/Alias"      TO CheckDef(105)
       MOVE "Organisations/CreatedBy"  TO CheckDef(106)
       MOVE "OrgAdmins/AddedBy"        TO CheckDef(107)
       MOVE "OrgMembers/AddedBy"       TO CheckDef(108)
       MOVE "OrgWordExclusions/AddedBy" TO CheckDef(109)
       MOVE "OrgAdmins/Player"         TO CheckDef(110)
       MOVE "OrgMembers/Player"        TO CheckDef(111)
       MOVE "ExtraTime/SetBy"          TO CheckDef(112)
       MOVE "ExtraTime/Player"         TO CheckDef(113)
       MOVE "StudyWords/Player"        TO CheckDef(114)
       MOVE "DrillRounds/Player"       TO CheckDef(115)
       MOVE "Gifts/Sender"             TO CheckDef(116)
       MOVE "Gifts/Recipient"          TO CheckDef(117)
       MOVE "DuplicateLinks/PlayerA"   TO CheckDef(118)
       MOVE "DuplicateLinks/PlayerB"   TO CheckDef(119)
       MOVE "Referrals/Referee"        TO CheckDef(120)
       MOVE "Referrals/Referrer"       TO CheckDef(121)
       MOVE "Predictions/Player"       TO CheckDef(122)
       MOVE "Memberships/Player"       TO CheckDef(123)
       MOVE "SupportTickets/Player"    TO CheckDef(124)
       MOVE "ErrorLog/Player"          TO CheckDef(125)
       MOVE "BroadcastDismissals/Player" TO CheckDef(126)
       MOVE "PrizeAwards/Player"       TO CheckDef(127)
       MOVE "SupportTickets/Assignee"  TO CheckDef(128)
       MOVE "SupportTicketNotes/Author" TO CheckDef(129)
       MOVE "Broadcasts/CreatedBy"     TO CheckDef(130)
       MOVE "EventPrizes/CreatedBy"    TO CheckDef(131)
       MOVE "PrizeAwards/StatusBy"     TO CheckDef(132)
       MOVE "Predictions/Pick"         TO CheckDef(133)
       MOVE "Memberships/GrantedBy"    TO CheckDef(134)
       MOVE "TermsVersions/PublishedBy" TO CheckDef(135)

       CALL "getdb" USING BY REFERENCE pgconn

       DISPLAY "purge verification for a requested name"
       DISPLAY "---------------------------------------"

       PERFORM VARYING CheckIdx FROM 1 BY 1 UNTIL CheckIdx > 135
           PERFORM CheckOneColumn
       END-PERFORM

      *> names sit inside free text in the audit details, in
      *> logged failing statements, in outbox payloads and in
      *> four-eyes request reasons, so exact-match probes are not
      *> enough there.
       STRING "SELECT count(*) FROM AuditLog WHERE Details LIKE '%",
           function trim(PurgedName), "%';", x"00" INTO QueryString
       DISPLAY "ErrorLog/Statement (substring): " HitCountD
       ADD HitCount TO TotalHits

       STRING "SELECT count(*) FROM NotificationOutbox WHERE Payload LIKE '%",
           function trim(PurgedName), "%';", x"00" INTO QueryString
       END-STRING
       PERFORM CountStatement
       MOVE HitCount TO HitCountD
       DISPLAY "NotificationOutbox/Payload (substring): " HitCountD
       ADD HitCount TO TotalHits

       STRING "SELECT count(*) FROM PendingActions WHERE Reason LIKE '%",
           function trim(PurgedName), "%';", x"00" INTO QueryString
       END-STRING
       PERFORM CountStatement
       MOVE HitCount TO HitCountD
       DISPLAY "PendingActions/Reason (substring): " HitCountD
       ADD HitCount TO TotalHits

       DISPLAY "---------------------------------------"
       IF TotalHits = 0 THEN
         DISPLAY "verdict: CLEAN - no trace of the name remains"
