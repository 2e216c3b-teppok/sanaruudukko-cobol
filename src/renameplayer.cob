        *>   reference Players), AuditLog.Details is rewritten on word
        *>   boundaries, and only then does the old row go. The new name
        *>   must be free, pass checkprofanity the way room names do,
        *>   and may not be SYSTEM, start with Guest (reserved for
        *>   guestcreate's temporary accounts) or be a former<N> purge
        *>   placeholder. Nor may it be an alias of somebody else --
        *>   the old name stays behind as a PlayerAliases redirect to
        *>   the new one (as mergeplayer leaves the merged name), and
        *>   taking back one's own old name just drops that redirect.
        *>   Old and new names land in AuditLog.
        *> Modifies: every player-keyed table.
        *> Dependencies: checkprofanity

       MOVE 0 TO RenameOk

       IF NewName IS = SPACES OR function trim(NewName) = function trim(Player)
           OR function trim(NewName) = "SYSTEM" OR function upper-case(NewName(1:5)) = "GUEST"
           OR NewName(1:6) = "former" THEN
         PERFORM ShowResult
         EXIT PROGRAM
         EXIT PROGRAM
       END-IF

       STRING "SELECT Name FROM Players WHERE Name = '", function trim(NewName),
           "' UNION ALL SELECT Alias FROM PlayerAliases WHERE Alias = '", function trim(NewName),
           "' AND Player <> '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       call "PQntuples" using by value pgres returning NameTaken
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE EmailConfirmations SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE NotificationPrefs SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE NotificationOutbox SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE TwoFactor SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE RecoveryCodes SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE Sessions SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE Players SET Guardian = '", function trim(NewName),
           "' WHERE Guardian = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE FeatureFlags SET UpdatedBy = '", function trim(NewName),
           "' WHERE UpdatedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE FeatureFlagRooms SET AddedBy = '", function trim(NewName),
           "' WHERE AddedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE FeatureFlagPlayers SET AddedBy = '", function trim(NewName),
           "' WHERE AddedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE FeatureFlagPlayers SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE PlayerTraces SET StartedBy = '", function trim(NewName),
           "' WHERE StartedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE PlayerTraces SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE TraceRequests SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE ViewAsSessions SET Staff = '", function trim(NewName),
           "' WHERE Staff = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE ViewAsSessions SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE PlayerMerges SET FromPlayer = '", function trim(NewName),
           "' WHERE FromPlayer = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE PlayerMerges SET IntoPlayer = '", function trim(NewName),
           "' WHERE IntoPlayer = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE PlayerMerges SET PreviewedBy = '", function trim(NewName),
           "' WHERE PreviewedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE PlayerMerges SET MergedBy = '", function trim(NewName),
           "' WHERE MergedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE Organisations SET CreatedBy = '", function trim(NewName),
           "' WHERE CreatedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE OrgAdmins SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE OrgAdmins SET AddedBy = '", function trim(NewName),
           "' WHERE AddedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE OrgMembers SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE OrgMembers SET AddedBy = '", function trim(NewName),
           "' WHERE AddedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE OrgWordExclusions SET AddedBy = '", function trim(NewName),
           "' WHERE AddedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

      *> the old name (and any it already stood in for) now points at
      *> the new one; a redirect from the new name to itself goes.
       STRING "DELETE FROM PlayerAliases WHERE Alias = '", function trim(NewName), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE PlayerAliases SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "INSERT INTO PlayerAliases ( Alias, Player, Kind ) VALUES ( '", function trim(Player),
           "', '", function trim(NewName), "', 'rename' );", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE ConsentLog SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE ThrottleAllowlist SET AddedBy = '", function trim(NewName),
           "' WHERE AddedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE PendingActions SET TargetPlayer = '", function trim(NewName),
           "' WHERE TargetPlayer = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE PendingActions SET RequestedBy = '", function trim(NewName),
           "' WHERE RequestedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE PendingActions SET DecidedBy = '", function trim(NewName),
           "' WHERE DecidedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE WordChallenges SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE ExtraTime SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE ExtraTime SET SetBy = '", function trim(NewName),
           "' WHERE SetBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE StudyWords SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE DrillRounds SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE Gifts SET Sender = '", function trim(NewName),
           "' WHERE Sender = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE Gifts SET Recipient = '", function trim(NewName),
           "' WHERE Recipient = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE DuplicateLinks SET PlayerA = '", function trim(NewName),
           "' WHERE PlayerA = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE DuplicateLinks SET PlayerB = '", function trim(NewName),
           "' WHERE PlayerB = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE Referrals SET Referee = '", function trim(NewName),
           "' WHERE Referee = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE Referrals SET Referrer = '", function trim(NewName),
           "' WHERE Referrer = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE Predictions SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE Predictions SET Pick = '", function trim(NewName),
           "' WHERE Pick = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE Memberships SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE SupportTickets SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE SupportTickets SET Assignee = '", function trim(NewName),
           "' WHERE Assignee = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE SupportTicketNotes SET Author = '", function trim(NewName),
           "' WHERE Author = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE ErrorLog SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE BroadcastDismissals SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE Broadcasts SET CreatedBy = '", function trim(NewName),
           "' WHERE CreatedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE PrizeAwards SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE PrizeAwards SET StatusBy = '", function trim(NewName),
           "' WHERE StatusBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE EventPrizes SET CreatedBy = '", function trim(NewName),
           "' WHERE CreatedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE PuzzleFinds SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       END-STRING
       PERFORM RunStatement

      *> settled standings, ratings, season and competition history
      *> (Swiss, brackets, leagues, heats), clubs and the rest of the
      *> name's footprint follow it too -- none of them cascade.
       STRING "UPDATE RoundScores SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE RatingHistory SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE SeasonResults SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE SeasonRatings SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE PlayerTitles SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE LoginHistory SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE SwissEvents SET CreatedBy = '", function trim(NewName),
           "' WHERE CreatedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE SwissEvents SET Winner = '", function trim(NewName),
           "' WHERE Winner = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE SwissPlayers SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE SwissMatches SET Player1 = '", function trim(NewName),
           "' WHERE Player1 = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE SwissMatches SET Player2 = '", function trim(NewName),
           "' WHERE Player2 = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE SwissMatches SET Winner = '", function trim(NewName),
           "' WHERE Winner = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE Memberships SET GrantedBy = '", function trim(NewName),
           "' WHERE GrantedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE TermsVersions SET PublishedBy = '", function trim(NewName),
           "' WHERE PublishedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE BracketPlayers SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE BracketMatches SET Player1 = '", function trim(NewName),
           "' WHERE Player1 = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE BracketMatches SET Player2 = '", function trim(NewName),
           "' WHERE Player2 = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE BracketMatches SET Winner = '", function trim(NewName),
           "' WHERE Winner = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE Brackets SET CreatedBy = '", function trim(NewName),
           "' WHERE CreatedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE Brackets SET Winner = '", function trim(NewName),
           "' WHERE Winner = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE LeaguePlayers SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE LeagueFixtures SET Player1 = '", function trim(NewName),
           "' WHERE Player1 = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE LeagueFixtures SET Player2 = '", function trim(NewName),
           "' WHERE Player2 = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE Leagues SET CreatedBy = '", function trim(NewName),
           "' WHERE CreatedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE Heats SET CreatedBy = '", function trim(NewName),
           "' WHERE CreatedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE ClubMembers SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE Clubs SET Captain = '", function trim(NewName),
           "' WHERE Captain = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE GhostRounds SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE GhostRounds SET GhostPlayer = '", function trim(NewName),
           "' WHERE GhostPlayer = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE Reactions SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE Reactions SET TargetPlayer = '", function trim(NewName),
           "' WHERE TargetPlayer = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE RoomVotes SET OpenedBy = '", function trim(NewName),
           "' WHERE OpenedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE RoomVotes SET TargetPlayer = '", function trim(NewName),
           "' WHERE TargetPlayer = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE RoomVoteBallots SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE WordProposals SET ProposedBy = '", function trim(NewName),
           "' WHERE ProposedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE WordProposals SET RuledBy = '", function trim(NewName),
           "' WHERE RuledBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE WordProposalVotes SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE ConductReports SET Reporter = '", function trim(NewName),
           "' WHERE Reporter = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE ConductReports SET Target = '", function trim(NewName),
           "' WHERE Target = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE ConductReports SET ResolvedBy = '", function trim(NewName),
           "' WHERE ResolvedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE Chat SET DeletedBy = '", function trim(NewName),
           "' WHERE DeletedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE ApiKeys SET IssuedBy = '", function trim(NewName),
           "' WHERE IssuedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE StaffGrants SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE RoomTemplates SET CreatedBy = '", function trim(NewName),
           "' WHERE CreatedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE DigestLog SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE MissionProgress SET Player = '", function trim(NewName),
           "' WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE Handicaps SET SetBy = '", function trim(NewName),
           "' WHERE SetBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE StaffGrants SET GrantedBy = '", function trim(NewName),
           "' WHERE GrantedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE Seasons SET ClosedBy = '", function trim(NewName),
           "' WHERE ClosedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE PuzzlePacks SET CreatedBy = '", function trim(NewName),
           "' WHERE CreatedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

       STRING "UPDATE WordListVersions SET EditedBy = '", function trim(NewName),
           "' WHERE EditedBy = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement

      *> the audit trail follows too, Details on word boundaries
      *> like purgeplayer does (names are parsequery-clean).
       STRING "UPDATE AuditLog SET Actor = '", function trim(NewName),
