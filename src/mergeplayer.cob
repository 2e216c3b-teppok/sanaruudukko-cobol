        *> -------------------------
        *> mergeplayer.
        *> Takes: Standard arguments + FromPlayer, IntoPlayer, MergeMode,
        *>   OutFormat.
        *> Folds FromPlayer's account into IntoPlayer's -- the same
        *>   person under two names, as duplicateaccountreport finds
        *>   them. MergeMode "p" is mergepreview: every step below runs
        *>   inside a transaction that is then rolled back, and the rows
        *>   each step would move, drop or retire are reported and kept
        *>   as a PlayerMerges row. MergeMode "m" is the real run, which
        *>   actiondecide makes once a second Admin has approved the
        *>   mergeplayer request; it needs an unconsumed preview of the
        *>   same pair and stamps that row with its own counts.
        *>   Conflicts: a round both names played keeps the higher
        *>   RoundScores score (IntoPlayer's on a tie) and the other
        *>   side's rows for it are retired under a former<N>
        *>   placeholder, so no opponent's round changes; a league,
        *>   swiss event or season both entered keeps IntoPlayer's
        *>   standing the same way; keyed personal rows keep
        *>   IntoPlayer's copy (the earlier badge, the better practice
        *>   score, the further mission progress carried over first);
        *>   coins add up; staff grants, organisation admin seats,
        *>   second factor, sessions, pending codes and duplicate-account
        *>   links of FromPlayer are dropped, never carried.
        *>   FromPlayer then becomes a PlayerAliases redirect to
        *>   IntoPlayer and its Players row goes. Admins only; an Admin
        *>   account is never merged away and a guest never kept.
        *> Modifies: every player-keyed table, PlayerAliases,
        *>   PlayerMerges, AuditLog
        *> Dependencies: checkresult

       IDENTIFICATION DIVISION.
       PROGRAM-ID. mergeplayer.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(80) based.
       01 querystring pic x(1024).
       01 result usage binary-long.

       01 IsAdmin usage binary-long VALUE 0.
       01 NFound usage binary-long VALUE 0.
       01 PlaceHolder pic x(16) VALUE SPACES.
       01 MergeId pic x(12) VALUE SPACES.
       01 CoinsTxt pic x(16) VALUE SPACES.

       01 MergeState pic x VALUE "r".
         88 MergeRefused VALUE "r".
         88 MergeFailed VALUE "f".
         88 MergeDone VALUE "d".
       01 ErrFlag pic x VALUE "f".
       01 FailedRes usage pointer.
       01 FailedQuery pic x(1024) VALUE SPACES.

      *> the rows each step touched; only steps that touched any are
      *> kept for the report.
       01 StepTable.
          05 StepEntry OCCURS 200 TIMES.
             10 StepName pic x(40).
             10 StepRows pic 9(7).
       01 StepCount usage binary-long VALUE 0.
       01 StepIdx usage binary-long.
       01 StepLabel pic x(40) VALUE SPACES.
       01 RowsTxt pic x(16) VALUE SPACES.
       01 RowsNum pic 9(7) VALUE 0.
       01 RowsZ pic z(6)9.
       01 ReportText pic x(8000) VALUE SPACES.
       01 ReportPtr usage binary-long VALUE 1.

      *> rounds both names played: the losing side's rows for the
      *> round go to the placeholder (see MergeRounds below).
       01 RoundDefs.
          05 RoundDef pic x(48) OCCURS 9 TIMES.
      *> a competition both names entered: FromPlayer's standing goes
      *> to the placeholder.
       01 RetireDefs.
          05 RetireDef pic x(48) OCCURS 4 TIMES.
      *> keyed rows: moved where IntoPlayer has no row for the key,
      *> the rest dropped. A key of 1 means one row per player.
       01 KeyDefs.
          05 KeyDef pic x(48) OCCURS 36 TIMES.
      *> plain history and references, moved as they are.
       01 MoveDefs.
          05 MoveDef pic x(48) OCCURS 86 TIMES.
      *> FromPlayer's credentials and privileges, never carried over.
       01 DropDefs.
          05 DropDef pic x(48) OCCURS 10 TIMES.
       01 DefIdx usage binary-long.
       01 DefTable pic x(24).
       01 DefColumn pic x(16).
       01 DefKeys pic x(24).

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".
       01 FromPlayer pic x(16).
       01 IntoPlayer pic x(16).
       01 MergeMode pic x.

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId, FromPlayer, IntoPlayer, MergeMode, OutFormat.
       Begin.

       MOVE "r" TO MergeState
       MOVE 0 TO StepCount

       IF FromPlayer IS = SPACES OR IntoPlayer IS = SPACES OR FromPlayer = IntoPlayer THEN
         PERFORM ShowReport
         EXIT PROGRAM
       END-IF

       STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning IsAdmin
       IF IsAdmin = 0 THEN
         PERFORM ShowReport
         EXIT PROGRAM
       END-IF

       STRING "SELECT f.Name FROM Players f JOIN Players i ON i.Name = '", function trim(IntoPlayer),
           "' WHERE f.Name = '", function trim(FromPlayer), "' AND NOT i.IsGuest ",
           "AND NOT EXISTS (SELECT 1 FROM Admins WHERE Player = f.Name);", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NFound
       IF NFound = 0 THEN
         PERFORM ShowReport
         EXIT PROGRAM
       END-IF

      *> the real run consumes the newest preview of this pair.
       IF MergeMode = "m" THEN
         STRING "SELECT Id FROM PlayerMerges WHERE FromPlayer = '", function trim(FromPlayer),
             "' AND IntoPlayer = '", function trim(IntoPlayer), "' AND MergedAt IS NULL ",
             "ORDER BY PreviewedAt DESC LIMIT 1;", x"00" INTO QueryString
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
         call "PQntuples" using by value pgres returning NFound
         IF NFound = 0 THEN
           PERFORM ShowReport
           EXIT PROGRAM
         END-IF
         call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
         set address of resstr to resptr
         MOVE SPACES TO MergeId
         string resstr delimited by x"00" into MergeId end-string
       END-IF

       STRING "SELECT 'former' || nextval('purge_seq');", x"00" INTO QueryString END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO PlaceHolder
       string resstr delimited by x"00" into PlaceHolder end-string

       STRING "SELECT Coins FROM Players WHERE Name = '", function trim(FromPlayer), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO CoinsTxt
       string resstr delimited by x"00" into CoinsTxt end-string

       SET MergeDone TO TRUE
       STRING "BEGIN;", x"00" INTO QueryString END-STRING
       MOVE SPACES TO StepLabel
       PERFORM RunStep

       PERFORM LoadDefs
       PERFORM RetireSharedRounds
       PERFORM RetireSharedEvents
       PERFORM KeepBetterRows
       PERFORM MoveKeyedRows
       PERFORM MovePlainRows
       PERFORM FinishAccount

       IF MergeMode = "m" AND NOT MergeFailed THEN
         STRING "COMMIT;", x"00" INTO QueryString END-STRING
       ELSE
         STRING "ROLLBACK;", x"00" INTO QueryString END-STRING
       END-IF
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

      *> the failing statement is logged only now -- inside the
      *> aborted transaction the ErrorLog row would have gone too.
       IF MergeFailed THEN
         CALL "checkresult" USING BY REFERENCE pgconn FailedRes FailedQuery
           BY CONTENT "mergeplayer     " "RunStep                 "
           BY REFERENCE ErrFlag
         END-CALL
         PERFORM ShowReport
         EXIT PROGRAM
       END-IF

       PERFORM BuildReportText
       IF MergeMode = "m" THEN
         STRING "UPDATE PlayerMerges SET MergedBy = '", function trim(Player), "', MergedAt = now(), ",
             "MergeReport = '", ReportText(1:ReportPtr - 1), "' WHERE Id = ", function trim(MergeId), ";",
             x"00" INTO QueryString
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
         STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Player),
             "', 'mergeplayer', '", function trim(FromPlayer), " into ", function trim(IntoPlayer),
             " (", function trim(PlaceHolder), ")' );", x"00" INTO QueryString
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       ELSE
         STRING "INSERT INTO PlayerMerges ( FromPlayer, IntoPlayer, PreviewedBy, PreviewReport ) VALUES ( '",
             function trim(FromPlayer), "', '", function trim(IntoPlayer), "', '", function trim(Player),
             "', '", ReportText(1:ReportPtr - 1), "' );", x"00" INTO QueryString
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       END-IF

       PERFORM ShowReport

       EXIT PROGRAM.

      *> -------------------------
      *> LoadDefs: the table/column lists the steps below walk.
       LoadDefs.
       MOVE "RoundScores/Player"                TO RoundDef(1)
       MOVE "RatingHistory/Player"              TO RoundDef(2)
       MOVE "Words/Player"                      TO RoundDef(3)
       MOVE "WordsArchive/Player"               TO RoundDef(4)
       MOVE "WordAudit/Player"                  TO RoundDef(5)
       MOVE "HintsUsed/Player"                  TO RoundDef(6)
       MOVE "WordChallenges/Player"             TO RoundDef(7)
       MOVE "DailyPlays/Player"                 TO RoundDef(8)
       MOVE "PuzzleRounds/Player"               TO RoundDef(9)

       MOVE "LeaguePlayers/Player/LeagueId"     TO RetireDef(1)
       MOVE "SwissPlayers/Player/EventId"       TO RetireDef(2)
       MOVE "SeasonRatings/Player/SeasonId"     TO RetireDef(3)
       MOVE "SeasonResults/Player/SeasonId, RoomId" TO RetireDef(4)

       MOVE "RoundScores/Player/RoundId"        TO KeyDef(1)
       MOVE "RatingHistory/Player/RoundId"      TO KeyDef(2)
       MOVE "DailyPlays/Player/BoardDate"       TO KeyDef(3)
       MOVE "ShareRedeems/Player/Code"          TO KeyDef(4)
       MOVE "Achievements/Player/Badge"         TO KeyDef(5)
       MOVE "PracticeBests/Player/RoomId"       TO KeyDef(6)
       MOVE "RoomModerators/Player/RoomId"      TO KeyDef(7)
       MOVE "Waitlist/Player/1"                 TO KeyDef(8)
       MOVE "Friends/Player/Friend"             TO KeyDef(9)
       MOVE "Friends/Friend/Player"             TO KeyDef(10)
       MOVE "IgnoreList/Player/Ignored"         TO KeyDef(11)
       MOVE "IgnoreList/Ignored/Player"         TO KeyDef(12)
       MOVE "Profiles/Player/1"                 TO KeyDef(13)
       MOVE "Handicaps/Player/RoomId"           TO KeyDef(14)
       MOVE "PuzzleFinds/Player/PuzzleId, Word" TO KeyDef(15)
       MOVE "RoomMembers/Player/RoomId"         TO KeyDef(16)
       MOVE "SeasonResults/Player/SeasonId, RoomId" TO KeyDef(17)
       MOVE "SeasonRatings/Player/SeasonId"     TO KeyDef(18)
       MOVE "BracketPlayers/Player/BracketId"   TO KeyDef(19)
       MOVE "ClubMembers/Player/1"              TO KeyDef(20)
       MOVE "WordProposalVotes/Player/ProposalId" TO KeyDef(21)
       MOVE "PlayerTitles/Player/Code"          TO KeyDef(22)
       MOVE "RoomVoteBallots/Player/VoteId"     TO KeyDef(23)
       MOVE "LeaguePlayers/Player/LeagueId"     TO KeyDef(24)
       MOVE "SwissPlayers/Player/EventId"       TO KeyDef(25)
       MOVE "NotificationPrefs/Player/EventType" TO KeyDef(26)
       MOVE "FeatureFlagPlayers/Player/Flag"    TO KeyDef(27)
       MOVE "MissionProgress/Player/MissionId"  TO KeyDef(28)
       MOVE "OrgMembers/Player/OrgId"           TO KeyDef(29)
       MOVE "ExtraTime/Player/RoomId"           TO KeyDef(30)
       MOVE "StudyWords/Player/Word, Language" TO KeyDef(31)
       MOVE "Referrals/Referee/1"              TO KeyDef(32)
       MOVE "Predictions/Player/RoundId"       TO KeyDef(33)
       MOVE "Memberships/Player/1"             TO KeyDef(34)
       MOVE "BroadcastDismissals/Player/BroadcastId" TO KeyDef(35)
       MOVE "PrizeAwards/Player/PrizeId"       TO KeyDef(36)

       MOVE "Words/Player"                      TO MoveDef(1)
       MOVE "WordsArchive/Player"               TO MoveDef(2)
       MOVE "Chat/Player"                       TO MoveDef(3)
       MOVE "Chat/Recipient"                    TO MoveDef(4)
       MOVE "Chat/DeletedBy"                    TO MoveDef(5)
       MOVE "ChatArchive/Player"                TO MoveDef(6)
       MOVE "ChatArchive/Recipient"             TO MoveDef(7)
       MOVE "WordAudit/Player"                  TO MoveDef(8)
       MOVE "HintsUsed/Player"                  TO MoveDef(9)
       MOVE "ShareCodes/IssuedBy"               TO MoveDef(10)
       MOVE "InviteCodes/IssuedBy"              TO MoveDef(11)
       MOVE "ResetCodes/IssuedBy"               TO MoveDef(12)
       MOVE "Mail/Sender"                       TO MoveDef(13)
       MOVE "Mail/Recipient"                    TO MoveDef(14)
       MOVE "Rooms/OwnerName"                   TO MoveDef(15)
       MOVE "AuditLog/Actor"                    TO MoveDef(16)
       MOVE "WordChallenges/Player"             TO MoveDef(17)
       MOVE "WordChallenges/Challenger"         TO MoveDef(18)
       MOVE "WordChallenges/RuledBy"            TO MoveDef(19)
       MOVE "PuzzleRounds/Player"               TO MoveDef(20)
       MOVE "Jobs/Player"                       TO MoveDef(21)
       MOVE "Brackets/CreatedBy"                TO MoveDef(22)
       MOVE "Brackets/Winner"                   TO MoveDef(23)
       MOVE "BracketMatches/Player1"            TO MoveDef(24)
       MOVE "BracketMatches/Player2"            TO MoveDef(25)
       MOVE "BracketMatches/Winner"             TO MoveDef(26)
       MOVE "GhostRounds/Player"                TO MoveDef(27)
       MOVE "GhostRounds/GhostPlayer"           TO MoveDef(28)
       MOVE "WordProposals/ProposedBy"          TO MoveDef(29)
       MOVE "WordProposals/RuledBy"             TO MoveDef(30)
       MOVE "ConductReports/Reporter"           TO MoveDef(31)
       MOVE "ConductReports/Target"             TO MoveDef(32)
       MOVE "ConductReports/ResolvedBy"         TO MoveDef(33)
       MOVE "Reactions/Player"                  TO MoveDef(34)
       MOVE "Reactions/TargetPlayer"            TO MoveDef(35)
       MOVE "LoginHistory/Player"               TO MoveDef(36)
       MOVE "ApiKeys/IssuedBy"                  TO MoveDef(37)
       MOVE "RoomVotes/OpenedBy"                TO MoveDef(38)
       MOVE "RoomVotes/TargetPlayer"            TO MoveDef(39)
       MOVE "RoomInvites/Invitee"               TO MoveDef(40)
       MOVE "RoomInvites/InvitedBy"             TO MoveDef(41)
       MOVE "RoomTemplates/CreatedBy"           TO MoveDef(42)
       MOVE "Heats/CreatedBy"                   TO MoveDef(43)
       MOVE "Leagues/CreatedBy"                 TO MoveDef(44)
       MOVE "LeagueFixtures/Player1"            TO MoveDef(45)
       MOVE "LeagueFixtures/Player2"            TO MoveDef(46)
       MOVE "SwissEvents/CreatedBy"             TO MoveDef(47)
       MOVE "SwissEvents/Winner"                TO MoveDef(48)
       MOVE "SwissMatches/Player1"              TO MoveDef(49)
       MOVE "SwissMatches/Player2"              TO MoveDef(50)
       MOVE "SwissMatches/Winner"               TO MoveDef(51)
       MOVE "NotificationOutbox/Player"         TO MoveDef(52)
       MOVE "PendingActions/RequestedBy"        TO MoveDef(53)
       MOVE "PendingActions/DecidedBy"          TO MoveDef(54)
       MOVE "ThrottleAllowlist/AddedBy"         TO MoveDef(55)
       MOVE "ConsentLog/Player"                 TO MoveDef(56)
       MOVE "FeatureFlags/UpdatedBy"            TO MoveDef(57)
       MOVE "FeatureFlagRooms/AddedBy"          TO MoveDef(58)
       MOVE "FeatureFlagPlayers/AddedBy"        TO MoveDef(59)
       MOVE "PlayerTraces/StartedBy"            TO MoveDef(60)
       MOVE "TraceRequests/Player"              TO MoveDef(61)
       MOVE "DigestLog/Player"                  TO MoveDef(62)
       MOVE "Organisations/CreatedBy"           TO MoveDef(63)
       MOVE "OrgAdmins/AddedBy"                 TO MoveDef(64)
       MOVE "OrgMembers/AddedBy"                TO MoveDef(65)
       MOVE "OrgWordExclusions/AddedBy"         TO MoveDef(66)
       MOVE "DrillRounds/Player"               TO MoveDef(67)
       MOVE "Gifts/Sender"                     TO MoveDef(68)
       MOVE "Gifts/Recipient"                  TO MoveDef(69)
       MOVE "Referrals/Referrer"               TO MoveDef(70)
       MOVE "Predictions/Pick"                 TO MoveDef(71)
       MOVE "SupportTickets/Player"            TO MoveDef(72)
       MOVE "SupportTickets/Assignee"          TO MoveDef(73)
       MOVE "SupportTicketNotes/Author"        TO MoveDef(74)
       MOVE "ErrorLog/Player"                  TO MoveDef(75)
       MOVE "Broadcasts/CreatedBy"             TO MoveDef(76)
       MOVE "EventPrizes/CreatedBy"            TO MoveDef(77)
       MOVE "PrizeAwards/StatusBy"             TO MoveDef(78)
       MOVE "Memberships/GrantedBy"            TO MoveDef(79)
       MOVE "TermsVersions/PublishedBy"        TO MoveDef(80)
       MOVE "ExtraTime/SetBy"                  TO MoveDef(81)
       MOVE "Handicaps/SetBy"                  TO MoveDef(82)
       MOVE "StaffGrants/GrantedBy"            TO MoveDef(83)
       MOVE "Seasons/ClosedBy"                 TO MoveDef(84)
       MOVE "PuzzlePacks/CreatedBy"            TO MoveDef(85)
       MOVE "WordListVersions/EditedBy"        TO MoveDef(86)

       MOVE "StaffGrants/Player"                TO DropDef(1)
       MOVE "EmailConfirmations/Player"         TO DropDef(2)
       MOVE "TwoFactor/Player"                  TO DropDef(3)
       MOVE "RecoveryCodes/Player"              TO DropDef(4)
       MOVE "Sessions/Player"                   TO DropDef(5)
       MOVE "ResetCodes/Player"                 TO DropDef(6)
       MOVE "PlayerTraces/Player"               TO DropDef(7)
       MOVE "OrgAdmins/Player"                  TO DropDef(8)
       MOVE "DuplicateLinks/PlayerA"            TO DropDef(9)
       MOVE "DuplicateLinks/PlayerB"            TO DropDef(10).

      *> -------------------------
      *> RetireSharedRounds: MergeRounds holds every round both names
      *> have a score or a word in, and which side loses it -- the
      *> lower RoundScores score, FromPlayer on a tie. The loser's rows
      *> for those rounds are handed to the placeholder.
       RetireSharedRounds.
       STRING "CREATE TEMP TABLE MergeRounds ON COMMIT DROP AS SELECT s.RoundId, ",
           "CASE WHEN COALESCE((SELECT Score FROM RoundScores WHERE RoundId = s.RoundId AND Player = '",
           function trim(FromPlayer), "'), 0) > COALESCE((SELECT Score FROM RoundScores WHERE RoundId = s.RoundId ",
           "AND Player = '", function trim(IntoPlayer), "'), 0) THEN '", function trim(IntoPlayer),
           "' ELSE '", function trim(FromPlayer), "' END AS Loser FROM ( SELECT RoundId FROM ( ",
           "SELECT RoundId, Player FROM RoundScores UNION SELECT RoundId, Player FROM Words ",
           "UNION SELECT RoundId, Player FROM WordsArchive ) x WHERE Player IN ( '", function trim(FromPlayer),
           "', '", function trim(IntoPlayer), "' ) GROUP BY RoundId HAVING count(DISTINCT Player) = 2 ) s;",
           x"00" INTO QueryString
       END-STRING
       MOVE "shared rounds" TO StepLabel
       PERFORM RunStep

       PERFORM VARYING DefIdx FROM 1 BY 1 UNTIL DefIdx > 9
           MOVE SPACES TO DefTable DefColumn
           UNSTRING RoundDef(DefIdx) DELIMITED BY "/" INTO DefTable, DefColumn
           STRING "UPDATE ", function trim(DefTable), " t SET ", function trim(DefColumn), " = '",
               function trim(PlaceHolder), "' FROM MergeRounds m WHERE m.RoundId = t.RoundId AND t.",
               function trim(DefColumn), " = m.Loser;", x"00" INTO QueryString
           END-STRING
           MOVE SPACES TO StepLabel
           STRING function trim(DefTable), " retired" DELIMITED BY SIZE INTO StepLabel END-STRING
           PERFORM RunStep
       END-PERFORM.

      *> -------------------------
      *> RetireSharedEvents: a league, swiss event, season or bracket
      *> both names are in keeps IntoPlayer's standing; FromPlayer's
      *> pairings in it go to the placeholder, as its standing does.
       RetireSharedEvents.
       STRING "UPDATE LeagueFixtures SET Player1 = '", function trim(PlaceHolder), "' WHERE Player1 = '",
           function trim(FromPlayer), "' AND LeagueId IN ( SELECT LeagueId FROM LeaguePlayers WHERE Player = '",
           function trim(IntoPlayer), "' );", x"00" INTO QueryString
       END-STRING
       MOVE "LeagueFixtures retired" TO StepLabel
       PERFORM RunStep
       STRING "UPDATE LeagueFixtures SET Player2 = '", function trim(PlaceHolder), "' WHERE Player2 = '",
           function trim(FromPlayer), "' AND LeagueId IN ( SELECT LeagueId FROM LeaguePlayers WHERE Player = '",
           function trim(IntoPlayer), "' );", x"00" INTO QueryString
       END-STRING
       PERFORM RunStep
       STRING "UPDATE SwissMatches SET Player1 = '", function trim(PlaceHolder), "' WHERE Player1 = '",
           function trim(FromPlayer), "' AND EventId IN ( SELECT EventId FROM SwissPlayers WHERE Player = '",
           function trim(IntoPlayer), "' );", x"00" INTO QueryString
       END-STRING
       MOVE "SwissMatches retired" TO StepLabel
       PERFORM RunStep
       STRING "UPDATE SwissMatches SET Player2 = '", function trim(PlaceHolder), "' WHERE Player2 = '",
           function trim(FromPlayer), "' AND EventId IN ( SELECT EventId FROM SwissPlayers WHERE Player = '",
           function trim(IntoPlayer), "' );", x"00" INTO QueryString
       END-STRING
       PERFORM RunStep
       STRING "UPDATE SwissMatches SET Winner = '", function trim(PlaceHolder), "' WHERE Winner = '",
           function trim(FromPlayer), "' AND EventId IN ( SELECT EventId FROM SwissPlayers WHERE Player = '",
           function trim(IntoPlayer), "' );", x"00" INTO QueryString
       END-STRING
       PERFORM RunStep
       STRING "UPDATE BracketMatches SET Player1 = '", function trim(PlaceHolder), "' WHERE Player1 = '",
           function trim(FromPlayer), "' AND BracketId IN ( SELECT BracketId FROM BracketPlayers WHERE Player = '",
           function trim(IntoPlayer), "' );", x"00" INTO QueryString
       END-STRING
       MOVE "BracketMatches retired" TO StepLabel
       PERFORM RunStep
       STRING "UPDATE BracketMatches SET Player2 = '", function trim(PlaceHolder), "' WHERE Player2 = '",
           function trim(FromPlayer), "' AND BracketId IN ( SELECT BracketId FROM BracketPlayers WHERE Player = '",
           function trim(IntoPlayer), "' );", x"00" INTO QueryString
       END-STRING
       PERFORM RunStep
       STRING "UPDATE BracketMatches SET Winner = '", function trim(PlaceHolder), "' WHERE Winner = '",
           function trim(FromPlayer), "' AND BracketId IN ( SELECT BracketId FROM BracketPlayers WHERE Player = '",
           function trim(IntoPlayer), "' );", x"00" INTO QueryString
       END-STRING
       PERFORM RunStep

       PERFORM VARYING DefIdx FROM 1 BY 1 UNTIL DefIdx > 4
           MOVE SPACES TO DefTable DefColumn DefKeys
           UNSTRING RetireDef(DefIdx) DELIMITED BY "/" INTO DefTable, DefColumn, DefKeys
           STRING "UPDATE ", function trim(DefTable), " SET ", function trim(DefColumn), " = '",
               function trim(PlaceHolder), "' WHERE ", function trim(DefColumn), " = '", function trim(FromPlayer),
               "' AND ( ", function trim(DefKeys), " ) IN ( SELECT ", function trim(DefKeys), " FROM ",
               function trim(DefTable), " WHERE ", function trim(DefColumn), " = '", function trim(IntoPlayer),
               "' );", x"00" INTO QueryString
           END-STRING
           MOVE SPACES TO StepLabel
           STRING function trim(DefTable), " retired" DELIMITED BY SIZE INTO StepLabel END-STRING
           PERFORM RunStep
       END-PERFORM.

      *> -------------------------
      *> KeepBetterRows: where both names hold the same keyed row,
      *> IntoPlayer's copy takes the better of the two before
      *> FromPlayer's is dropped -- and the two names' links to each
      *> other go, since nobody befriends or ignores themselves.
       KeepBetterRows.
       STRING "UPDATE Achievements a SET Detail = f.Detail, RoomId = f.RoomId, RoundId = f.RoundId, ",
           "EarnedAt = f.EarnedAt FROM Achievements f WHERE a.Player = '", function trim(IntoPlayer),
           "' AND f.Player = '", function trim(FromPlayer), "' AND f.Badge = a.Badge AND f.EarnedAt < a.EarnedAt;",
           x"00" INTO QueryString
       END-STRING
       MOVE "Achievements earlier kept" TO StepLabel
       PERFORM RunStep
       STRING "UPDATE PracticeBests a SET Board = f.Board, BoardWidth = f.BoardWidth, ",
           "BoardHeight = f.BoardHeight, RoundId = f.RoundId, Score = f.Score, AchievedAt = f.AchievedAt ",
           "FROM PracticeBests f WHERE a.Player = '", function trim(IntoPlayer), "' AND f.Player = '",
           function trim(FromPlayer), "' AND f.RoomId = a.RoomId AND f.Score > a.Score;", x"00" INTO QueryString
       END-STRING
       MOVE "PracticeBests better kept" TO StepLabel
       PERFORM RunStep
       STRING "UPDATE MissionProgress a SET Progress = GREATEST(a.Progress, f.Progress), ",
           "CompletedAt = LEAST(a.CompletedAt, f.CompletedAt) FROM MissionProgress f WHERE a.Player = '",
           function trim(IntoPlayer), "' AND f.Player = '", function trim(FromPlayer),
           "' AND f.MissionId = a.MissionId AND ( f.Progress > a.Progress OR ",
           "( f.CompletedAt IS NOT NULL AND a.CompletedAt IS NULL ) );", x"00" INTO QueryString
       END-STRING
       MOVE "MissionProgress further kept" TO StepLabel
       PERFORM RunStep
       STRING "UPDATE Friends a SET Accepted = true FROM Friends f WHERE f.Accepted AND NOT a.Accepted AND ",
           "( ( a.Player = '", function trim(IntoPlayer), "' AND f.Player = '", function trim(FromPlayer),
           "' AND f.Friend = a.Friend ) OR ( a.Friend = '", function trim(IntoPlayer), "' AND f.Friend = '",
           function trim(FromPlayer), "' AND f.Player = a.Player ) );", x"00" INTO QueryString
       END-STRING
       MOVE "Friends accepted kept" TO StepLabel
       PERFORM RunStep
       STRING "DELETE FROM Friends WHERE ( Player = '", function trim(FromPlayer), "' AND Friend = '",
           function trim(IntoPlayer), "' ) OR ( Player = '", function trim(IntoPlayer), "' AND Friend = '",
           function trim(FromPlayer), "' );", x"00" INTO QueryString
       END-STRING
       MOVE "Friends between the two" TO StepLabel
       PERFORM RunStep
       STRING "DELETE FROM IgnoreList WHERE ( Player = '", function trim(FromPlayer), "' AND Ignored = '",
           function trim(IntoPlayer), "' ) OR ( Player = '", function trim(IntoPlayer), "' AND Ignored = '",
           function trim(FromPlayer), "' );", x"00" INTO QueryString
       END-STRING
       MOVE "IgnoreList between the two" TO StepLabel
       PERFORM RunStep.

      *> -------------------------
      *> MoveKeyedRows: FromPlayer's keyed rows move where IntoPlayer
      *> has none for the key; what is left is a duplicate and goes.
       MoveKeyedRows.
       PERFORM VARYING DefIdx FROM 1 BY 1 UNTIL DefIdx > 36
           MOVE SPACES TO DefTable DefColumn DefKeys
           UNSTRING KeyDef(DefIdx) DELIMITED BY "/" INTO DefTable, DefColumn, DefKeys
           STRING "UPDATE ", function trim(DefTable), " SET ", function trim(DefColumn), " = '",
               function trim(IntoPlayer), "' WHERE ", function trim(DefColumn), " = '", function trim(FromPlayer),
               "' AND ( ", function trim(DefKeys), " ) NOT IN ( SELECT ", function trim(DefKeys), " FROM ",
               function trim(DefTable), " WHERE ", function trim(DefColumn), " = '", function trim(IntoPlayer),
               "' );", x"00" INTO QueryString
           END-STRING
           MOVE SPACES TO StepLabel
           STRING function trim(DefTable), ".", function trim(DefColumn), " moved" DELIMITED BY SIZE
               INTO StepLabel
           END-STRING
           PERFORM RunStep
           STRING "DELETE FROM ", function trim(DefTable), " WHERE ", function trim(DefColumn), " = '",
               function trim(FromPlayer), "';", x"00" INTO QueryString
           END-STRING
           MOVE SPACES TO StepLabel
           STRING function trim(DefTable), ".", function trim(DefColumn), " dropped" DELIMITED BY SIZE
               INTO StepLabel
           END-STRING
           PERFORM RunStep
       END-PERFORM

      *> a club FromPlayer captained passes to IntoPlayer if they are
      *> now in it, else to its longest-standing member.
       STRING "UPDATE Clubs c SET Captain = COALESCE(( SELECT Player FROM ClubMembers WHERE ClubId = c.Id ",
           "AND Player = '", function trim(IntoPlayer), "' ), ( SELECT Player FROM ClubMembers WHERE ClubId = c.Id ",
           "AND Accepted AND Player <> '", function trim(FromPlayer), "' ORDER BY JoinedAt LIMIT 1 ), '",
           function trim(IntoPlayer), "') WHERE Captain = '", function trim(FromPlayer), "';", x"00" INTO QueryString
       END-STRING
       MOVE "Clubs.Captain moved" TO StepLabel
       PERFORM RunStep.

      *> -------------------------
      *> MovePlainRows: history and references with no key on the
      *> name; the merge's own four-eyes row keeps naming FromPlayer.
       MovePlainRows.
       PERFORM VARYING DefIdx FROM 1 BY 1 UNTIL DefIdx > 86
           MOVE SPACES TO DefTable DefColumn
           UNSTRING MoveDef(DefIdx) DELIMITED BY "/" INTO DefTable, DefColumn
           STRING "UPDATE ", function trim(DefTable), " SET ", function trim(DefColumn), " = '",
               function trim(IntoPlayer), "' WHERE ", function trim(DefColumn), " = '", function trim(FromPlayer),
               "';", x"00" INTO QueryString
           END-STRING
           MOVE SPACES TO StepLabel
           STRING function trim(DefTable), ".", function trim(DefColumn), " moved" DELIMITED BY SIZE
               INTO StepLabel
           END-STRING
           PERFORM RunStep
       END-PERFORM

       STRING "UPDATE PendingActions SET TargetPlayer = '", function trim(IntoPlayer), "' WHERE TargetPlayer = '",
           function trim(FromPlayer), "' AND Action <> 'mergeplayer';", x"00" INTO QueryString
       END-STRING
       MOVE "PendingActions.TargetPlayer moved" TO StepLabel
       PERFORM RunStep
       STRING "UPDATE ViewAsSessions SET Staff = '", function trim(IntoPlayer), "' WHERE Staff = '",
           function trim(FromPlayer), "';", x"00" INTO QueryString
       END-STRING
       MOVE "ViewAsSessions.Staff moved" TO StepLabel
       PERFORM RunStep
       STRING "UPDATE ViewAsSessions SET Player = '", function trim(IntoPlayer), "' WHERE Player = '",
           function trim(FromPlayer), "';", x"00" INTO QueryString
       END-STRING
       MOVE "ViewAsSessions.Player moved" TO StepLabel
       PERFORM RunStep
       STRING "UPDATE Players SET Guardian = '", function trim(IntoPlayer), "' WHERE Guardian = '",
           function trim(FromPlayer), "';", x"00" INTO QueryString
       END-STRING
       MOVE "Players.Guardian moved" TO StepLabel
       PERFORM RunStep.

      *> -------------------------
      *> FinishAccount: FromPlayer's credentials go, the coins, the
      *> streak freezes, the longer longest streak and the older join
      *> date carry over, the name becomes a redirect and
      *> the Players row is retired.
       FinishAccount.
       PERFORM VARYING DefIdx FROM 1 BY 1 UNTIL DefIdx > 10
           MOVE SPACES TO DefTable DefColumn
           UNSTRING DropDef(DefIdx) DELIMITED BY "/" INTO DefTable, DefColumn
           STRING "DELETE FROM ", function trim(DefTable), " WHERE ", function trim(DefColumn), " = '",
               function trim(FromPlayer), "';", x"00" INTO QueryString
           END-STRING
           MOVE SPACES TO StepLabel
           STRING function trim(DefTable), " dropped" DELIMITED BY SIZE INTO StepLabel END-STRING
           PERFORM RunStep
       END-PERFORM

       STRING "UPDATE Players i SET Coins = i.Coins + f.Coins, CreatedAt = LEAST(i.CreatedAt, f.CreatedAt), ",
           "Title = COALESCE(i.Title, f.Title), StreakLongest = GREATEST(i.StreakLongest, f.StreakLongest), ",
           "StreakFreezes = i.StreakFreezes + f.StreakFreezes FROM Players f WHERE i.Name = '", function trim(IntoPlayer),
           "' AND f.Name = '", function trim(FromPlayer), "';", x"00" INTO QueryString
       END-STRING
       MOVE SPACES TO StepLabel
       PERFORM RunStep
       IF NOT MergeFailed THEN
         MOVE "coins carried" TO StepLabel
         MOVE SPACES TO RowsTxt
         MOVE CoinsTxt TO RowsTxt
         PERFORM AddStep
       END-IF

       STRING "DELETE FROM PlayerAliases WHERE Alias = '", function trim(IntoPlayer), "';", x"00" INTO QueryString
       END-STRING
       MOVE SPACES TO StepLabel
       PERFORM RunStep
       STRING "UPDATE PlayerAliases SET Player = '", function trim(IntoPlayer), "' WHERE Player = '",
           function trim(FromPlayer), "';", x"00" INTO QueryString
       END-STRING
       MOVE "PlayerAliases redirected" TO StepLabel
       PERFORM RunStep
       STRING "INSERT INTO PlayerAliases ( Alias, Player, Kind ) VALUES ( '", function trim(FromPlayer),
           "', '", function trim(IntoPlayer), "', 'merge' );", x"00" INTO QueryString
       END-STRING
       MOVE "PlayerAliases added" TO StepLabel
       PERFORM RunStep

       STRING "DELETE FROM Players WHERE Name = '", function trim(FromPlayer), "';", x"00" INTO QueryString
       END-STRING
       MOVE "Players retired" TO StepLabel
       PERFORM RunStep.

      *> -------------------------
      *> RunStep: the statement in QueryString; a failure stops every
      *> later step and is kept for checkresult once the transaction
      *> is rolled back. With a StepLabel, the rows it touched are
      *> counted into the report.
       RunStep.
       IF MergeFailed THEN
         EXIT PARAGRAPH
       END-IF
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQresultStatus" using by value pgres returning result
       IF result NOT = 1 AND result NOT = 2 THEN
         SET MergeFailed TO TRUE
         SET FailedRes TO pgres
         MOVE QueryString TO FailedQuery
         EXIT PARAGRAPH
       END-IF
       IF StepLabel IS = SPACES THEN
         EXIT PARAGRAPH
       END-IF
       MOVE "0" TO RowsTxt
       call "PQcmdTuples" using by value pgres returning resptr
       IF resptr NOT = NULL THEN
         set address of resstr to resptr
         MOVE SPACES TO RowsTxt
         string resstr delimited by x"00" into RowsTxt end-string
       END-IF
       PERFORM AddStep.

      *> -------------------------
      *> AddStep: StepLabel with RowsTxt rows, kept when non-zero;
      *> a label already kept (two statements, one step) adds up.
       AddStep.
       IF RowsTxt IS = SPACES THEN
         EXIT PARAGRAPH
       END-IF
       MOVE function numval(RowsTxt) TO RowsNum
       IF RowsNum = 0 THEN
         EXIT PARAGRAPH
       END-IF
       IF StepCount > 0 AND StepName(StepCount) = StepLabel THEN
         ADD RowsNum TO StepRows(StepCount)
         EXIT PARAGRAPH
       END-IF
       IF StepCount < 200 THEN
         ADD 1 TO StepCount
         MOVE StepLabel TO StepName(StepCount)
         MOVE RowsNum TO StepRows(StepCount)
       END-IF.

      *> -------------------------
      *> BuildReportText: "step=rows; ..." for the PlayerMerges row.
      *> Labels are fixed text and counts are digits, so it splices.
       BuildReportText.
       MOVE SPACES TO ReportText
       MOVE 1 TO ReportPtr
       PERFORM VARYING StepIdx FROM 1 BY 1 UNTIL StepIdx > StepCount
           MOVE StepRows(StepIdx) TO RowsZ
           STRING function trim(StepName(StepIdx)), "=", function trim(RowsZ), "; " DELIMITED BY SIZE
               INTO ReportText WITH POINTER ReportPtr
           END-STRING
       END-PERFORM
       IF ReportPtr = 1 THEN
         MOVE "nothing to move" TO ReportText
         MOVE 16 TO ReportPtr
       END-IF.

      *> -------------------------
      *> ShowReport: the two names, whether this was a preview,
      *> whether it went through, and the non-empty steps.
       ShowReport.
       IF OutFormat = "json" THEN
         DISPLAY '"merge":{"from":"' function trim(FromPlayer) '","into":"' function trim(IntoPlayer) '"'
         IF MergeMode = "m" THEN
           DISPLAY ',"preview":0'
         ELSE
           DISPLAY ',"preview":1'
         END-IF
         IF MergeDone THEN
           DISPLAY ',"done":1,"steps":['
         ELSE
           DISPLAY ',"done":0,"steps":['
         END-IF
         PERFORM VARYING StepIdx FROM 1 BY 1 UNTIL StepIdx > StepCount OR NOT MergeDone
           IF StepIdx > 1 THEN DISPLAY "," END-IF
           MOVE StepRows(StepIdx) TO RowsZ
           DISPLAY '{"step":"' function trim(StepName(StepIdx)) '","rows":' function trim(RowsZ) '}'
         END-PERFORM
         DISPLAY "]}"
       ELSE
         DISPLAY "<merge>"
         DISPLAY "<from>", function trim(FromPlayer), "</from>"
         DISPLAY "<into>", function trim(IntoPlayer), "</into>"
         IF MergeMode = "m" THEN
           DISPLAY "<preview>0</preview>"
         ELSE
           DISPLAY "<preview>1</preview>"
         END-IF
         IF MergeDone THEN
           DISPLAY "<done>1</done>"
         ELSE
           DISPLAY "<done>0</done>"
         END-IF
         DISPLAY "<steps>"
         PERFORM VARYING StepIdx FROM 1 BY 1 UNTIL StepIdx > StepCount OR NOT MergeDone
           MOVE StepRows(StepIdx) TO RowsZ
           DISPLAY "<step><name>", function trim(StepName(StepIdx)), "</name><rows>",
               function trim(RowsZ), "</rows></step>"
         END-PERFORM
         DISPLAY "</steps>"
         DISPLAY "</merge>"
       END-IF.
