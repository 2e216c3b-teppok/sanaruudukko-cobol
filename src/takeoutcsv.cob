        *>   archived), the chat lines they wrote, their submission
        *>   audit trail, badges, mail (sent and received), friendships,
        *>   daily plays, practice bests, profile card and login
        *>   history, every terms and privacy version they
        *>   accepted, when and from where, their daily play
        *>   streak, the gifts they sent and received, the referrals
        *>   they made or came in on, their winner predictions, their
        *>   club membership and their support tickets with the replies
        *>   on them. Same section-per-table CSV
        *>   shape exportcsv emits, scoped per player instead of per
        *>   room; quotes are doubled the standard CSV way. processq writes the Content-type and
        *>   calls this directly, outside the XML/JSON wrapper, exactly
        *>   like exportcsv.
        *> Modifies:
       END-STRING
       PERFORM EmitSection

       DISPLAY " "
       DISPLAY "[Consent]"
       DISPLAY '"AcceptedAt","Kind","Version","Address"'
       MOVE 4 TO NCols
       STRING "SELECT ", function trim(TzPrefix), "AcceptedAt", function trim(TzSuffix),
           ", Kind, Version, Address FROM ConsentLog WHERE Player = '",
           function trim(Player), "' ORDER BY Id;", x"00" INTO QueryString
       END-STRING
       PERFORM EmitSection

       DISPLAY " "
       DISPLAY "[Streak]"
       DISPLAY '"CurrentStreak","LongestStreak","LastStreakDay","StreakFreezes"'
       MOVE 4 TO NCols
       STRING "SELECT StreakCurrent, StreakLongest, COALESCE(StreakLastDay::text, ''), StreakFreezes ",
           "FROM Players WHERE Name = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM EmitSection

       DISPLAY " "
       DISPLAY "[Gifts]"
       DISPLAY '"Sender","Recipient","Coins","TitleCode","Value","Note","SentAt"'
       MOVE 7 TO NCols
       STRING "SELECT Sender, Recipient, Coins, COALESCE(TitleCode, ''), Value, Note, ",
           function trim(TzPrefix), "SentAt", function trim(TzSuffix),
           " FROM Gifts WHERE Sender = '", function trim(Player), "' OR Recipient = '",
           function trim(Player), "' ORDER BY Id;", x"00" INTO QueryString
       END-STRING
       PERFORM EmitSection

       DISPLAY " "
       DISPLAY "[Referrals]"
       DISPLAY '"Referee","Referrer","Code","ReferredAt","Status","SettledAt","Reward"'
       MOVE 7 TO NCols
       STRING "SELECT Referee, Referrer, Code, ", function trim(TzPrefix), "ReferredAt", function trim(TzSuffix),
           ", Status, COALESCE((", function trim(TzPrefix), "SettledAt", function trim(TzSuffix), ")::text, ''), Reward",
           " FROM Referrals WHERE Referee = '", function trim(Player), "' OR Referrer = '",
           function trim(Player), "' ORDER BY ReferredAt;", x"00" INTO QueryString
       END-STRING
       PERFORM EmitSection

       DISPLAY " "
       DISPLAY "[Predictions]"
       DISPLAY '"RoundId","RoomId","Pick","Stake","PlacedAt","Status","Payout","SettledAt"'
       MOVE 8 TO NCols
       STRING "SELECT RoundId, RoomId, Pick, Stake, ", function trim(TzPrefix), "PlacedAt", function trim(TzSuffix),
           ", Status, Payout, COALESCE((", function trim(TzPrefix), "SettledAt", function trim(TzSuffix), ")::text, '')",
           " FROM Predictions WHERE Player = '", function trim(Player), "' ORDER BY PlacedAt;", x"00" INTO QueryString
       END-STRING
       PERFORM EmitSection

       DISPLAY " "
       DISPLAY "[Membership]"
       DISPLAY '"Tier","StartsOn","ExpiresOn","GrantedAt","RevokedAt"'
       MOVE 5 TO NCols
       STRING "SELECT Tier, StartsOn, ExpiresOn, ", function trim(TzPrefix), "GrantedAt", function trim(TzSuffix),
           ", COALESCE((", function trim(TzPrefix), "RevokedAt", function trim(TzSuffix), ")::text, '')",
           " FROM Memberships WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM EmitSection

       DISPLAY " "
       DISPLAY "[SupportTickets]"
       DISPLAY '"Id","Category","Status","Detail","CreatedAt","ClosedAt"'
       MOVE 6 TO NCols
       STRING "SELECT Id, Category, Status, Detail, ", function trim(TzPrefix), "CreatedAt", function trim(TzSuffix),
           ", COALESCE((", function trim(TzPrefix), "ClosedAt", function trim(TzSuffix), ")::text, '')",
           " FROM SupportTickets WHERE Player = '", function trim(Player), "' ORDER BY Id;", x"00" INTO QueryString
       END-STRING
       PERFORM EmitSection

       DISPLAY " "
       DISPLAY "[SupportTicketNotes]"
       DISPLAY '"TicketId","Author","Kind","Body","CreatedAt"'
       MOVE 5 TO NCols
       STRING "SELECT n.TicketId, n.Author, n.Kind, n.Body, ", function trim(TzPrefix), "n.CreatedAt", function trim(TzSuffix),
           " FROM SupportTicketNotes n JOIN SupportTickets t ON t.Id = n.TicketId WHERE t.Player = '",
           function trim(Player), "' AND n.Kind <> 'note' ORDER BY n.TicketId, n.CreatedAt;", x"00" INTO QueryString
       END-STRING
       PERFORM EmitSection

       EXIT PROGRAM.

      *> -------------------------
