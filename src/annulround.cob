        *>   disabled so the per-round display shows them struck, the
        *>   rating movement is reversed from the RatingHistory deltas
        *>   (rounds rated before deltas were recorded stay as they
        *>   are), every winner prediction on it is refunded (a payout
        *>   already made is taken back), the annulment is announced in
        *>   the room's chat and the reason lands in AuditLog.
        *> Modifies: Rounds/RoundsArchive.Annulled, RoundScores, Words,
        *>   WordsArchive, Players.Rating, RatingHistory, Predictions,
        *>   Players.Coins, AuditLog
        *> Dependencies: systemchat

       IDENTIFICATION DIVISION.
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

      *> every stake on the round comes back: an open pick gets its
      *> stake, a settled one its stake less what it was paid (a
      *> winner gives the winnings back, as far as the balance goes).
      *> The flip to 'refunded' keeps it to once.
       STRING "WITH o AS ( SELECT Player, Payout FROM Predictions WHERE RoundId = ", TargetRound,
           " AND Status <> 'refunded' FOR UPDATE ), ",
           "done AS ( UPDATE Predictions pr SET Status = 'refunded', SettledAt = now(), Payout = pr.Stake FROM o ",
           "WHERE pr.RoundId = ", TargetRound, " AND pr.Player = o.Player ",
           "RETURNING pr.Player, pr.Stake - o.Payout AS Back ) ",
           "UPDATE Players p SET Coins = GREATEST(p.Coins + done.Back, 0) FROM done ",
           "WHERE p.Name = done.Player AND done.Back <> 0;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

       MOVE SPACES TO RoundTxt
       MOVE TargetRound TO RoundTxt
       CALL "systemchat" USING BY REFERENCE pgconn TargetRoom
