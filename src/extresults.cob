           "ON CONFLICT ( RoundId, Player ) DO NOTHING;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
      *> placings by score alone: a paper night has no room rule and
      *> no submission times to break a tie with, so level players
      *> share the rank.
       STRING "UPDATE RoundScores rs SET FinalRank = o.Rnk FROM ",
           "(SELECT Player, rank() OVER (ORDER BY Score DESC) AS Rnk FROM RoundScores ",
           "WHERE RoundId = ", ExtRoundId, ") o WHERE rs.RoundId = ", ExtRoundId,
           " AND rs.Player = o.Player AND rs.FinalRank IS NULL;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       MOVE 0 TO RoundOpen.
