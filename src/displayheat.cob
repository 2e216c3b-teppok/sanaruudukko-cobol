      *> its frozen RoundScores rows; a round nobody has settled yet
      *> (still running) contributes the live recompute instead, so
      *> the table never disagrees with the leaderboard once the
      *> heat's rounds are done. Players level on total are split by
      *> the rounds they won outright -- the settled placings
      *> (FinalRank 1) the rooms' tie-break rules decided.
       ShowStandings.
       STRING "SELECT u.Player, sum(u.Words), sum(u.Score) FROM ( ",
           "SELECT rs.Player, rs.Words, rs.Score, CASE WHEN rs.FinalRank = 1 THEN 1 ELSE 0 END AS Wins FROM RoundScores rs ",
           "WHERE rs.RoundId IN (SELECT RoundId FROM HeatRooms WHERE HeatId = ", HeatNum,
           " AND RoundId IS NOT NULL) ",
           "UNION ALL ",
           "SELECT w.Player, 1, w.score, 0 FROM ",
           "(SELECT Player, Word, RoundId, ",
           "CASE WHEN length(word)=3 THEN 1 WHEN length(word)=4 THEN 1 WHEN length(word)=5 THEN 2 ",
           "WHEN length(word)=6 THEN 3 WHEN length(word)=7 THEN 5 WHEN length(word)>7 THEN 11 ELSE 0 END AS score ",
           "WHERE w.RoundId IN (SELECT RoundId FROM HeatRooms WHERE HeatId = ", HeatNum,
           " AND RoundId IS NOT NULL) ",
           "AND NOT EXISTS (SELECT 1 FROM RoundScores rs2 WHERE rs2.RoundId = w.RoundId) ",
           ") u GROUP BY u.Player ORDER BY 3 DESC, sum(u.Wins) DESC, u.Player;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
