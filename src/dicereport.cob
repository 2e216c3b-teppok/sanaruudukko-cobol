        *>       board (ValidWords outlives recycles);
        *>     - the quality-gate reroll rate -- how many boards needed
        *>       a reroll, and the average rerolls spent;
        *>     - how many boards were dealt as repeats of one a seated
        *>       player had already played (the reroll budget ran out);
        *>     - the average realized per-player round score from the
        *>       settled RoundScores;
        *>   and then a per-letter table: how often each letter was
       01 SetRerolled pic x(8).
       01 SetAvgRerolls pic x(12).
       01 SetAvgScore pic x(12).
       01 SetRepeats pic x(8).

       01 NLetters usage binary-long.
       01 LetterIdx usage binary-long.
           "COALESCE(round((SELECT avg(rs.Score) FROM RoundScores rs ",
           "WHERE rs.RoundId IN (SELECT RoundId FROM Rounds WHERE ", function trim(SetPred),
           " UNION ALL SELECT RoundId FROM RoundsArchive WHERE ", function trim(SetPred),
           ")), 1)::text, '-'), ",
           "count(*) FILTER (WHERE r.RepeatPlayers > 0) ",
           "FROM (SELECT RoundId, RerollCount, RepeatPlayers FROM Rounds WHERE ", function trim(SetPred),
           " UNION ALL SELECT RoundId, RerollCount, RepeatPlayers FROM RoundsArchive WHERE ", function trim(SetPred),
           ") r LEFT JOIN (SELECT RoundId, count(*) AS n FROM ValidWords GROUP BY RoundId) vc ",
           "ON vc.RoundId = r.RoundId;", x"00" INTO QueryString
       END-STRING
       set address of resstr to resptr
       MOVE SPACES TO SetAvgScore
       string resstr delimited by x"00" into SetAvgScore end-string
       call "PQgetvalue" using by value pgres2 by value 0 by value 4 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO SetRepeats
       string resstr delimited by x"00" into SetRepeats end-string

       DISPLAY " "
       DISPLAY "=== dice set: " function trim(SetName)
       DISPLAY "rounds:          " function trim(SetRounds)
       DISPLAY "avg board yield: " function trim(SetYield) " findable words"
       DISPLAY "rerolled boards: " function trim(SetRerolled) " (avg " function trim(SetAvgRerolls) " rerolls)"
       DISPLAY "repeat boards:   " function trim(SetRepeats)
       DISPLAY "avg round score: " function trim(SetAvgScore)
       DISPLAY "letter   rolled     found"
       DISPLAY "------ -------- ---------"
