       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres2 end-call

       STRING "INSERT INTO RoundsArchive ( RoundId, RoundStart, Board, RoomId, BoardWidth, BoardHeight, RoundSeconds, DiceSetUsed, RandomSeed, RerollCount, BoardYield, BoardSource, RepeatPlayers, Annulled, Theme, DictVersion, StreakWindow, StreakStepPct, FamilyRule ) ",
           "SELECT RoundId, RoundStart, Board, RoomId, BoardWidth, BoardHeight, RoundSeconds, DiceSetUsed, RandomSeed, RerollCount, BoardYield, BoardSource, RepeatPlayers, Annulled, Theme, DictVersion, StreakWindow, StreakStepPct, FamilyRule FROM Rounds ",
           "WHERE ", function trim(CandPred), ";", x"00" INTO Querystring
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres2 end-call
