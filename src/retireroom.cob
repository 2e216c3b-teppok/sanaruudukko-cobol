       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

       STRING "INSERT INTO ChatArchive ( Id, ChatTime, Player, RoomId, ChatRow, Recipient, Origin, Channel ) ",
           "SELECT Id, ChatTime, Player, RoomId, ChatRow, Recipient, Origin, Channel FROM Chat WHERE RoomId = ",
           RoomId, ";", x"00" INTO Querystring
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

       STRING "INSERT INTO RoundsArchive ( RoundId, RoundStart, Board, RoomId, BoardWidth, BoardHeight, RoundSeconds, DiceSetUsed, RandomSeed, RerollCount, BoardYield, BoardSource, RepeatPlayers, Annulled, Theme, DictVersion, StreakWindow, StreakStepPct, FamilyRule ) ",
           "SELECT RoundId, RoundStart, Board, RoomId, BoardWidth, BoardHeight, RoundSeconds, DiceSetUsed, RandomSeed, RerollCount, BoardYield, BoardSource, RepeatPlayers, Annulled, Theme, DictVersion, StreakWindow, StreakStepPct, FamilyRule FROM Rounds WHERE RoomId = ",
           RoomId, ";", x"00" INTO Querystring
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
