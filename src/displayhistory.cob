       01 ProvRerolls pic x(8).
       01 ProvYield pic x(8).
       01 ProvSource pic x(16).
       01 ProvRepeats pic x(8).

       01 JsonFirst pic 9 VALUE 0.
         88 JsonHasFirst VALUE 1.
       ShowOneRound.

       STRING "SELECT Board, BoardWidth, BoardHeight, DiceSetUsed, RandomSeed, RerollCount, ",
              "BoardYield, BoardSource, RepeatPlayers FROM Rounds WHERE RoundId = ", HistoryRound, " AND RoomId = ", RoomId,
              " UNION ALL SELECT Board, BoardWidth, BoardHeight, DiceSetUsed, RandomSeed, RerollCount, ",
              "BoardYield, BoardSource, RepeatPlayers FROM RoundsArchive WHERE RoundId = ", HistoryRound, " AND RoomId = ", RoomId,
              ";", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
           set address of resstr to resptr
           MOVE SPACES TO ProvSource
           string resstr delimited by x"00" into ProvSource end-string
           call "PQgetvalue" using by value pgres by value 0 by value 8 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ProvRepeats
           string resstr delimited by x"00" into ProvRepeats end-string

           IF OutFormat = "json" THEN
              DISPLAY '"roundid":' HistoryRound ',"board":"' Board(1:BoardChars)
                  '","boardwidth":' ListBoardWidth ',"boardheight":' ListBoardHeight
                  ',"diceset":"' function trim(ProvDice) '","seed":"' function trim(ProvSeed)
                  '","rerolls":' function trim(ProvRerolls) ',"yield":' function trim(ProvYield)
                  ',"source":"' function trim(ProvSource) '","repeats":' function trim(ProvRepeats)
                  ',"words":['
           ELSE
              DISPLAY "<roundid>", HistoryRound, "</roundid><board>", Board(1:BoardChars), "</board>",
                  "<boardwidth>", ListBoardWidth, "</boardwidth><boardheight>", ListBoardHeight, "</boardheight>"
              DISPLAY "<diceset>", function trim(ProvDice), "</diceset><seed>", function trim(ProvSeed),
                  "</seed><rerolls>", function trim(ProvRerolls), "</rerolls><yield>",
                  function trim(ProvYield), "</yield><source>", function trim(ProvSource), "</source><repeats>",
                  function trim(ProvRepeats), "</repeats><words>"
           END-IF

           STRING "SELECT v.Word, COALESCE(d.Definition, '') FROM ValidWords v ",
