        *>   is advanced past now() in TournamentIntervalSeconds steps so a
        *>   run that's been down for a while doesn't fire the same room
        *>   over and over catching up one interval at a time.
        *>   Each reset is announced through notifyplayer (event
        *>   "tournament") to the players who asked for tournament news.
        *> Modifies:
        *> Dependencies: getdb, notifyplayer

       IDENTIFICATION DIVISION.
       PROGRAM-ID. tournamentreset.
       01 MaintPlayer pic x(16) VALUE SPACES.

       01 TxnCommand pic x(8) VALUE SPACES.
       COPY "notify.l".


      *> the cron-overlap guard and run ledger (BatchRuns): refuse
           returning pgres2
       end-call

       STRING "INSERT INTO RoundsArchive ( RoundId, RoundStart, Board, RoomId, BoardWidth, BoardHeight, RoundSeconds, DiceSetUsed, RandomSeed, RerollCount, BoardYield, BoardSource, RepeatPlayers, Annulled, Theme, DictVersion, StreakWindow, StreakStepPct, FamilyRule ) ",
              "SELECT RoundId, RoundStart, Board, RoomId, BoardWidth, BoardHeight, RoundSeconds, DiceSetUsed, RandomSeed, RerollCount, BoardYield, BoardSource, RepeatPlayers, Annulled, Theme, DictVersion, StreakWindow, StreakStepPct, FamilyRule FROM Rounds WHERE RoomId = ", function trim(DueRoomId), ";",
              x"00" INTO Querystring
       END-STRING
       call "PQexec" using
           returning pgres2
       end-call

       STRING "INSERT INTO ChatArchive ( Id, ChatTime, Player, RoomId, ChatRow, Recipient, Origin, Channel ) ",
              "SELECT Id, ChatTime, Player, RoomId, ChatRow, Recipient, Origin, Channel FROM Chat WHERE RoomId = ", function trim(DueRoomId), ";",
              x"00" INTO Querystring
       END-STRING
       call "PQexec" using
           by reference querystring
           returning pgres2
       end-call

      *> the announcement rides the same transaction, so a room
      *> that failed to recycle announces nothing.
       MOVE SPACES TO NotifyTarget
       MOVE "tournament" TO NotifyEvent
       MOVE "A tournament is starting" TO NotifySubject
       MOVE SPACES TO NotifyData NotifyText
       STRING "room=", function trim(DueRoomId), " tournament_reset" DELIMITED BY SIZE INTO NotifyData
       END-STRING
       STRING "Tournament room ", function trim(DueRoomId), " has reset and a new tournament is starting."
           DELIMITED BY SIZE INTO NotifyText
       END-STRING
       CALL "notifyplayer" USING BY REFERENCE pgconn NotifyTarget NotifyEvent NotifySubject
           NotifyData NotifyText NotifyResult
       END-CALL
       MOVE "COMMIT;" TO TxnCommand
       STRING function trim(TxnCommand), x"00" INTO Querystring END-STRING
       call "PQexec" using
