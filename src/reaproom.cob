        *> reaproom.
        *> Takes: (standalone batch job, no arguments -- run periodically
        *>   from cron, not called from processq).
        *> Three cleanup passes:
        *>   1. Stale players: anyone still marked as being in a room whose
        *>      LastSeen is older than StalePlayerSeconds is kicked out of
        *>      the room exactly like leaveroom does, with the same SYSTEM
        *>      don't grow their history forever while waiting to be reused.
        *>      Rooms.* itself and Chat are left alone -- the room keeps its
        *>      name/settings and chat log until someone actually reuses it.
        *>   3. Closed rooms: a room outside its opening hours (roomhours)
        *>      with no round left unsettled has everyone seated out --
        *>      seat and focus both, as leaveroom would -- after one
        *>      room_closed SYSTEM line. A round that was running when
        *>      the room closed is left to finish first.
        *> Modifies:
        *> Dependencies: getdb, roomhours

       IDENTIFICATION DIVISION.
       PROGRAM-ID. reaproom.
       01 pgres2 usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(80) based.
       01 querystring pic x(2048).
       01 result usage binary-long.

       01 StalePlayerSeconds pic 9(6) VALUE 300.
       01 ZombieIdx usage binary-long.
       01 ZombieRoomId pic x(8).

       01 NClosed usage binary-long.
       01 ClosedIdx usage binary-long.
       01 ClosedRoomId pic x(8).
       01 ClosedRoomNum pic 99999 usage display.
       01 RoomAlias pic x(8) VALUE "r".
       01 OpenPred pic x(1024) VALUE SPACES.
       01 OpensExpr pic x(1024) VALUE SPACES.

       01 MaintFlag pic x VALUE "f".
         88 MaintenanceOn VALUE "t".
       01 MaintNotice pic x(128) VALUE SPACES.

       PERFORM ReapStalePlayers
       PERFORM ReapZombieRooms
       PERFORM ReapClosedRooms

       CALL "batchend" USING BY REFERENCE pgconn LedgerJobName LedgerRows LedgerOutcome
       END-CALL
           returning pgres2
       end-call

       STRING "INSERT INTO RoundsArchive ( RoundId, RoundStart, Board, RoomId, BoardWidth, BoardHeight, RoundSeconds, DiceSetUsed, RandomSeed, RerollCount, BoardYield, BoardSource, RepeatPlayers, Annulled, Theme, DictVersion, StreakWindow, StreakStepPct, FamilyRule ) ",
              "SELECT RoundId, RoundStart, Board, RoomId, BoardWidth, BoardHeight, RoundSeconds, DiceSetUsed, RandomSeed, RerollCount, BoardYield, BoardSource, RepeatPlayers, Annulled, Theme, DictVersion, StreakWindow, StreakStepPct, FamilyRule FROM Rounds WHERE RoomId = ", function trim(ZombieRoomId), ";",
              x"00" INTO Querystring
       END-STRING
       call "PQexec" using
           by reference querystring
           returning pgres2
       end-call.

      *> rooms with opening hours that are shut right now and have
      *> no round still to finish or settle (roundenddaemon marks
      *> EndProcessed once the last extended time has run out too).
       ReapClosedRooms.
       CALL "roomhours" USING RoomAlias, OpenPred, OpensExpr
       END-CALL
       STRING "SELECT r.Id FROM Rooms r WHERE r.Retired = false ",
              "AND EXISTS ( SELECT 1 FROM RoomHours h WHERE h.RoomId = r.Id ) ",
              "AND NOT EXISTS ( SELECT 1 FROM Rounds rd WHERE rd.RoomId = r.Id AND rd.EndProcessed = false ) ",
              "AND ( EXISTS ( SELECT 1 FROM RoomMembers m WHERE m.RoomId = r.Id ) ",
              "OR EXISTS ( SELECT 1 FROM Players p WHERE p.RoomId = r.Id ) ) ",
              "AND NOT ", function trim(OpenPred), ";", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn
            by reference querystring
            returning pgres
       end-call

       call "PQntuples" using by value pgres returning NClosed

       PERFORM VARYING ClosedIdx FROM 0 BY 1 UNTIL ClosedIdx >= NClosed
           call "PQgetvalue" using by value pgres by value ClosedIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ClosedRoomId
           string resstr delimited by x"00" into ClosedRoomId end-string

           PERFORM ReapOneClosedRoom
       END-PERFORM.

       ReapOneClosedRoom.
       MOVE ClosedRoomId TO ClosedRoomNum
       CALL "systemchat" USING BY REFERENCE pgconn ClosedRoomNum
         BY CONTENT "room_closed     " "                " "                "
       END-CALL

       STRING "DELETE FROM RoomMembers WHERE RoomId = ", function trim(ClosedRoomId), ";", x"00" into Querystring
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres2
       end-call

       STRING "UPDATE Players SET roomid = null, ready = false, newwords = false, newround = false WHERE roomid = ",
           function trim(ClosedRoomId), " RETURNING Name;", x"00" into Querystring
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres2
       end-call
       call "PQntuples" using by value pgres2 returning NStale
       ADD NStale TO LedgerRows

       STRING "INSERT INTO AuditLog ( Actor, Action, RoomId, Details ) VALUES ( 'SYSTEM', 'hours_reap', ",
           function trim(ClosedRoomId), ", 'seated out after closing' );", x"00" INTO Querystring
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres2
       end-call.
