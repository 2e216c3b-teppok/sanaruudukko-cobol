        *>   SYSTEM line in the room's language, and a NOTIFY so every
        *>   waiting wordwaiter refreshes at the same instant -- the
        *>   "everyone press new round now" shout, retired.
        *>   Players who asked for tournament announcements hear about
        *>   each heat through notifyplayer (event "tournament").
        *> Modifies: Heats.Started, HeatRooms.RoundId, Rounds, Players,
        *>   NotificationOutbox, and whatever allwords/systemchat write
        *> Dependencies: getdb, allwords, systemchat, notifyplayer

       IDENTIFICATION DIVISION.
       PROGRAM-ID. heatstart.
       01 HeatBoard pic x(288).
       01 HeatWidth pic x(4).
       01 HeatHeight pic x(4).
       01 HeatName pic x(64).
       COPY "notify.l".

       01 NRooms usage binary-long.
       01 RoomIdx usage binary-long.
      *> exactly-once guard) and start its rooms.
       FireDueHeats.
       STRING "UPDATE Heats SET Started = true WHERE StartAt <= now() AND Started = false ",
           "RETURNING Id, Board, BoardWidth, BoardHeight, Name;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn
            by reference querystring
           MOVE SPACES TO HeatHeight
           string resstr delimited by x"00" into HeatHeight end-string

           call "PQgetvalue" using by value pgres by value DueIdx by value 4 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO HeatName
           string resstr delimited by x"00" into HeatName end-string

           PERFORM StartHeatRooms
           PERFORM AnnounceHeat
       END-PERFORM.

      *> -------------------------
      *> AnnounceHeat: tell everyone who opted in to tournament
      *> announcements that the heat is under way.
       AnnounceHeat.
       MOVE SPACES TO NotifyTarget
       MOVE "tournament" TO NotifyEvent
       MOVE "A heat is starting" TO NotifySubject
       MOVE SPACES TO NotifyData NotifyText
       STRING "heat=", function trim(HeatIdTxt), " started" DELIMITED BY SIZE INTO NotifyData
       END-STRING
       STRING "The heat ", function trim(HeatName), " (heat ", function trim(HeatIdTxt),
           ") is starting now." DELIMITED BY SIZE INTO NotifyText
       END-STRING
       CALL "notifyplayer" USING BY REFERENCE pgconn NotifyTarget NotifyEvent NotifySubject
           NotifyData NotifyText NotifyResult
       END-CALL.

      *> -------------------------
      *> StartHeatRooms: one round per enrolled room, same board.
       StartHeatRooms.
