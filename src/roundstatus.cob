        *> roundstatus.
        *> Takes: Standard arguments.
        *> Query database to see if the supplied roundid is still ongoing and
        *>   return RoundStatus indicating this. A round stays ongoing
        *>   past RoundSeconds while any player seated in the room still
        *>   has extended time (ExtraTime) to run, so settlement, the
        *>   word reveal and missed-words all wait for the last pupil.
        *> Modifies: RoundStatus
        *> Dependencies:
        
          EXIT PROGRAM
        END-IF

       string "SELECT Roundstart + make_interval(secs => RoundSeconds + COALESCE(( SELECT MAX(x.Seconds) ",
              "FROM ExtraTime x JOIN RoomMembers m ON m.RoomId = x.RoomId AND m.Player = x.Player ",
              "WHERE x.RoomId = Rounds.RoomId ), 0)) >= now() FROM Rounds WHERE RoundId = ", RoundId,
              " AND RoomId = ", RoomId, ";", x"00" INTO QueryString
       call "PQexec" using
           by value pgconn
