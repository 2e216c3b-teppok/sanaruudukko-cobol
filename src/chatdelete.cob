         ELSE
           IF function trim(LineRoomTxt) NOT = "-1" THEN
             STRING "SELECT Player FROM RoomModerators WHERE RoomId = ", function trim(LineRoomTxt),
                 " AND Player = '", function trim(Player), "' UNION ALL SELECT a.Player FROM OrgAdmins a ",
                 "JOIN Rooms r ON r.OrgId = a.OrgId WHERE r.Id = ", function trim(LineRoomTxt), " AND a.Player = '",
                 function trim(Player), "';", x"00" INTO QueryString
             END-STRING
             call "PQexec" using
                 by value pgconn

      *> the original survives in the archive for the moderation
      *> trail before the live row is struck.
       STRING "INSERT INTO ChatArchive ( Id, ChatTime, Player, RoomId, ChatRow, Recipient, Origin, Channel ) ",
           "SELECT Id, ChatTime, Player, RoomId, ChatRow, Recipient, Origin, Channel FROM Chat WHERE Id = ",
           ChatIdNum, ";", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
