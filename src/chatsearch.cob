      *> and only when they actually name it.
       IF IsAdmin = 0 AND Room IS NOT = SPACES THEN
         STRING "SELECT Player FROM RoomModerators WHERE RoomId = ", function trim(Room),
             " AND Player = '", function trim(Player), "' UNION ALL SELECT a.Player FROM OrgAdmins a ",
             "JOIN Rooms r ON r.OrgId = a.OrgId WHERE r.Id = ", function trim(Room), " AND a.Player = '",
             function trim(Player), "';", x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
