
       IF IsAdmin = 0 THEN
         STRING "SELECT Player FROM RoomModerators WHERE RoomId = ", RoomId,
             " AND Player = '", function trim(Player), "' UNION ALL SELECT a.Player FROM OrgAdmins a ",
             "JOIN Rooms r ON r.OrgId = a.OrgId WHERE r.Id = ", RoomId, " AND a.Player = '",
             function trim(Player), "';", x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
