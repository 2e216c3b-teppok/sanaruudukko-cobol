        *> displayrooms.
        *> Takes: player.
        *> Displays room id and room name for each room that contains active players.
        *>   An organisation's rooms show only to its members and admins
        *>   (and global Admins).
        *> Modifies:
        *> Dependencies:

         "count(Players.Name) FILTER (WHERE Players.Name <> '", function trim(Player), "' AND Players.Name IN (SELECT m2.Player FROM ClubMembers m2 WHERE m2.Accepted ",
         "AND m2.ClubId IN (SELECT m1.ClubId FROM ClubMembers m1 WHERE m1.Player = '", function trim(Player), "' AND m1.Accepted))) ",
         "FROM Rooms, Players WHERE Rooms.Id = Players.RoomId AND lastseen + make_interval(secs => Rooms.IdleTimeoutSeconds) > now() ",
         "AND ( Rooms.OrgId IS NULL OR Rooms.OrgId IN ( SELECT OrgId FROM OrgMembers WHERE Player = '", function trim(Player),
         "' UNION SELECT OrgId FROM OrgAdmins WHERE Player = '", function trim(Player),
         "' ) OR EXISTS ( SELECT 1 FROM Admins WHERE Player = '", function trim(Player), "' ) ) ",
         "GROUP BY Rooms.Id, Rooms.Name HAVING Count(Players.name) > 0", x"00" INTO QueryString
         END-STRING
           call "PQexec" using by value pgconn
