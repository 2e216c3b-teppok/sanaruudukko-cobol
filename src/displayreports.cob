        *>   recent chat lines (live plus archived -- the chatsearch
        *>   data, inlined) as one-click context. Admins see the whole
        *>   queue; a RoomModerator sees reports filed in rooms they
        *>   moderate, an organisation's OrgAdmins those filed in its
        *>   rooms; everyone else gets the empty block, same shape as
        *>   roomsettings' gate.
        *> Modifies:
        *> Dependencies:
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning IsAdmin

       STRING "SELECT Player FROM RoomModerators WHERE Player = '", function trim(Player),
           "' UNION ALL SELECT Player FROM OrgAdmins WHERE Player = '", function trim(Player), "';",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning IsModerator
         STRING "SELECT Id, to_char(CreatedAt, 'YYYY-MM-DD HH24:MI'), Reporter, Target, ",
             "Category, Detail, COALESCE(RoomId::text, '') FROM ConductReports ",
             "WHERE Status = 'open' AND RoomId IN ( SELECT RoomId FROM RoomModerators ",
             "WHERE Player = '", function trim(Player), "' UNION ALL SELECT r.Id FROM Rooms r ",
             "JOIN OrgAdmins a ON a.OrgId = r.OrgId WHERE a.Player = '", function trim(Player),
             "' ) ORDER BY Id;", x"00" INTO QueryString
         END-STRING
       END-IF
       call "PQexec" using
