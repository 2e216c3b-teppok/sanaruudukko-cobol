        *>   dictionary", the latter listed word by word because those
        *>   are literally the spelling errors to review in class. All
        *>   straight off the WordAudit trail. Visible to the room's
        *>   owner, its moderators (an organisation's OrgAdmins count as
        *>   moderators in its rooms) or a global Admin; everyone else
        *>   gets the empty block, the roomsettings gate.
        *> Modifies:
        *> Dependencies:
       call "PQntuples" using by value pgres returning IsOwner

       STRING "SELECT Player FROM RoomModerators WHERE RoomId = ", RoomId,
           " AND Player = '", function trim(Player), "' UNION ALL SELECT a.Player FROM OrgAdmins a ",
           "JOIN Rooms r ON r.OrgId = a.OrgId WHERE r.Id = ", RoomId, " AND a.Player = '",
           function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning IsModerator
