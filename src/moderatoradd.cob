        *> -------------------------
        *> moderatoradd.
        *> Takes: Standard arguments + TargetPlayer.
        *> Admin-only (Admins, global), the room's own owner (Rooms.
        *>   OwnerName, set by newroom.cob) or, for a room that belongs
        *>   to an organisation, one of its OrgAdmins. Grants TargetPlayer the
        *>   room-moderator role for the caller's current RoomId,
        *>   letting them kick/mute players in that room without being a
        *>   global admin themselves.
       call "PQntuples" using by value pgres returning IsAdmin

       STRING "SELECT Id FROM Rooms WHERE Id = ", RoomId,
           " AND ( OwnerName = '", function trim(Player), "' OR OrgId IN ( SELECT OrgId FROM OrgAdmins ",
           "WHERE Player = '", function trim(Player), "' ) );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
