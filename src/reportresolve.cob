        *> Takes: Standard arguments + ReportNum + Resolution.
        *> Closes one open conduct report with the moderator's
        *>   resolution note. A global Admin may resolve anything; a
        *>   RoomModerator only reports filed in rooms they moderate
        *>   (an OrgAdmin, in their organisation's rooms) --
        *>   the same visibility the queue gives them. The outcome lands
        *>   in AuditLog, so "we dealt with it" is on the record.
        *> Modifies: ConductReports, AuditLog
         STRING "UPDATE ConductReports SET Status = 'resolved', Resolution = $1, ResolvedBy = '",
             function trim(Player), "', ResolvedAt = now() WHERE Id = ", ReportNum,
             " AND Status = 'open' AND RoomId IN ( SELECT RoomId FROM RoomModerators ",
             "WHERE Player = '", function trim(Player), "' UNION ALL SELECT r.Id FROM Rooms r ",
             "JOIN OrgAdmins a ON a.OrgId = r.OrgId WHERE a.Player = '", function trim(Player),
             "' ) RETURNING Target;",
             x"00" INTO QueryString
         END-STRING
       END-IF
