        *> Admin-only (Admins, global). Clears TargetPlayer's failed-login
        *>   lockout (LockedUntil and the counter) so they can log in
        *>   again before the lock would have expired on its own. The
        *>   unlock is written to AuditLog like the lock was. An
        *>   organisation's OrgAdmins may unlock its own members.
        *> Modifies:
        *> Dependencies:


       STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player),
           "' UNION ALL SELECT Player FROM StaffGrants WHERE Capability = 'lockouts' ",
           "AND Player = '", function trim(Player), "' UNION ALL SELECT a.Player FROM OrgAdmins a ",
           "JOIN OrgMembers m ON m.OrgId = a.OrgId WHERE a.Player = '", function trim(Player),
           "' AND m.Player = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
