        *> -------------------------
        *> secondfactorcheck.
        *> Takes: pgconn, Player, SessionId, FactorFlag (out).
        *> The staff second-factor gate processq runs ahead of every
        *>   staff-only func. FactorFlag comes back 't' when Player holds
        *>   any staff standing -- Admins, a StaffGrants capability, a
        *>   RoomModerators seat or an organisation's OrgAdmins -- and the
        *>   session init signed this request in under (SessionId) has
        *>   not satisfied its second factor: no twofactorverify /
        *>   twofactorconfirm on that session inside
        *>   SecondFactorSeconds. A request with no session behind it
        *>   never has, and a query that fails counts as not satisfied
        *>   too. Anyone else gets 'f' and the func's own gate decides
        *>   as before.
        *> Modifies: FactorFlag
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. secondfactorcheck.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(1024).

       01 NeedCount usage binary-long VALUE 0.
       01 ResStatus usage binary-long VALUE 0.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 SessionId pic x(12).
       01 FactorFlag pic x.

       PROCEDURE DIVISION USING pgconn, Player, SessionId, FactorFlag.
       Begin.

       MOVE "f" TO FactorFlag

       STRING "SELECT p.Name FROM Players p WHERE p.Name = '", function trim(Player), "' ",
           "AND ( EXISTS (SELECT 1 FROM Admins a WHERE a.Player = p.Name) ",
           "OR EXISTS (SELECT 1 FROM StaffGrants g WHERE g.Player = p.Name) ",
           "OR EXISTS (SELECT 1 FROM RoomModerators m WHERE m.Player = p.Name) ",
           "OR EXISTS (SELECT 1 FROM OrgAdmins o WHERE o.Player = p.Name) ) ",
           "AND NOT EXISTS (SELECT 1 FROM Sessions s WHERE s.Id = NULLIF('", function trim(SessionId), "', '')::int ",
           "AND s.Player = p.Name AND s.SecondFactorUntil > now());",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
      *> 2 = PGRES_TUPLES_OK; anything else and the gate stays shut.
       call "PQresultStatus" using by value pgres returning ResStatus
       IF ResStatus NOT = 2 THEN
         MOVE "t" TO FactorFlag
         EXIT PROGRAM
       END-IF
       call "PQntuples" using by value pgres returning NeedCount
       IF NeedCount > 0 THEN
         MOVE "t" TO FactorFlag
       END-IF

       EXIT PROGRAM.
