        *> -------------------------
        *> membercheck.
        *> Takes: pgconn, Player, MemberFlag (out).
        *> MemberFlag comes back 't' when Player holds an active club
        *>   membership -- a Memberships row not revoked, started and not
        *>   yet past its ExpiresOn -- or is a global Admin, 'f' for
        *>   everyone else. The one test behind every members-only
        *>   capability (private rooms, room templates, the hint
        *>   allowance, the mail quota).
        *> Modifies: MemberFlag
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. membercheck.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(512).

       01 MemberCount usage binary-long VALUE 0.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 MemberFlag pic x.

       PROCEDURE DIVISION USING pgconn, Player, MemberFlag.
       Begin.

       MOVE "f" TO MemberFlag

       STRING "SELECT Player FROM Memberships WHERE Player = '", function trim(Player),
           "' AND RevokedAt IS NULL AND StartsOn <= current_date AND ExpiresOn >= current_date ",
           "UNION ALL SELECT Player FROM Admins WHERE Player = '", function trim(Player), "';",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning MemberCount
       IF MemberCount > 0 THEN
         MOVE "t" TO MemberFlag
       END-IF

       EXIT PROGRAM.
