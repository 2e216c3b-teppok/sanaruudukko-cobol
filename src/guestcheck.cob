        *> -------------------------
        *> guestcheck.
        *> Takes: pgconn, Player, GuestFlag (out).
        *> GuestFlag comes back 't' when Player is a temporary guest
        *>   account (Players.IsGuest, made by guestcreate and not yet
        *>   converted by guestconvert), 'f' for everyone else. The gate
        *>   processq raises ahead of the funcs a guest may not use, and
        *>   the check joinroom and submitchat make for themselves.
        *> Modifies: GuestFlag
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. guestcheck.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(256).

       01 GuestCount usage binary-long VALUE 0.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 GuestFlag pic x.

       PROCEDURE DIVISION USING pgconn, Player, GuestFlag.
       Begin.

       MOVE "f" TO GuestFlag

       STRING "SELECT Name FROM Players WHERE Name = '", function trim(Player),
           "' AND IsGuest;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning GuestCount
       IF GuestCount > 0 THEN
         MOVE "t" TO GuestFlag
       END-IF

       EXIT PROGRAM.
