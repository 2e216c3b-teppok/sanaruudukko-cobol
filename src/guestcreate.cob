        *> -------------------------
        *> guestcreate.
        *> Takes: pgconn, Player (out), PassCode (out).
        *> Makes the temporary account behind the guestplay func: a
        *>   Guest<8 characters> name and a 16-character passcode, both
        *>   from securetoken, the passcode stored salted-and-hashed
        *>   exactly as registerp stores one. The row is IsGuest with
        *>   GuestUntil GuestHours (Status row, default 24) from now.
        *>   Player and PassCode come back filled in so init can sign
        *>   the guest straight in and issue the session token the
        *>   guest carries from then on -- the passcode itself is never
        *>   shown to anyone. Player comes back blank when guest play
        *>   is off (GuestHours 0) or no strong random is to be had.
        *> Modifies: Players, Player, PassCode
        *> Dependencies: securetoken

       IDENTIFICATION DIVISION.
       PROGRAM-ID. guestcreate.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(16) based.
       01 querystring pic x(1024).

       01 GuestHours pic 9(4) VALUE 24.
       01 TmpCfg pic x(8) VALUE SPACES.
       01 NameDraw pic x(16) VALUE SPACES.
       01 NewSalt pic x(16) VALUE SPACES.
       01 TokenErr pic x VALUE "f".
       01 NCreated usage binary-long VALUE 0.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".

       PROCEDURE DIVISION USING pgconn, Player, PassCode.
       Begin.

       MOVE SPACES TO Player
       MOVE SPACES TO PassCode

       STRING "SELECT COALESCE((SELECT Value FROM Status WHERE Name = 'GuestHours')::int, ",
           GuestHours, ");", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO TmpCfg
       string resstr delimited by x"00" into TmpCfg end-string
       MOVE TmpCfg TO GuestHours
       IF GuestHours = 0 THEN
         EXIT PROGRAM
       END-IF

       CALL "securetoken" USING BY REFERENCE pgconn NameDraw TokenErr
       END-CALL
       IF TokenErr = "t" THEN
         EXIT PROGRAM
       END-IF
       CALL "securetoken" USING BY REFERENCE pgconn PassCode TokenErr
       END-CALL
       IF TokenErr = "t" THEN
         MOVE SPACES TO PassCode
         EXIT PROGRAM
       END-IF
       CALL "securetoken" USING BY REFERENCE pgconn NewSalt TokenErr
       END-CALL
       IF TokenErr = "t" THEN
         MOVE SPACES TO PassCode
         EXIT PROGRAM
       END-IF

       STRING "Guest", NameDraw(1:8) INTO Player
       END-STRING

      *> a name collision (one in 36^8) just leaves nothing inserted
      *> and the caller sees the ordinary bad-login status.
       STRING "INSERT INTO Players ( name, passcode, roomid, ready, lastseen, newwords, newround, lastchat, ",
           "passsalt, isguest, guestuntil ) VALUES ( '", function trim(Player),
           "', md5('", NewSalt, "' || '", function trim(PassCode), "'), null, false, now(), false, false, 0, '",
           NewSalt, "', true, now() + make_interval(hours => ", GuestHours, ") ) ",
           "ON CONFLICT ( name ) DO NOTHING RETURNING name;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NCreated
       IF NCreated = 0 THEN
         MOVE SPACES TO Player
         MOVE SPACES TO PassCode
         EXIT PROGRAM
       END-IF

       STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Player),
           "', 'guest_created', 'for ", GuestHours, " hours' );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       EXIT PROGRAM.
