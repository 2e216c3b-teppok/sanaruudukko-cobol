        *>   puts it in RoomId. Otherwise puts high-values to RoomId.
        *> If the room has a RoomPasscode set and it doesn't match the supplied
        *>   RoomPasscode, this also fails with high-values, same as room-not-found.
        *> A guest account (guestcheck) may only join rooms with no
        *>   RoomPasscode; a passcoded room turns it away the same way.
        *> A room that belongs to an organisation only lets in its
        *>   members and admins (and global Admins); anyone else is
        *>   turned away like a bad passcode.
        *> If the room has a MaxPlayers limit and is already full, the player is
        *>   queued in Waitlist instead and RoomId is set to low-values.
        *> Modifies: RoomId
        *> Dependencies: guestcheck
        *> XXX Change name to something else?
       IDENTIFICATION DIVISION.
       PROGRAM-ID. joinroom.
       01 pgres  usage pointer.
       01 pgres2 usage pointer.
       01 querystring pic x(255).
       01 OrgQuery pic x(512).
       01 OrgRefused usage binary-long value 0.
       01 resptr usage pointer.
       01 resstr pic x(16) based.

       01 AlreadyPlayedToday usage binary-long value 0.
       01 RoomPasscodeDb pic x(16) VALUE SPACES.
       01 RoomOk usage binary-long value 0.
       01 GuestFlag pic x VALUE "f".
         88 PlayerIsGuest VALUE "t".
       01 MaxPlayersNull usage binary-long value 0.
       01 MaxPlayers pic 9(4) VALUE 0.
       01 TmpMaxPlayers pic x(8).
           set address of resstr to resptr
           MOVE SPACES TO RoomPasscodeDb
           string resstr delimited by x"00" into RoomPasscodeDb end-string
           CALL "guestcheck" USING BY REFERENCE pgconn Player GuestFlag
           END-CALL
           IF function trim(RoomPasscodeDb) = function trim(RoomPasscode)
               AND NOT PlayerIsGuest THEN
             MOVE 1 TO RoomOk
           ELSE
             MOVE 0 TO RoomOk
          EXIT PROGRAM
       END-IF

      *> pgres keeps the Rooms row, so the organisation check gets
      *> its own result.
       STRING "SELECT Id FROM Rooms WHERE Id = $1::int AND OrgId IS NOT NULL AND OrgId NOT IN ( ",
           "SELECT OrgId FROM OrgMembers WHERE Player = '", function trim(Player),
           "' UNION SELECT OrgId FROM OrgAdmins WHERE Player = '", function trim(Player),
           "' ) AND NOT EXISTS ( SELECT 1 FROM Admins WHERE Player = '", function trim(Player), "' );",
           x"00" INTO OrgQuery
       END-STRING
       CALL "execparams" USING pgconn OrgQuery NParams1
           RoomParam SpareParam2 SpareParam3 pgres2 END-CALL
       call "PQntuples" using by value pgres2 returning OrgRefused
       IF OrgRefused > 0 THEN
          MOVE HIGH-VALUE TO RoomId
          EXIT PROGRAM
       END-IF

       call "PQgetvalue" using
           by value pgres
           by value 0
