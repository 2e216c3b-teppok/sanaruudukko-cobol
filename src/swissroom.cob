        *> -------------------------
        *> swissroom.
        *> Takes: pgconn, EventId, RoundNo, MatchNo, Player1, Player2.
        *> Creates one Swiss pairing the way bracketroom creates a
        *>   knockout match: the SwissMatches row and, for a real
        *>   pairing, a fresh two-seat SYSTEM-owned room both players
        *>   are invited into through RoomInvites. Player2 = SPACES is a
        *>   bye -- no room, the match is born decided and Player1 is
        *>   credited the win's two points on the spot.
        *>   Called by swisspair for every pairing of every round.
        *> Modifies: Rooms, RoomInvites, SwissMatches, SwissPlayers.Points
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. swissroom.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(80) based.
       01 querystring pic x(1024).

       01 NewRoomId pic 99999 VALUE ZEROES.
       01 TmpRoomId pic x(16) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 EventId pic x(8).
       01 RoundNo pic 999 usage display.
       01 MatchNo pic 999 usage display.
       01 Player1 pic x(16).
       01 Player2 pic x(16).

       PROCEDURE DIVISION USING pgconn, EventId, RoundNo, MatchNo, Player1, Player2.
       Begin.

       IF Player2 IS = SPACES THEN
      *> a bye: no room to play in, Player1 takes the win unplayed.
         STRING "INSERT INTO SwissMatches ( EventId, Round, MatchNum, Player1, Player2, ",
             "RoomId, Status, Winner ) VALUES ( ", function trim(EventId), ", ", RoundNo,
             ", ", MatchNo, ", '", function trim(Player1), "', NULL, NULL, 'done', '",
             function trim(Player1), "' );", x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
         STRING "UPDATE SwissPlayers SET Points = Points + 2 WHERE EventId = ", function trim(EventId),
             " AND Player = '", function trim(Player1), "';", x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
         EXIT PROGRAM
       END-IF

       STRING "SELECT COALESCE(max(Id), 0) + 1 FROM Rooms;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO TmpRoomId
       string resstr delimited by x"00" into TmpRoomId end-string
       MOVE TmpRoomId TO NewRoomId

      *> a two-seat head-to-head room. Owned by SYSTEM so neither
      *> player can reconfigure it mid-match.
       STRING "INSERT INTO Rooms ( Id, Name, MaxPlayers, OwnerName ) VALUES ( ", NewRoomId,
           ", 'SW", function trim(EventId), " R", RoundNo, "M", MatchNo,
           "', 2, 'SYSTEM' );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       STRING "INSERT INTO RoomInvites ( RoomId, Invitee, InvitedBy, ExpiresAt ) VALUES ",
           "( ", NewRoomId, ", '", function trim(Player1), "', 'SYSTEM', now() + interval '7 days' ), ",
           "( ", NewRoomId, ", '", function trim(Player2), "', 'SYSTEM', now() + interval '7 days' );",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       STRING "INSERT INTO SwissMatches ( EventId, Round, MatchNum, Player1, Player2, ",
           "RoomId, Status ) VALUES ( ", function trim(EventId), ", ", RoundNo,
           ", ", MatchNo, ", '", function trim(Player1), "', '", function trim(Player2),
           "', ", NewRoomId, ", 'playing' );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       EXIT PROGRAM.
