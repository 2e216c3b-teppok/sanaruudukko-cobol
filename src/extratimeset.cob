        *> -------------------------
        *> extratimeset.
        *> Takes: Standard arguments + TargetPlayer + ValueQ (seconds).
        *> Sets TargetPlayer's extended time allowance for the caller's
        *>   current room -- the pupil entitled to extra time keeps
        *>   playing that many seconds past the room's round end while
        *>   everyone else waits for the settlement (see roundstatus,
        *>   submitword, displayround). 0 (or clearing with an
        *>   out-of-range value) removes the allowance. Caller must be
        *>   the room's owner, a RoomModerator of it, an admin of its
        *>   organisation (the teacher) or a global Admin -- the circle
        *>   handicapset trusts. Range 1..1800; the change lands in
        *>   AuditLog.
        *> Modifies: ExtraTime
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. extratimeset.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(512).

       01 IsAdmin usage binary-long value 0.
       01 IsModerator usage binary-long value 0.
       01 IsOwner usage binary-long value 0.
       01 TargetInRoom usage binary-long value 0.
       01 AllowSeconds pic 9(4) VALUE ZEROES.
       01 AllowZ pic zzz9.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".
       01 TargetPlayer pic x(16).
       01 ValueQ pic x(16).

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId, TargetPlayer, ValueQ.
       Begin.

       IF TargetPlayer IS = SPACES OR ValueQ IS = SPACES THEN
         EXIT PROGRAM
       END-IF

       STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning IsAdmin

       IF IsAdmin = 0 THEN
         STRING "SELECT Player FROM RoomModerators WHERE RoomId = ", RoomId,
             " AND Player = '", function trim(Player), "' UNION ALL SELECT a.Player FROM OrgAdmins a ",
             "JOIN Rooms r ON r.OrgId = a.OrgId WHERE r.Id = ", RoomId, " AND a.Player = '",
             function trim(Player), "';", x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
         call "PQntuples" using by value pgres returning IsModerator
       END-IF

       IF IsAdmin = 0 AND IsModerator = 0 THEN
         STRING "SELECT Id FROM Rooms WHERE Id = ", RoomId,
             " AND OwnerName = '", function trim(Player), "';", x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
         call "PQntuples" using by value pgres returning IsOwner
       END-IF

       IF IsAdmin = 0 AND IsModerator = 0 AND IsOwner = 0 THEN
         EXIT PROGRAM
       END-IF

       STRING "SELECT Name FROM Players WHERE Name = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning TargetInRoom
       IF TargetInRoom = 0 THEN
         EXIT PROGRAM
       END-IF

       MOVE function numval(ValueQ) TO AllowSeconds

      *> 0 (or anything past half an hour) clears the allowance
      *> instead of holding the whole room's settlement hostage.
       IF AllowSeconds < 1 OR AllowSeconds > 1800 THEN
         STRING "DELETE FROM ExtraTime WHERE RoomId = ", RoomId,
             " AND Player = '", function trim(TargetPlayer), "';", x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
         MOVE 0 TO AllowSeconds
       ELSE
         STRING "INSERT INTO ExtraTime ( RoomId, Player, Seconds, SetBy ) VALUES ( ", RoomId,
             ", '", function trim(TargetPlayer), "', ", AllowSeconds, ", '", function trim(Player),
             "' ) ON CONFLICT ( RoomId, Player ) DO UPDATE SET Seconds = EXCLUDED.Seconds, ",
             "SetBy = EXCLUDED.SetBy, SetAt = now();", x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
       END-IF

       MOVE AllowSeconds TO AllowZ
       STRING "INSERT INTO AuditLog ( Actor, Action, RoomId, Details ) VALUES ( '", function trim(Player),
           "', 'extratimeset', ", RoomId, ", '", function trim(TargetPlayer), " = ",
           function trim(AllowZ), "' );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       EXIT PROGRAM.
