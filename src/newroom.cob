        *> The calling player is recorded as the room's Rooms.OwnerName,
        *>   so moderatoradd/moderatordelete can let them manage their
        *>   own room's moderators without needing the global Admins role.
        *> A private room (one with a RoomPasscode) is refused the same way
        *>   to a caller who isn't a club member while the
        *>   MemberPrivate Status row is 1.
        *> Modifies: RoomId
        *> Dependencies: checkprofanity, membercheck
        
       IDENTIFICATION DIVISION.
       PROGRAM-ID. newroom.
       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(80) based.
       01 querystring pic x(768).
	   
       01 NewRoomId pic 99999.
       01 TmpNewRoomId pic x(16).
       01 ProfanityFlag pic x VALUE "f".
         88 RoomNameProfane VALUE "t".

       01 MembersOnly pic x(8) VALUE SPACES.
       01 MemberFlag pic x VALUE "f".
         88 PlayerIsMember VALUE "t".

      *> the caller-supplied room name and passcode travel as
      *> bound parameters (null-terminated, see execparams) instead of
      *> being spliced into the SQL text. An empty passcode binds as ''
         EXIT PROGRAM
       END-IF

       IF RoomPasscode IS NOT = SPACES THEN
         STRING "SELECT COALESCE((SELECT Value FROM Status WHERE Name = 'MemberPrivate')::int, 0);",
             x"00" INTO QueryString
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
         call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
         set address of resstr to resptr
         MOVE SPACES TO MembersOnly
         string resstr delimited by x"00" into MembersOnly end-string
         IF MembersOnly = "1" THEN
           CALL "membercheck" USING BY REFERENCE pgconn Player MemberFlag
           END-CALL
           IF NOT PlayerIsMember THEN
             MOVE HIGH-VALUES TO RoomId
             EXIT PROGRAM
           END-IF
         END-IF
       END-IF

       MOVE SPACES TO RoomNameParam
       STRING function trim(RoomName), x"00" INTO RoomNameParam END-STRING
       MOVE SPACES TO PasscodeParam
               returning pgres
           end-call

           STRING "INSERT INTO ChatArchive ( Id, ChatTime, Player, RoomId, ChatRow, Recipient, Origin, Channel ) ",
                  "SELECT Id, ChatTime, Player, RoomId, ChatRow, Recipient, Origin, Channel FROM Chat WHERE RoomId = ", NewRoomId, ";", x"00" INTO Querystring
           END-String
             call "PQexec" using
                 by value pgconn
                 returning pgres
             end-call

           STRING "INSERT INTO RoundsArchive ( RoundId, RoundStart, Board, RoomId, BoardWidth, BoardHeight, RoundSeconds, DiceSetUsed, RandomSeed, RerollCount, BoardYield, BoardSource, RepeatPlayers, Annulled, Theme, DictVersion, StreakWindow, StreakStepPct, FamilyRule ) ",
                  "SELECT RoundId, RoundStart, Board, RoomId, BoardWidth, BoardHeight, RoundSeconds, DiceSetUsed, RandomSeed, RerollCount, BoardYield, BoardSource, RepeatPlayers, Annulled, Theme, DictVersion, StreakWindow, StreakStepPct, FamilyRule FROM Rounds WHERE RoomId = ", NewRoomId, ";", x"00" INTO Querystring
           END-String
             call "PQexec" using
                 by value pgconn
                 returning pgres
             end-call

            STRING "DELETE FROM RoomHours WHERE RoomId = ", NewRoomId, ";", x"00" INTO Querystring
            END-STRING
             call "PQexec" using
                 by value pgconn
                 by reference querystring
                 returning pgres
             end-call

            STRING "DELETE FROM RoomHolidays WHERE RoomId = ", NewRoomId, ";", x"00" INTO Querystring
            END-STRING
             call "PQexec" using
                 by value pgconn
                 by reference querystring
                 returning pgres
             end-call

            STRING "INSERT INTO AuditLog ( Actor, Action, RoomId, Details ) VALUES ( '", function trim(Player),
                "', 'newroom_recycle', ", NewRoomId, ", $1 );", x"00" INTO Querystring
            END-STRING
