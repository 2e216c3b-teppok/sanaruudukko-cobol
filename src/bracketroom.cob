        *>   no room, the match is born decided with Player1 advancing.
        *>   Shared by bracketstart (round one) and bracketadvance
        *>   (every later round).
        *>   The room plays the bracket's own tie-break rule
        *>   (Brackets.TieBreak), so a level match is decided the way
        *>   the organizer chose for the whole event.
        *> Modifies: Rooms, RoomInvites, BracketMatches
        *> Dependencies:


      *> a two-seat head-to-head room. Owned by SYSTEM so neither
      *> contestant can reconfigure it mid-match.
       STRING "INSERT INTO Rooms ( Id, Name, MaxPlayers, OwnerName, TieBreak ) VALUES ( ", NewRoomId,
           ", 'KO", function trim(BracketId), " R", RoundNo, "M", MatchNo,
           "', 2, 'SYSTEM', (SELECT TieBreak FROM Brackets WHERE Id = ", function trim(BracketId),
           ") );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
