      *> previously focused room's state on its membership row before
      *> this join overwrites the Players fields.
       String "UPDATE RoomMembers SET Ready = p.Ready, NewWords = p.NewWords, ",
           "NewRound = p.NewRound, LastChat = p.LastChat, SpecHeldFrom = p.SpecHeldFrom, MoreTime = p.MoreTime, ",
           "RoundEnded = p.RoundEnded, Team = p.Team, Spectator = p.Spectator ",
           "FROM Players p WHERE p.Name = '", function trim(Player),
           "' AND RoomMembers.Player = p.Name AND RoomMembers.RoomId = p.RoomId;", x"00" into Querystring
       
       IF Team NOT = SPACES AND (Spectator = "1" OR Spectator = "0") THEN
         String "UPDATE Players SET roomid = ", RoomId, ", lastseen = now(), ready = false, newwords = false, newround = true, lastchat = ",
             ChatId, ", specheldfrom = null, team = '", function trim(Team), "', spectator = ", Spectator, " WHERE name = '", function trim(Player), "';", x"00" into Querystring
         END-STRING
       ELSE IF Team NOT = SPACES THEN
         String "UPDATE Players SET roomid = ", RoomId, ", lastseen = now(), ready = false, newwords = false, newround = true, lastchat = ",
             ChatId, ", specheldfrom = null, team = '", function trim(Team), "' WHERE name = '", function trim(Player), "';", x"00" into Querystring
         END-STRING
       ELSE IF Spectator = "1" OR Spectator = "0" THEN
         String "UPDATE Players SET roomid = ", RoomId, ", lastseen = now(), ready = false, newwords = false, newround = true, lastchat = ",
             ChatId, ", specheldfrom = null, spectator = ", Spectator, " WHERE name = '", function trim(Player), "';", x"00" into Querystring
         END-STRING
       ELSE
         String "UPDATE Players SET roomid = ", RoomId, ", lastseen = now(), ready = false, newwords = false, newround = true, lastchat = ",
             ChatId, ", specheldfrom = null WHERE name = '", function trim(Player), "';", x"00" into Querystring
         END-STRING
       END-IF
       END-IF
      *> the seat itself: one RoomMembers row per room joined,
      *> seeded from the fresh Players state this join just wrote.
       String "INSERT INTO RoomMembers ( Player, RoomId, Ready, NewWords, NewRound, ",
           "LastChat, SpecHeldFrom, MoreTime, RoundEnded, Team, Spectator ) ",
           "SELECT Name, RoomId, Ready, NewWords, NewRound, LastChat, SpecHeldFrom, MoreTime, ",
           "RoundEnded, Team, Spectator FROM Players WHERE Name = '", function trim(Player),
           "' ON CONFLICT ( Player, RoomId ) DO UPDATE SET Ready = EXCLUDED.Ready, ",
           "NewWords = EXCLUDED.NewWords, NewRound = EXCLUDED.NewRound, ",
           "LastChat = EXCLUDED.LastChat, SpecHeldFrom = EXCLUDED.SpecHeldFrom, MoreTime = EXCLUDED.MoreTime, ",
           "RoundEnded = EXCLUDED.RoundEnded, Team = EXCLUDED.Team, ",
           "Spectator = EXCLUDED.Spectator;", x"00" into Querystring
       END-STRING
