        *>   the lobby to chat no longer costs the tournament chair.
        *>   Players.RoomId stays the "focused" room every existing
        *>   program reads; the per-room Ready/NewWords/NewRound/
        *>   LastChat/SpecHeldFrom/MoreTime/RoundEnded/Team/Spectator state is parked
        *>   on the current room's RoomMembers row and the target
        *>   room's own state is loaded back into the Players row, so
        *>   wordwaiter's signalling and initround's all-ready gate keep
      *> park the focused room's state on its membership row...
       IF RoomId IS NOT = HIGH-VALUES THEN
         STRING "UPDATE RoomMembers SET Ready = p.Ready, NewWords = p.NewWords, ",
             "NewRound = p.NewRound, LastChat = p.LastChat, SpecHeldFrom = p.SpecHeldFrom, MoreTime = p.MoreTime, ",
             "RoundEnded = p.RoundEnded, Team = p.Team, Spectator = p.Spectator ",
             "FROM Players p WHERE p.Name = '", function trim(Player),
             "' AND RoomMembers.Player = p.Name AND RoomMembers.RoomId = ", RoomId, ";", x"00" INTO QueryString

      *> ...and load the target room's state back in its place.
       STRING "UPDATE Players SET RoomId = m.RoomId, Ready = m.Ready, NewWords = m.NewWords, ",
           "NewRound = m.NewRound, LastChat = m.LastChat, SpecHeldFrom = m.SpecHeldFrom, MoreTime = m.MoreTime, ",
           "RoundEnded = m.RoundEnded, Team = m.Team, Spectator = m.Spectator, LastSeen = now() ",
           "FROM RoomMembers m WHERE Players.Name = '", function trim(Player),
           "' AND m.Player = Players.Name AND m.RoomId = ", function trim(Room), ";", x"00" INTO QueryString
