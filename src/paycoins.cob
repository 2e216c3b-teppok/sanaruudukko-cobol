        *>   included, so the coins always match the round total the
        *>   scoreboard showed. Spectators earn nothing; practice rooms
        *>   pay like any other -- coins are cosmetic, unlike the
        *>   rating. Guest accounts earn nothing either.
        *> Modifies: Players.Coins, Rounds.CoinsPaid
        *> Dependencies:

       STRING "UPDATE Players p SET Coins = p.Coins + rs.Score ",
           "FROM RoundScores rs WHERE rs.RoundId = ", RoundId,
           " AND rs.RoomId = ", RoomId,
           " AND rs.Player = p.Name AND p.Spectator = false AND p.IsGuest = false AND rs.Score > 0;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
