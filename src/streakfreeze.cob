        *> -------------------------
        *> streakfreeze.
        *> Takes: Standard arguments.
        *> Spends coins on one streak freeze: a held freeze covers one
        *>   missed day of the caller's daily play streak (streaktick
        *>   uses it up when the next qualifying day comes). The price is
        *>   the StreakFreezePrice Status row (default 100 coins) and no
        *>   one holds more than StreakFreezeMax (default 2) at a time.
        *>   Like titlebuy, an unaffordable or over-the-limit purchase is
        *>   silently ignored; guests can't buy one.
        *> Modifies: Players.Coins, Players.StreakFreezes
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. streakfreeze.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(1024).

       01 FreezePrice pic 9(6) VALUE 100.
       01 FreezeMax pic 9(2) VALUE 2.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId.
       Begin.

      *> the guarded update IS the purchase decision: affordable and
      *> under the limit; price and balance change in one statement.
       STRING "UPDATE Players p SET Coins = p.Coins - c.Price, StreakFreezes = p.StreakFreezes + 1 ",
           "FROM ( SELECT COALESCE((SELECT Value FROM Status WHERE Name = 'StreakFreezePrice')::int, ",
           FreezePrice, ") AS Price, COALESCE((SELECT Value FROM Status WHERE Name = 'StreakFreezeMax')::int, ",
           FreezeMax, ") AS Most ) c WHERE p.Name = '", function trim(Player),
           "' AND p.IsGuest = false AND p.Coins >= c.Price AND p.StreakFreezes < c.Most;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       EXIT PROGRAM.
