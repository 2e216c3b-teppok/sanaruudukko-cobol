        *> Takes: pgconn, Player, OutFormat.
        *> The cosmetic-title shop: the caller's coin balance, then
        *>   every purchasable title with its price, whether the caller
        *>   already owns it, and whether they are wearing it right now,
        *>   then the streak freeze offer: its price, how many the
        *>   caller holds and the most anyone may hold.
        *> Modifies:
        *> Dependencies:

       01 TitlePrice pic x(8).
       01 OwnedFlag pic x(4).
       01 WornFlag pic x(4).
       01 FreezePrice pic x(8).
       01 FreezeHeld pic x(8).
       01 FreezeMax pic x(8).

       LINKAGE SECTION.
       01 pgconn usage pointer.
           END-IF
       END-PERFORM

      *> the same defaults streakfreeze falls back on.
       STRING "SELECT COALESCE((SELECT Value FROM Status WHERE Name = 'StreakFreezePrice')::int, 100), ",
           "COALESCE((SELECT StreakFreezes FROM Players WHERE Name = '", function trim(Player), "'), 0), ",
           "COALESCE((SELECT Value FROM Status WHERE Name = 'StreakFreezeMax')::int, 2);",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO FreezePrice
       string resstr delimited by x"00" into FreezePrice end-string
       call "PQgetvalue" using by value pgres by value 0 by value 1 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO FreezeHeld
       string resstr delimited by x"00" into FreezeHeld end-string
       call "PQgetvalue" using by value pgres by value 0 by value 2 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO FreezeMax
       string resstr delimited by x"00" into FreezeMax end-string

       IF OutFormat = "json" THEN
          DISPLAY '],"streakfreeze":{"price":' function trim(FreezePrice) ',"held":' function trim(FreezeHeld)
              ',"max":' function trim(FreezeMax) '}}'
       ELSE
          DISPLAY "</titles>"
          DISPLAY "<streakfreeze><price>", function trim(FreezePrice), "</price><held>",
              function trim(FreezeHeld), "</held><max>", function trim(FreezeMax), "</max></streakfreeze>"
          DISPLAY "</shop>"
       END-IF

