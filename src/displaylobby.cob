        *>   anywhere (or are, and just want to find a game) talk.
        *>   Stateless: the last 30 lines, oldest first, with the
        *>   caller's personal ignore list applied the same way
        *>   displaychat applies it to a room. A minor whose guardian
        *>   has LobbyChat switched off sees an empty lobby. A line
        *>   that came in over the chat bridge carries its origin.
        *> Modifies:
        *> Dependencies:

       01 LobbyTime pic x(32).
       01 LobbyPlayer pic x(16).
       01 LobbyLine pic x(2560).
       01 LobbyOrigin pic x(16).

       LINKAGE SECTION.
       01 pgconn usage pointer.
          DISPLAY "<lobby>"
       END-IF

       STRING "SELECT ChatTime, Player, ChatRow, COALESCE(Origin, '') FROM ( ",
           "SELECT Id, ChatTime, Player, ChatRow, Origin FROM Chat WHERE RoomId = -1 ",
           "AND EXISTS ( SELECT 1 FROM Players WHERE Name = '", function trim(Player), "' AND LobbyChat ) ",
           "AND Player NOT IN ( SELECT Ignored FROM IgnoreList WHERE Player = '", function trim(Player),
           "' ) ORDER BY Id DESC LIMIT 30 ) latest ORDER BY Id;", x"00" INTO QueryString
       END-STRING
           MOVE SPACES TO LobbyLine
           string resstr delimited by x"00" into LobbyLine end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 3 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO LobbyOrigin
           string resstr delimited by x"00" into LobbyOrigin end-string

           IF OutFormat = "json" THEN
              DISPLAY '{"time":"' function trim(LobbyTime) '","player":"' function trim(LobbyPlayer)
                  '","origin":"' function trim(LobbyOrigin)
                  '","chat":"' function trim(LobbyLine) '"}'
           ELSE
              DISPLAY "<time>", function trim(LobbyTime), "</time>"
              DISPLAY "<player>", function trim(LobbyPlayer), "</player>"
              DISPLAY "<origin>", function trim(LobbyOrigin), "</origin>"
              DISPLAY "<chat>", function trim(LobbyLine), "</chat>"
              DISPLAY "</chatrecord>"
           END-IF
