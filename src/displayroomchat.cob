        *> -------------------------
        *> displayroomchat.
        *> Takes: pgconn, Player, RoomId, OutFormat.
        *> The roomchat func: the room's last 30 chat lines, oldest
        *>   first, exactly as Player would be shown them -- whispers
        *>   only between their two ends, the player's ignore list
        *>   applied, a spectator's broadcast delay honoured, deleted
        *>   lines as tombstones, the spectator channel only once
        *>   spectatorchat lets Player see it. Unlike displaychat it is stateless:
        *>   Players.LastChat is neither read nor moved, so it serves a
        *>   client catching up after a reconnect and support looking
        *>   through a player's eyes without eating their unread
        *>   lines.
        *> Modifies:
        *> Dependencies: spectatorchat

       IDENTIFICATION DIVISION.
       PROGRAM-ID. displayroomchat.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(2560) based.
       01 querystring pic x(2048).

       01 NRows usage binary-long.
       01 RowIdx usage binary-long.
       01 ColIdx usage binary-long.
       01 ColNum usage binary-long.
       01 ChatCols.
          05 ChatCol pic x(64) OCCURS 8 TIMES.
       01 ChatLine pic x(2560).

       01 ChatAlias pic x(8) VALUE "c".
       01 SpecPred pic x(640) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 RoomId pic 99999 usage display.
       01 OutFormat pic x(4).

       PROCEDURE DIVISION USING pgconn, Player, RoomId, OutFormat.
       Begin.

       IF OutFormat = "json" THEN
          DISPLAY '"roomchat":['
       ELSE
          DISPLAY "<roomchat>"
       END-IF

       MOVE 0 TO NRows
       IF RoomId IS NOT = HIGH-VALUES AND RoomId IS NOT = LOW-VALUES THEN
         CALL "spectatorchat" USING pgconn, Player, RoomId, ChatAlias, SpecPred
         END-CALL
         STRING "SELECT Id, ChatTime, Player, Recipient, Title, Deleted, Edited, Channel, ChatRow FROM ( ",
             "SELECT c.Id, to_char(c.ChatTime, 'YYYY-MM-DD HH24:MI:SS') AS ChatTime, c.Player, ",
             "COALESCE(c.Recipient, '') AS Recipient, ",
             "COALESCE(( SELECT st.Name FROM Players py JOIN ShopTitles st ON st.Code = py.Title ",
             "WHERE py.Name = c.Player ), '') AS Title, ",
             "CASE WHEN c.Deleted THEN 1 ELSE 0 END AS Deleted, ",
             "CASE WHEN c.EditedAt IS NOT NULL THEN 1 ELSE 0 END AS Edited, c.Channel, ",
             "CASE WHEN c.Deleted THEN '' ELSE c.ChatRow END AS ChatRow FROM Chat c WHERE c.RoomId = ", RoomId,
             " AND ( c.Recipient IS NULL OR c.Recipient = '", function trim(Player),
             "' OR c.Player = '", function trim(Player), "' )",
             " AND c.Player NOT IN ( SELECT Ignored FROM IgnoreList WHERE Player = '", function trim(Player), "' )",
             " AND ", function trim(SpecPred),
             " AND c.ChatTime <= now() - make_interval(secs => COALESCE(",
             "( SELECT CASE WHEN p.Spectator THEN rm.SpectatorDelaySeconds ELSE 0 END ",
             "FROM Players p JOIN Rooms rm ON rm.Id = ", RoomId,
             " WHERE p.Name = '", function trim(Player), "' ), 0)) ",
             "ORDER BY c.Id DESC LIMIT 30 ) latest ORDER BY Id;", x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
         call "PQntuples" using by value pgres returning NRows
       END-IF

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM VARYING ColIdx FROM 1 BY 1 UNTIL ColIdx > 8
               COMPUTE ColNum = ColIdx - 1
               call "PQgetvalue" using by value pgres by value RowIdx by value ColNum returning resptr end-call
               set address of resstr to resptr
               MOVE SPACES TO ChatCol(ColIdx)
               string resstr delimited by x"00" into ChatCol(ColIdx) end-string
           END-PERFORM
           call "PQgetvalue" using by value pgres by value RowIdx by value 8 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ChatLine
           string resstr delimited by x"00" into ChatLine end-string

           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"id":"' function trim(ChatCol(1)) '","time":"' function trim(ChatCol(2))
                  '","player":"' function trim(ChatCol(3)) '","to":"' function trim(ChatCol(4))
                  '","title":"' function trim(ChatCol(5)) '","deleted":' function trim(ChatCol(6))
                  ',"edited":' function trim(ChatCol(7)) ',"channel":"' function trim(ChatCol(8))
                 '","line":"' function trim(ChatLine) '"}'
           ELSE
              DISPLAY "<chatrecord>"
              DISPLAY "<id>", function trim(ChatCol(1)), "</id>"
              DISPLAY "<time>", function trim(ChatCol(2)), "</time>"
              DISPLAY "<player>", function trim(ChatCol(3)), "</player>"
              DISPLAY "<to>", function trim(ChatCol(4)), "</to>"
              DISPLAY "<title>", function trim(ChatCol(5)), "</title>"
              DISPLAY "<deleted>", function trim(ChatCol(6)), "</deleted>"
              DISPLAY "<edited>", function trim(ChatCol(7)), "</edited>"
              DISPLAY "<channel>", function trim(ChatCol(8)), "</channel>"
              DISPLAY "<line>", function trim(ChatLine), "</line>"
              DISPLAY "</chatrecord>"
           END-IF
       END-PERFORM

       IF OutFormat = "json" THEN
          DISPLAY "]"
       ELSE
          DISPLAY "</roomchat>"
       END-IF

       EXIT PROGRAM.
