        *> Takes: player and room number.
        *> Checks from database Player.lastchat what was the last chat submitted to the
        *>   player, sends all chats that have arrived after that and updates Player.lastchat.
        *>   A line that came in over the chat bridge carries its origin
        *>   (the bridge key's name), blank for a line said here.
        *>   Spectator-channel lines follow the spectatorchat rule: a
        *>   contestant gets one only once its round is over, through
        *>   Players.SpecHeldFrom, and each line says its channel.
        *> Modifies:
        *> Dependencies: spectatorchat

       IDENTIFICATION DIVISION.
       PROGRAM-ID. displaychat.
      *> blank with deleted 1; an edited one carries edited 1.
       01 ChatDeleted pic x(4).
       01 ChatEdited pic x(4).

      *> the chat bridge a line came in over, blank for our own.
       01 ChatOrigin pic x(16).

      *> room or spectator channel, and the rule for the latter.
       01 ChatChannel pic x(16).
       01 ChatAlias pic x(8) VALUE "c".
       01 SpecPred pic x(640).
       01 Visible pic x(4).
       01 ShownAny pic 9 VALUE 0.
       
          *> Hidden rows are still FETCHED (Visible = 0) so LastChat
          *> advances past them -- otherwise someone else's whisper at
          *> the top of the room would leave NewChat signalling forever.
          *> A spectator-channel line still inside its round is hidden
          *> the same way for a contestant; SpecHeldFrom brings it back
          *> (the second branch below) once the round is over.
           CALL "spectatorchat" USING BY REFERENCE pgconn Player RoomId ChatAlias SpecPred
           END-CALL
           STRING "SELECT Id, Player, ChatRow, COALESCE(Recipient, ''), ",
              "CASE WHEN ( Recipient IS NULL OR Recipient = '", function trim(Player),
              "' OR Player = '", function trim(Player), "' )",
              " AND Player NOT IN ( SELECT Ignored FROM IgnoreList WHERE Player = '", function trim(Player),
              "' ) AND ", function trim(SpecPred), " THEN 1 ELSE 0 END, ",
              "COALESCE(( SELECT st.Name FROM Players py JOIN ShopTitles st ON st.Code = py.Title ",
              "WHERE py.Name = c.Player AND c.Origin IS NULL ), ''), ",
              "COALESCE(( SELECT string_agg(e.Emote || ':' || e.cnt, ' ') FROM ",
              "( SELECT Emote, count(*) AS cnt FROM Reactions r WHERE r.ChatId = c.Id ",
              "GROUP BY Emote ) e ), ''), ",
              "CASE WHEN Deleted THEN 1 ELSE 0 END, ",
              "CASE WHEN EditedAt IS NOT NULL THEN 1 ELSE 0 END, COALESCE(Origin, ''), Channel ",
              "FROM Chat c WHERE RoomId = ", RoomId,
              " AND ( Id >= ALL ( SELECT LastChat FROM Players WHERE Name = '", function trim(Player), "' )",
              " OR ( Channel = 'spectator' AND Id >= ( SELECT SpecHeldFrom FROM Players WHERE Name = '",
              function trim(Player), "' ) AND Id < ( SELECT LastChat FROM Players WHERE Name = '",
              function trim(Player), "' ) ) )",
         *> broadcast delay: a Spectator in a room with
         *> SpectatorDelaySeconds set only sees lines older than the
         *> delay -- the held-back rows arrive on a later fetch, so
              " AND ChatTime <= now() - make_interval(secs => COALESCE(",
              "( SELECT CASE WHEN p.Spectator THEN rm.SpectatorDelaySeconds ELSE 0 END ",
              "FROM Players p JOIN Rooms rm ON rm.Id = ", RoomId,
              " WHERE p.Name = '", function trim(Player), "' ), 0)) ORDER BY Id;", x"00" into QueryString
           END-STRING

           call "PQexec" using by value pgconn
               MOVE SPACES to ChatEdited
               string resstr delimited by x"00" into ChatEdited end-string

               call "PQgetvalue" using
                by value pgres
                   by value ChatIdx
                   by value 9
                   returning resptr
               end-call
               set address of resstr to resptr
               MOVE SPACES to ChatOrigin
               string resstr delimited by x"00" into ChatOrigin end-string

               call "PQgetvalue" using
                by value pgres
                   by value ChatIdx
                   by value 10
                   returning resptr
               end-call
               set address of resstr to resptr
               MOVE SPACES to ChatChannel
               string resstr delimited by x"00" into ChatChannel end-string

               IF OutFormat = "json" THEN
                  DISPLAY '{"id":"' function trim(ChatId) '","player":"' function trim(ChatPlayer)
                      '","title":"' function trim(ChatTitle)
                      '","reactions":"' function trim(ChatReactions)
                      '","deleted":' function trim(ChatDeleted)
                      ',"edited":' function trim(ChatEdited)
                      ',"origin":"' function trim(ChatOrigin)
                      '","channel":"' function trim(ChatChannel) '"'
                      ',"line":"' function trim(ChatLine) '"}'
               ELSE
                  DISPLAY "<id>", function trim(ChatId), "</id>"
                  DISPLAY "<reactions>", function trim(ChatReactions), "</reactions>"
                  DISPLAY "<deleted>", function trim(ChatDeleted), "</deleted>"
                  DISPLAY "<edited>", function trim(ChatEdited), "</edited>"
                  DISPLAY "<origin>", function trim(ChatOrigin), "</origin>"
                  DISPLAY "<channel>", function trim(ChatChannel), "</channel>"
                  DISPLAY "<line>", function trim(ChatLine), "</line>"
                  DISPLAY "</chatrecord>"
               END-IF
        IF ChatId NOT = SPACES THEN
            ADD 1 to MaxChatId
            
           *> LastChat only ever moves forward (the lines handed back from
           *> SpecHeldFrom sit below it), and SpecHeldFrom moves to the
           *> first spectator line this reader is still owed, if any.
            STRING "UPDATE Players SET LastChat = GREATEST(LastChat, ", MaxChatId, "), ",
                "SpecHeldFrom = ( SELECT MIN(c.Id) FROM Chat c WHERE c.RoomId = ", RoomId,
                " AND c.Channel = 'spectator' AND c.Id >= LEAST(COALESCE(Players.SpecHeldFrom, Players.LastChat), ",
                "Players.LastChat) AND c.Id < GREATEST(Players.LastChat, ", MaxChatId, ") AND NOT ",
                function trim(SpecPred), " ) WHERE Name = '", function trim(Player), "';", x"00" into Querystring
            END-STRING
           call "PQexec" using by value pgconn
                by reference querystring
