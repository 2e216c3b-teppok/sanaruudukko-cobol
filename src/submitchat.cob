        *>   Call PQescapeStringConn to change the chat line to a safe one
        *>   to be inserted in the database (prevents injection).
        *>
        *>   A Spectator's line in a room goes into the spectator channel,
        *>   tagged with the round that is live (see spectatorchat).
        *>
        *>   Finally displaychat is called to show this line back to the user (and possibly others).
        *>
        *>   Assumption: player and passcode query values must be before chat line
        *>   in the query string.
        *> Modifies:
        *> Dependencies: parsequery, parsechat, getdb, init, displaychat, guestcheck,
        *>   consentcheck, tracestart, traceend, viewascheck
        
       IDENTIFICATION DIVISION.
       PROGRAM-ID. submitchat.
       01 SenderMuted usage binary-long.
       01 MutedFlag pic x VALUE "f".
         88 SenderIsMuted VALUE "t".
       01 GuestFlag pic x VALUE "f".
         88 SenderIsGuest VALUE "t".
       01 LobbyBarred usage binary-long VALUE 0.
       01 ContactFlag pic x VALUE "f".
         88 SenderNoLobby VALUE "t".
       01 NWhisperOpen usage binary-long VALUE 0.
       01 ConsentFlag pic x VALUE "f".
         88 ConsentRequired VALUE "t".

      *> maintenance mode drops the line (chat is a write) but
      *> the room's existing chat still comes back via displaychat.
       01 LobbyQ pic x(16) VALUE SPACES.
       01 LobbyDummy pic x(16).
       01 LobbyDummy2 pic x(16).

      *> a read-only "view as player" session never chats: a viewas
      *> token is refused (status 23, or 24 for a bad token) and the
      *> attempt lands in AuditLog through viewascheck.
       01 ViewAsQ pic x(16) VALUE SPACES.
       01 ViewAsDummy pic x(16).
       01 ViewAsDummy2 pic x(16).
       01 ViewAsPlayer pic x(16) VALUE SPACES.
       01 ViewAsFlag pic x VALUE "f".
         88 ViewAsBadToken VALUE "x".
       01 ViewAsStatus pic 99 VALUE 23.
       01 LobbyFlag pic x VALUE "f".
         88 LobbyMode VALUE "t".
       01 ChatRoomTxt pic x(8) VALUE SPACES.

      *> a Spectator's line in a room goes into the spectator
      *> channel, held from the contestants until the round that is
      *> live now is over (see spectatorchat). ChannelVals is what
      *> gets spliced for the Channel and HeldRound columns.
       01 SenderSpectator usage binary-long VALUE 0.
       01 ChannelVals pic x(512) VALUE SPACES.

      *> per-request latency metric, same shape processq writes.
       01 MetricStart pic x(21) VALUE SPACES.
       01 MetricEnd pic x(21) VALUE SPACES.
       01 MetricRoomTxt pic x(8) VALUE "NULL".
       01 MetricQuery pic x(256).

      *> trace capture, as in processq. init blanks Player on a
      *> failed login, so the traced name is kept aside.
       COPY "trace.l".
       01 TracePlayer pic x(16) VALUE SPACES.

       COPY "init.l".

       PROCEDURE DIVISION.
         By reference TokenDummy2
       END-CALL

       CALL "parsequery" USING by reference CgiQuery
         By content "viewas          "
         By Reference ViewAsQ
         By content SPACES
         By reference ViewAsDummy
         By content SPACES
         By reference ViewAsDummy2
       END-CALL

       CALL "parsequery" USING by reference CgiQuery
         By content "target          "
         By Reference WhisperTarget

       CALL "getdb" USING BY REFERENCE pgconn

       MOVE Player TO TracePlayer
       CALL "tracestart" USING BY REFERENCE pgconn TracePlayer TraceFlag TraceSavedFd TraceFd
       END-CALL

       CALL "init" USING
         By reference pgconn
         By reference Player
         By Reference IdleWarning
         By Reference LockedOut
         By Reference ClientAddr
         By Reference SessionId
       END-CALL

       IF Player IS = HIGH-VALUES THEN
         PERFORM TraceFinish
         call "PQfinish" using by value pgconn returning result end-call
         STOP RUN
       END-IF

       IF ViewAsQ IS NOT = SPACES THEN
         CALL "viewascheck" USING BY REFERENCE pgconn Player ViewAsQ
           BY CONTENT "submitchat      " BY REFERENCE ClientAddr ViewAsPlayer ViewAsFlag
         END-CALL
         IF ViewAsBadToken THEN
           MOVE 24 TO ViewAsStatus
         END-IF
         IF OutFormat = "json" THEN
           DISPLAY '{"status":' ViewAsStatus '}'
         ELSE
           DISPLAY "<data><status>" ViewAsStatus "</status></data>"
         END-IF
         PERFORM RecordMetrics
         call "PQfinish" using by value pgconn returning result end-call
         STOP RUN
       END-IF
         SET SenderIsMuted TO TRUE
       END-IF

      *> a guest account reads chat but never writes it -- the line
      *> is dropped like a throttled one, without an audit row.
       CALL "guestcheck" USING BY REFERENCE pgconn Player GuestFlag
       END-CALL
      *> so is the line of a player who still owes consent to the
      *> current terms or privacy policy.
       CALL "consentcheck" USING BY REFERENCE pgconn Player ConsentFlag
       END-CALL

       IF TooSoon > 0 OR SenderIsMuted THEN
         IF SenderIsMuted THEN
           STRING "INSERT INTO AuditLog ( Actor, Action, RoomId, Details ) VALUES ( '", function trim(Player),
         IF TargetSeated = 0 THEN
           SET WhisperTargetBad TO TRUE
         END-IF
      *> a minor's guardian can switch whispers off; it works both
      *> ways, so nobody whispers to a minor who can't whisper back.
         STRING "SELECT Name FROM Players WHERE Name IN ( '", function trim(Player), "', '",
             function trim(WhisperTarget), "' ) AND Whispers;", x"00" INTO querystring
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
         call "PQntuples" using by value pgres returning NWhisperOpen
         IF NWhisperOpen < 2 THEN
           SET WhisperTargetBad TO TRUE
         END-IF
       END-IF

      *> the same for the lobby: a minor with LobbyChat off reads
      *> nothing there and their lines are dropped.
       IF LobbyMode THEN
         STRING "SELECT Name FROM Players WHERE Name = '", function trim(Player), "' AND NOT LobbyChat;",
             x"00" INTO querystring
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
         call "PQntuples" using by value pgres returning LobbyBarred
         IF LobbyBarred > 0 THEN
           SET SenderNoLobby TO TRUE
         END-IF
       END-IF

       CALL "maintcheck" USING BY REFERENCE pgconn Player MaintFlag MaintNotice
       END-CALL

       MOVE "'room', NULL" TO ChannelVals
       IF NOT LobbyMode THEN
         STRING "SELECT Name FROM Players WHERE Name = '", function trim(Player), "' AND Spectator;",
             x"00" INTO querystring
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
         call "PQntuples" using by value pgres returning SenderSpectator
         IF SenderSpectator > 0 THEN
           MOVE SPACES TO ChannelVals
           STRING "'spectator', ( SELECT RoundId FROM Rounds WHERE RoomId = ", RoomId,
               " AND ( Paused OR RoundStart + make_interval(secs => RoundSeconds + COALESCE(( SELECT MAX(x.Seconds) ",
               "FROM ExtraTime x JOIN RoomMembers m ON m.RoomId = x.RoomId AND m.Player = x.Player ",
               "WHERE x.RoomId = Rounds.RoomId ), 0)) >= now() ) ",
               "ORDER BY RoundId DESC LIMIT 1 )" DELIMITED BY SIZE INTO ChannelVals
           END-STRING
         END-IF
       END-IF

       IF NOT ChatLineProfane AND TooSoon = 0 AND NOT SenderIsMuted AND NOT WhisperTargetBad
           AND NOT MaintenanceOn AND NOT SenderIsGuest AND NOT SenderNoLobby
           AND NOT ConsentRequired THEN
        COMPUTE qlen = function length (function trim(chatline))

        call "PQescapeStringConn" using
        STRING SafeChatLine delimited by x"00" into ChatLine end-string

       IF WhisperTarget IS NOT = SPACES THEN
         string "insert into chat ( chattime, player, roomid, chatrow, recipient, channel, heldround ) values ( now(), '",
               function trim(Player), "', ", function trim(ChatRoomTxt), ", E'", function trim(ChatLine), "', '",
               function trim(WhisperTarget), "', ", function trim(ChannelVals), " );", x"00" INTO querystring
         END-STRING
       ELSE
         string "insert into chat ( chattime, player, roomid, chatrow, channel, heldround ) values ( now(), '",
               function trim(Player), "', ", function trim(ChatRoomTxt), ", E'", function trim(ChatLine), "', ",
               function trim(ChannelVals), " );", x"00" INTO querystring
         END-STRING
       END-IF

          by value pgconn
          by reference MetricQuery
          returning pgres
        end-call
        PERFORM TraceFinish.

       *> a traced sender's captured response goes on to the client
       *> and into TraceRequests with the POST body as it arrived.
        TraceFinish.
        IF TraceOn THEN
          CALL "traceend" USING BY REFERENCE pgconn TracePlayer
            BY CONTENT "submitchat      " "submitchat      "
            BY REFERENCE PostChunk ClientAddr TraceFlag TraceSavedFd TraceFd
          END-CALL
        END-IF.
       
