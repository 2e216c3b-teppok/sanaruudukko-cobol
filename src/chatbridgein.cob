        *> -------------------------
        *> chatbridgein.
        *> Takes: pgconn, ApiKeyQ, Room, BridgeAuthor, BridgeLine,
        *>   OutFormat.
        *> The inbound half of the chat bridge, behind the
        *>   unauthenticated bridgechat func: the external chat
        *>   platform's wrapper posts one line said there by
        *>   BridgeAuthor into a bridged room (Rooms.BridgeUrl set), or
        *>   into the lobby when Room is empty (Status row
        *>   LobbyBridgeUrl set). The key must be live and name the
        *>   'bridge' scope -- 'all' does not grant it -- and counts
        *>   against its own per-minute rate limit as in apiserve. The
        *>   line then meets what any submitchat line meets: the room's
        *>   MaxChatLength (truncated) and MinChatInterval (counted per
        *>   key here, since there is no sending player), the mute or
        *>   suspension of an account of the same name, the profanity
        *>   filter and maintenance mode. It is stored with Origin set
        *>   to the key's Name ('bridge' when unnamed), so displaychat
        *>   marks it and chatbridge never sends it back out. Output is
        *>   bridged 1 when the line went in, 0 when it was dropped;
        *>   status 15 for a bad key, scope or room, 16 over the rate
        *>   limit.
        *> Modifies: Chat, Status (the key's counters), AuditLog
        *> Dependencies: checkprofanity, maintcheck

       IDENTIFICATION DIVISION.
       PROGRAM-ID. chatbridgein.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(80) based.
       01 querystring pic x(3560).

       01 NKey usage binary-long VALUE 0.
       01 KeyScopes pic x(64) VALUE SPACES.
       01 KeyLimit pic 9(5) VALUE 60.
       01 KeyName pic x(16) VALUE SPACES.
       01 Tmp pic x(8) VALUE SPACES.

       01 HitsStr pic x(16) VALUE SPACES.
       01 Hits pic 9(8) VALUE ZEROES.

       01 RoomOk usage binary-long VALUE 0.
       01 ChatRoomTxt pic x(8) VALUE SPACES.
       01 BridgeRoomId pic 99999 usage display VALUE ZEROES.
       01 LobbyFlag pic x VALUE "f".
         88 LobbyMode VALUE "t".

       01 MaxChatLength pic 9(5) VALUE 0.
       01 MinChatInterval pic 9(5) VALUE 0.
       01 TmpLimit pic x(8) VALUE SPACES.
       01 TooSoon usage binary-long VALUE 0.
       01 AuthorMuted usage binary-long VALUE 0.
       01 Bridged pic 9 VALUE 0.

       01 ChatProfanityFlag pic x VALUE "f".
         88 ChatLineProfane VALUE "t".
       01 MaintFlag pic x VALUE "f".
         88 MaintenanceOn VALUE "t".
       01 MaintNotice pic x(128) VALUE SPACES.

       01 SafeChatLine pic x(5120).
       01 ChatLine pic x(2560).
       01 error-value usage binary-long.
       01 qlen usage binary-long.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 ApiKeyQ pic x(16).
       01 Room pic x(16).
       01 BridgeAuthor pic x(16).
       01 BridgeLine pic x(2560).
       01 OutFormat pic x(4).

       PROCEDURE DIVISION USING pgconn, ApiKeyQ, Room, BridgeAuthor, BridgeLine, OutFormat.
       Begin.

       MOVE 0 TO Bridged

       IF ApiKeyQ IS = SPACES THEN
         PERFORM Refuse15
         EXIT PROGRAM
       END-IF

       STRING "SELECT Scopes, RateLimit, COALESCE(NULLIF(Name, ''), 'bridge') FROM ApiKeys WHERE ApiKey = '",
           function trim(ApiKeyQ),
           "' AND Revoked = false AND ( ExpiresAt IS NULL OR ExpiresAt > now() );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NKey
       IF NKey = 0 THEN
         PERFORM Refuse15
         EXIT PROGRAM
       END-IF
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO KeyScopes
       string resstr delimited by x"00" into KeyScopes end-string
       call "PQgetvalue" using by value pgres by value 0 by value 1 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO Tmp
       string resstr delimited by x"00" into Tmp end-string
       MOVE Tmp TO KeyLimit
       call "PQgetvalue" using by value pgres by value 0 by value 2 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO KeyName
       string resstr delimited by x"00" into KeyName end-string

      *> the bridge is a write: its scope must be named outright.
       MOVE 0 TO NKey
       INSPECT KeyScopes TALLYING NKey FOR ALL "bridge"
       IF NKey = 0 THEN
         PERFORM Refuse15
         EXIT PROGRAM
       END-IF

      *> the key's own per-minute hit counter, as apiserve keeps it.
       STRING "INSERT INTO Status ( Name, Value, UpdatedAt ) VALUES ( ",
           "'ApiHits:", function trim(ApiKeyQ), ":' || to_char(now(), 'YYYYMMDDHH24MI'), '1', now() ) ",
           "ON CONFLICT ( Name ) DO UPDATE SET Value = (Status.Value::int + 1)::text, UpdatedAt = now() ",
           "RETURNING Value;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       MOVE ZEROES TO Hits
       IF resptr NOT = NULL THEN
         set address of resstr to resptr
         MOVE SPACES TO HitsStr
         string resstr delimited by x"00" into HitsStr end-string
         IF HitsStr IS NOT = SPACES THEN
           MOVE HitsStr TO Hits
         END-IF
       END-IF
       IF Hits > KeyLimit THEN
         IF OutFormat = "json" THEN
           DISPLAY '"status":16'
         ELSE
           DISPLAY "<status>16</status>"
         END-IF
         EXIT PROGRAM
       END-IF

      *> only a bridged room (or a bridged lobby) takes lines in.
       IF Room IS = SPACES THEN
         SET LobbyMode TO TRUE
         MOVE "-1" TO ChatRoomTxt
         STRING "SELECT Name FROM Status WHERE Name = 'LobbyBridgeUrl' AND Value <> '';", x"00" INTO QueryString
         END-STRING
       ELSE
         MOVE function numval(Room) TO BridgeRoomId
         MOVE BridgeRoomId TO ChatRoomTxt
         STRING "SELECT Id FROM Rooms WHERE Id = ", function trim(Room),
             " AND COALESCE(BridgeUrl, '') <> '';", x"00" INTO QueryString
         END-STRING
       END-IF
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning RoomOk
       IF RoomOk = 0 THEN
         PERFORM Refuse15
         EXIT PROGRAM
       END-IF

       IF BridgeLine IS = SPACES THEN
         PERFORM ShowResult
         EXIT PROGRAM
       END-IF
       IF BridgeAuthor IS = SPACES THEN
         MOVE KeyName TO BridgeAuthor
       END-IF
       MOVE BridgeLine TO ChatLine

      *> the limits submitchat applies, the room's own or the lobby's.
       IF LobbyMode THEN
         STRING "SELECT COALESCE((SELECT Value FROM Status WHERE Name = 'LobbyMaxChatLength')::int, 256), ",
             "COALESCE((SELECT Value FROM Status WHERE Name = 'LobbyMinChatInterval')::int, 0);", x"00" INTO querystring
         END-STRING
       ELSE
         STRING "SELECT MaxChatLength, MinChatInterval FROM Rooms WHERE Id = ", function trim(Room), ";",
             x"00" INTO querystring
         END-STRING
       END-IF
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO TmpLimit
       string resstr delimited by x"00" into TmpLimit end-string
       MOVE TmpLimit TO MaxChatLength
       call "PQgetvalue" using by value pgres by value 0 by value 1 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO TmpLimit
       string resstr delimited by x"00" into TmpLimit end-string
       MOVE TmpLimit TO MinChatInterval

       IF MaxChatLength > 0 AND function length(function trim(ChatLine)) > MaxChatLength THEN
         MOVE ChatLine(1:MaxChatLength) TO ChatLine
       END-IF

      *> the send interval, per key: the key's last accepted line is
      *> a Status row the way its hit counters are.
       MOVE 0 TO TooSoon
       IF MinChatInterval > 0 THEN
         STRING "SELECT Name FROM Status WHERE Name = 'BridgeLast:", function trim(ApiKeyQ),
             "' AND UpdatedAt + make_interval(secs => ", MinChatInterval, ") > now();", x"00" INTO querystring
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
         call "PQntuples" using by value pgres returning TooSoon
       END-IF

      *> a muted or suspended player doesn't get round the mute by
      *> speaking from the other side of the bridge.
       STRING "SELECT Name FROM Players WHERE Name = '", function trim(BridgeAuthor),
           "' AND ( Muted OR ( MutedUntil IS NOT NULL AND MutedUntil > now() ) );", x"00" INTO querystring
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning AuthorMuted

       IF TooSoon > 0 OR AuthorMuted > 0 THEN
         IF AuthorMuted > 0 THEN
           STRING "INSERT INTO AuditLog ( Actor, Action, RoomId, Details ) VALUES ( '", function trim(BridgeAuthor),
               "', 'chat_muted', ", function trim(ChatRoomTxt), ", 'bridged line rejected' );", x"00" INTO querystring
           END-STRING
         ELSE
           STRING "INSERT INTO AuditLog ( Actor, Action, RoomId, Details ) VALUES ( '", function trim(BridgeAuthor),
               "', 'chat_throttled', ", function trim(ChatRoomTxt), ", 'bridged line rejected' );", x"00" INTO querystring
           END-STRING
         END-IF
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
         PERFORM ShowResult
         EXIT PROGRAM
       END-IF

       STRING "INSERT INTO Status ( Name, Value, UpdatedAt ) VALUES ( 'BridgeLast:", function trim(ApiKeyQ),
           "', '1', now() ) ON CONFLICT ( Name ) DO UPDATE SET UpdatedAt = now();", x"00" INTO querystring
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

       CALL "checkprofanity" USING BY REFERENCE pgconn ChatLine ChatProfanityFlag
       END-CALL
       CALL "maintcheck" USING BY REFERENCE pgconn BridgeAuthor MaintFlag MaintNotice
       END-CALL
       IF ChatLineProfane OR MaintenanceOn THEN
         PERFORM ShowResult
         EXIT PROGRAM
       END-IF

       COMPUTE qlen = function length (function trim(ChatLine))
       call "PQescapeStringConn" using
         by value pgconn
         by reference SafeChatLine
         by reference ChatLine
         by value qlen
         by reference error-value
       END-CALL
       MOVE ALL SPACES TO ChatLine
       STRING SafeChatLine delimited by x"00" into ChatLine end-string

       STRING "insert into chat ( chattime, player, roomid, chatrow, origin ) values ( now(), '",
           function trim(BridgeAuthor), "', ", function trim(ChatRoomTxt), ", E'", function trim(ChatLine), "', '",
           function trim(KeyName), "' );", x"00" INTO querystring
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       MOVE 1 TO Bridged

      *> wake the room's (or the lobby's) waiters, as submitchat does.
       IF LobbyMode THEN
         string "NOTIFY lobby;", x"00" INTO querystring
         END-STRING
       ELSE
         string "NOTIFY room", BridgeRoomId, ";", x"00" INTO querystring
         END-STRING
       END-IF
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

       PERFORM ShowResult

       EXIT PROGRAM.

       ShowResult.
       IF OutFormat = "json" THEN
         DISPLAY '"bridged":' Bridged
       ELSE
         DISPLAY "<bridged>" Bridged "</bridged>"
       END-IF.

       Refuse15.
       IF OutFormat = "json" THEN
         DISPLAY '"status":15'
       ELSE
         DISPLAY "<status>15</status>"
       END-IF.
