        *> -------------------------
        *> chatbridge.
        *> Takes: (standalone batch job, no arguments -- run every
        *>   minute from the batch schedule, not called from processq).
        *> The outbound half of the chat bridge. First it queues every
        *>   Chat row of a bridged room (Rooms.BridgeUrl) or of the
        *>   lobby (Status row LobbyBridgeUrl) that arrived since the
        *>   last run as a NotificationOutbox row on the 'bridge'
        *>   channel, payload {"room","player","line","at"}. A line is
        *>   only picked up once it is BridgeHoldSeconds old (Status
        *>   row, default 30) so a moderator's chatdelete gets there
        *>   first; whispers, tombstoned lines, lines whose sender has
        *>   been muted or suspended since, lines that came in over
        *>   the bridge (Origin set) and the spectator channel are never
        *>   queued. Status row
        *>   ChatBridgeLastId is the high-water mark; with none yet the
        *>   first run only sets it, so switching the bridge on never
        *>   replays old chat. Then, as webhooknotify does for its own
        *>   channel, each pending bridge row is printed as
        *>   "<url> <payload>" for the bridge wrapper to post and marked
        *>   DeliveredAt. The inbound half is chatbridgein.
        *> Modifies: NotificationOutbox, Status (ChatBridgeLastId)
        *> Dependencies: getdb, batchstart, batchend

       IDENTIFICATION DIVISION.
       PROGRAM-ID. chatbridge.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgconn usage pointer.
       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(4096) based.
       01 querystring pic x(2048).
       01 result usage binary-long.

       01 NRows usage binary-long.
       01 NPending usage binary-long.
       01 PendingIdx usage binary-long.
       01 OutboxId pic x(8) VALUE SPACES.
       01 OutboxUrl pic x(256) VALUE SPACES.
       01 OutboxPayload pic x(4096) VALUE SPACES.

       01 LastMark pic x(12) VALUE SPACES.
       01 NewMark pic x(12) VALUE SPACES.

      *> the cron-overlap guard and run ledger (BatchRuns): refuse
      *> to start on top of a live run of this same job, and close
      *> the ledger row on the way out.
       01 LedgerJobName pic x(16) VALUE "chatbridge".
       01 LedgerGranted pic x VALUE "f".
       01 LedgerRows pic 9(7) usage display VALUE ZEROES.
       01 LedgerOutcome pic x(8) VALUE "ok".

       PROCEDURE DIVISION.
       Begin.

       CALL "getdb" USING BY REFERENCE pgconn

       CALL "batchstart" USING BY REFERENCE pgconn LedgerJobName LedgerGranted
       END-CALL
       IF LedgerGranted NOT = "t" THEN
         DISPLAY "a live run already holds the ledger - exiting"
         call "PQfinish" using by value pgconn returning result end-call
         STOP RUN
       END-IF

       PERFORM QueueNewLines
       PERFORM DrainBridge

       CALL "batchend" USING BY REFERENCE pgconn LedgerJobName LedgerRows LedgerOutcome
       END-CALL
       call "PQfinish" using by value pgconn returning result end-call

       STOP RUN.

      *> -------------------------
      *> QueueNewLines: the rows between the high-water mark and the
      *> newest line old enough to have outlived the hold.
       QueueNewLines.
       STRING "SELECT COALESCE(MAX(Id), 0) FROM Chat WHERE ChatTime <= now() - make_interval(secs => ",
           "COALESCE((SELECT Value FROM Status WHERE Name = 'BridgeHoldSeconds')::int, 30));",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO NewMark
       string resstr delimited by x"00" into NewMark end-string

       STRING "SELECT Value FROM Status WHERE Name = 'ChatBridgeLastId';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows
       MOVE SPACES TO LastMark
       IF NRows > 0 THEN
         call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
         set address of resstr to resptr
         string resstr delimited by x"00" into LastMark end-string
       END-IF

       IF LastMark IS NOT = SPACES THEN
         STRING "INSERT INTO NotificationOutbox ( RoomId, RoundId, EventType, WebhookUrl, Payload, Channel ) ",
             "SELECT c.RoomId, 0, 'chat', b.Url, json_build_object('room', c.RoomId, 'player', c.Player, ",
             "'line', c.ChatRow, 'at', c.ChatTime)::text, 'bridge' FROM Chat c ",
             "JOIN ( SELECT Id AS RoomId, BridgeUrl AS Url FROM Rooms WHERE COALESCE(BridgeUrl, '') <> '' ",
             "UNION ALL SELECT -1, Value FROM Status WHERE Name = 'LobbyBridgeUrl' AND Value <> '' ) b ",
             "ON b.RoomId = c.RoomId ",
             "WHERE c.Id > ", function trim(LastMark), " AND c.Id <= ", function trim(NewMark),
             " AND NOT c.Deleted AND c.Recipient IS NULL AND c.Origin IS NULL AND c.Channel = 'room' ",
             "AND NOT EXISTS ( SELECT 1 FROM Players p WHERE p.Name = c.Player ",
             "AND ( p.Muted OR ( p.MutedUntil IS NOT NULL AND p.MutedUntil > now() ) ) ) ",
             "ORDER BY c.Id;", x"00" INTO QueryString
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       END-IF

       STRING "INSERT INTO Status ( Name, Value, UpdatedAt ) VALUES ( 'ChatBridgeLastId', '",
           function trim(NewMark), "', now() ) ON CONFLICT ( Name ) DO UPDATE SET Value = ",
           "GREATEST(Status.Value::int, EXCLUDED.Value::int)::text, UpdatedAt = now();", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call.

      *> -------------------------
      *> DrainBridge: print each pending bridge row for the wrapper
      *> and mark it delivered straight after.
       DrainBridge.
       STRING "SELECT Id, WebhookUrl, Payload FROM NotificationOutbox WHERE Channel = 'bridge' ",
           "AND DeliveredAt IS NULL ORDER BY Id;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NPending

       PERFORM VARYING PendingIdx FROM 0 BY 1 UNTIL PendingIdx >= NPending
           call "PQgetvalue" using by value pgres by value PendingIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO OutboxId
           string resstr delimited by x"00" into OutboxId end-string

           call "PQgetvalue" using by value pgres by value PendingIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO OutboxUrl
           string resstr delimited by x"00" into OutboxUrl end-string

           call "PQgetvalue" using by value pgres by value PendingIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO OutboxPayload
           string resstr delimited by x"00" into OutboxPayload end-string

           DISPLAY function trim(OutboxUrl) " " function trim(OutboxPayload)

           STRING "UPDATE NotificationOutbox SET DeliveredAt = now() WHERE Id = ", function trim(OutboxId), ";",
               x"00" INTO QueryString
           END-STRING
           call "PQexec" using by value pgconn by reference querystring returning resptr end-call
           ADD 1 TO LedgerRows
       END-PERFORM.
