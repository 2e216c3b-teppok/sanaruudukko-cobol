        *> -------------------------
        *> notifyplayer.
        *> Takes: pgconn, NotifyTarget, NotifyEvent, NotifySubject,
        *>   NotifyData, NotifyText, NotifyResult.
        *> The one door player-facing outbox traffic goes through, so
        *>   every producer honours the same preferences. Looks up the
        *>   channel the player chose for NotifyEvent in
        *>   NotificationPrefs -- with no row: ContactUrl if set, else a
        *>   verified Email, else nothing -- and queues one outbox row
        *>   on it: NotifyData (the key=value line webhook wrappers
        *>   parse) for the webhook channel, NotifySubject and
        *>   NotifyText (prose) for email. Inside the player's quiet
        *>   hours (QuietStart/QuietEnd in their own Timezone) the row is
        *>   held with DeliverAfter at the end of the window. A blank
        *>   NotifyTarget is an announcement: one row for every player
        *>   whose preference for the event names a channel, nobody by
        *>   default. NotifyResult comes back "queued", "optout" (the
        *>   player turned this event off) or "noaddr" (nowhere to send
        *>   it), so a caller with an in-game fallback knows when to use
        *>   it.
        *> Modifies: NotificationOutbox
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. notifyplayer.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(16) based.
       01 querystring pic x(6144).

       01 SafeSubject pic x(257).
       01 SafeData pic x(1025).
       01 SafeText pic x(1025).
       01 qlen usage binary-long.
       01 error-value usage binary-long.
       01 DefaultChannel pic x(160).
       01 TargetCond pic x(64).
       01 NQueued usage binary-long VALUE 0.
       01 NPrefs usage binary-long VALUE 0.
       01 PrefChannel pic x(16).

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "notify.l".

       PROCEDURE DIVISION USING pgconn, NotifyTarget, NotifyEvent, NotifySubject,
           NotifyData, NotifyText, NotifyResult.
       Begin.

       MOVE "noaddr" TO NotifyResult

      *> room names and other free text ride in these, so all three
      *> are escaped before being spliced in.
       MOVE SPACES TO SafeSubject SafeData SafeText
       COMPUTE qlen = function length(function trim(NotifySubject))
       call "PQescapeStringConn" using
         by value pgconn
         by reference SafeSubject
         by reference NotifySubject
         by value qlen
         by reference error-value
       END-CALL
       COMPUTE qlen = function length(function trim(NotifyData))
       call "PQescapeStringConn" using
         by value pgconn
         by reference SafeData
         by reference NotifyData
         by value qlen
         by reference error-value
       END-CALL
       COMPUTE qlen = function length(function trim(NotifyText))
       call "PQescapeStringConn" using
         by value pgconn
         by reference SafeText
         by reference NotifyText
         by value qlen
         by reference error-value
       END-CALL

       MOVE SPACES TO DefaultChannel TargetCond
       IF NotifyTarget IS = SPACES THEN
         MOVE "'none'" TO DefaultChannel
         MOVE "true" TO TargetCond
       ELSE
         STRING "CASE WHEN COALESCE(p.ContactUrl, '') <> '' THEN 'webhook' ",
             "WHEN p.EmailVerifiedAt IS NOT NULL THEN 'email' ELSE 'none' END"
             DELIMITED BY SIZE INTO DefaultChannel
         END-STRING
         STRING "p.Name = '", function trim(NotifyTarget), "'" DELIMITED BY SIZE INTO TargetCond
         END-STRING
       END-IF

      *> z.l is the player's wall clock. Inside the quiet window the
      *> row waits for the window's end -- tomorrow's when the window
      *> wraps midnight and we are in its evening half.
       STRING "INSERT INTO NotificationOutbox ( RoomId, RoundId, Channel, EventType, WebhookUrl, ",
           "Subject, Payload, Player, DeliverAfter ) ",
           "SELECT 0, 0, d.Channel, '", function trim(NotifyEvent), "', ",
           "CASE WHEN d.Channel = 'webhook' THEN p.ContactUrl ELSE p.Email END, ",
           "'", SafeSubject delimited by x"00", "', ",
           "CASE WHEN d.Channel = 'webhook' THEN '", SafeData delimited by x"00",
           "' ELSE '", SafeText delimited by x"00", "' END, p.Name, ",
           "CASE WHEN p.QuietStart IS NULL OR p.QuietEnd IS NULL OR p.QuietStart = p.QuietEnd THEN NULL ",
           "WHEN (p.QuietStart < p.QuietEnd AND extract(hour from z.l) >= p.QuietStart ",
           "AND extract(hour from z.l) < p.QuietEnd) ",
           "OR (p.QuietStart > p.QuietEnd AND (extract(hour from z.l) >= p.QuietStart ",
           "OR extract(hour from z.l) < p.QuietEnd)) ",
           "THEN (date_trunc('day', z.l) + make_interval(hours => p.QuietEnd) ",
           "+ CASE WHEN extract(hour from z.l) >= p.QuietEnd THEN interval '1 day' ELSE interval '0' END) ",
           "AT TIME ZONE z.tz END ",
           "FROM Players p ",
           "CROSS JOIN LATERAL (SELECT COALESCE(p.Timezone, current_setting('TimeZone')) AS tz, ",
           "now() AT TIME ZONE COALESCE(p.Timezone, current_setting('TimeZone')) AS l) z ",
           "CROSS JOIN LATERAL (SELECT COALESCE((SELECT n.Channel FROM NotificationPrefs n ",
           "WHERE n.Player = p.Name AND n.EventType = '", function trim(NotifyEvent), "'), ",
           function trim(DefaultChannel), ") AS Channel) d ",
           "WHERE ", function trim(TargetCond), " AND ((d.Channel = 'webhook' AND COALESCE(p.ContactUrl, '') <> '') ",
           "OR (d.Channel = 'email' AND p.Email IS NOT NULL AND p.EmailVerifiedAt IS NOT NULL)) ",
           "RETURNING Id;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NQueued

       IF NQueued > 0 THEN
         MOVE "queued" TO NotifyResult
         EXIT PROGRAM
       END-IF
       IF NotifyTarget IS = SPACES THEN
         EXIT PROGRAM
       END-IF

       STRING "SELECT Channel FROM NotificationPrefs WHERE Player = '", function trim(NotifyTarget),
           "' AND EventType = '", function trim(NotifyEvent), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NPrefs
       IF NPrefs > 0 THEN
         call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
         set address of resstr to resptr
         MOVE SPACES TO PrefChannel
         string resstr delimited by x"00" into PrefChannel end-string
         IF PrefChannel = "none" THEN
           MOVE "optout" TO NotifyResult
         END-IF
       END-IF

       EXIT PROGRAM.
