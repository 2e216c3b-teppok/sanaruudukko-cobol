        *>   it still goes through checkprofanity like a chat line, and
        *>   through PQescapeStringConn before being spliced into SQL.
        *>   A blank body, an unknown recipient or a profanity hit drops
        *>   the mail silently, same as a blocked chat line. A recipient
        *>   who has been away five minutes or more gets an unread-mail
        *>   nudge through notifyplayer (event "mail") -- the count and
        *>   the sender, never the body -- at most once per
        *>   MailNudgeHours (Status row, default 24) however much mail
        *>   piles up. A minor whose MailFromAnyone switch is off only
        *>   takes mail from accepted friends and their guardian; from
        *>   anyone else it is dropped like an unknown recipient.
        *>   While the MailPerDay Status row is above 0, a player's
        *>   mail past that many today is dropped the same way; club
        *>   members get MemberMailPerDay instead (0 there = no limit).
        *> Modifies: Mail, NotificationOutbox
        *> Dependencies: checkprofanity, notifyplayer, membercheck

       IDENTIFICATION DIVISION.
       PROGRAM-ID. mailsend.
       01 error-value usage binary-long.
       01 BodyProfanityFlag pic x VALUE "f".
         88 MailBodyProfane VALUE "t".
       01 resptr usage pointer.
       01 resstr pic x(16) based.
       01 NudgeDue usage binary-long value 0.
       01 UnreadCount pic x(16).
       COPY "notify.l".

       01 MemberFlag pic x VALUE "f".
         88 PlayerIsMember VALUE "t".
       01 NLimit usage binary-long.
       01 QuotaSpent pic x VALUE "f".
         88 MailQuotaReached VALUE "t".

       LINKAGE SECTION.
       01 pgconn usage pointer.
         EXIT PROGRAM
       END-IF

       STRING "SELECT p.Name FROM Players p WHERE p.Name = '", function trim(TargetPlayer), "' ",
           "AND ( p.MailFromAnyone OR ( p.Guardian = '", function trim(Player), "' AND p.GuardianConfirmed ) ",
           "OR EXISTS ( SELECT 1 FROM Friends f WHERE f.Player = p.Name AND f.Friend = '", function trim(Player),
           "' AND f.Accepted ) );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
         EXIT PROGRAM
       END-IF

      *> the daily quota: no row back means no limit applies.
       CALL "membercheck" USING BY REFERENCE pgconn Player MemberFlag
       END-CALL
       STRING "SELECT ( SELECT count(*) FROM Mail WHERE Sender = '", function trim(Player),
           "' AND SentAt >= current_date ) >= l.Lim ",
           "FROM ( SELECT CASE WHEN COALESCE((SELECT Value FROM Status WHERE Name = 'MailPerDay')::int, 0) <= 0 THEN 0 ",
           "WHEN '", MemberFlag, "' = 't' THEN COALESCE((SELECT Value FROM Status WHERE Name = 'MemberMailPerDay')::int, 0) ",
           "ELSE (SELECT Value FROM Status WHERE Name = 'MailPerDay')::int END AS Lim ) l WHERE l.Lim > 0;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NLimit
       IF NLimit > 0 THEN
         call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
         set address of resstr to resptr
         MOVE "f" TO QuotaSpent
         string resstr delimited by x"00" into QuotaSpent end-string
         IF MailQuotaReached THEN
           EXIT PROGRAM
         END-IF
       END-IF

       CALL "checkprofanity" USING BY REFERENCE pgconn MailBody BodyProfanityFlag
       END-CALL
       IF MailBodyProfane THEN
           returning pgres
       end-call

       STRING "SELECT (SELECT count(*) FROM Mail m WHERE m.Recipient = p.Name AND m.ReadAt IS NULL) ",
           "FROM Players p WHERE p.Name = '", function trim(TargetPlayer),
           "' AND p.LastSeen < now() - interval '5 minutes' ",
           "AND NOT EXISTS (SELECT 1 FROM NotificationOutbox o WHERE o.Player = p.Name ",
           "AND o.EventType = 'mail' AND o.CreatedAt > now() - ",
           "make_interval(hours => COALESCE((SELECT Value FROM Status WHERE Name = 'MailNudgeHours')::int, 24)));",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NudgeDue
       IF NudgeDue = 0 THEN
         EXIT PROGRAM
       END-IF
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO UnreadCount
       string resstr delimited by x"00" into UnreadCount end-string

       MOVE TargetPlayer TO NotifyTarget
       MOVE "mail" TO NotifyEvent
       MOVE "You have unread mail" TO NotifySubject
       MOVE SPACES TO NotifyData NotifyText
       STRING "player=", function trim(TargetPlayer), " unreadmail=", function trim(UnreadCount),
           " from=", function trim(Player) DELIMITED BY SIZE INTO NotifyData
       END-STRING
       STRING "You have ", function trim(UnreadCount), " unread message(s) waiting in the game, ",
           "the latest from ", function trim(Player), "." DELIMITED BY SIZE INTO NotifyText
       END-STRING
       CALL "notifyplayer" USING BY REFERENCE pgconn NotifyTarget NotifyEvent NotifySubject
           NotifyData NotifyText NotifyResult
       END-CALL

       EXIT PROGRAM.
