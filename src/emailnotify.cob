        *> -------------------------
        *> emailnotify.
        *> Takes: (standalone batch job, no arguments -- run periodically
        *>   from cron, not called from processq).
        *> webhooknotify's twin for the outbox's email channel. This
        *>   runtime has no SMTP client either, so each pending email row
        *>   is printed as a complete message -- From: (Status row
        *>   EmailFromAddress, default noreply@localhost), To:, Subject:,
        *>   a blank line and the body -- followed by a line holding a
        *>   single "." that ends it; the invoking wrapper splits the
        *>   output there and hands each message to sendmail -t -oi. A
        *>   row is marked DeliveredAt straight after it is printed, so a
        *>   later run doesn't resend it. Rows held for the recipient's
        *>   quiet hours (DeliverAfter still ahead) wait for a later
        *>   run.
        *> Modifies: NotificationOutbox.DeliveredAt
        *> Dependencies: getdb

       IDENTIFICATION DIVISION.
       PROGRAM-ID. emailnotify.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgconn usage pointer.
       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(512) based.
       01 querystring pic x(1024).
       01 result usage binary-long.

       01 NPending usage binary-long.
       01 PendingIdx usage binary-long.
       01 OutboxId pic x(8) VALUE SPACES.
       01 OutboxTo pic x(128) VALUE SPACES.
       01 OutboxSubject pic x(128) VALUE SPACES.
       01 OutboxPayload pic x(512) VALUE SPACES.
       01 FromAddress pic x(128) VALUE SPACES.

      *> the cron-overlap guard and run ledger (BatchRuns): refuse
      *> to start on top of a live run of this same job, and close
      *> the ledger row on the way out.
       01 LedgerJobName pic x(16) VALUE "emailnotify".
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

       STRING "SELECT COALESCE((SELECT Value FROM Status WHERE Name = 'EmailFromAddress'), ",
           "'noreply@localhost');", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn
            by reference querystring
            returning pgres
       end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO FromAddress
       string resstr delimited by x"00" into FromAddress end-string

       STRING "SELECT Id, WebhookUrl, Subject, Payload FROM NotificationOutbox ",
           "WHERE Channel = 'email' AND DeliveredAt IS NULL ",
           "AND (DeliverAfter IS NULL OR DeliverAfter <= now()) ORDER BY Id;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn
            by reference querystring
            returning pgres
       end-call

       call "PQntuples" using by value pgres returning NPending

       PERFORM VARYING PendingIdx FROM 0 BY 1 UNTIL PendingIdx >= NPending
           call "PQgetvalue" using by value pgres by value PendingIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO OutboxId
           string resstr delimited by x"00" into OutboxId end-string

           call "PQgetvalue" using by value pgres by value PendingIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO OutboxTo
           string resstr delimited by x"00" into OutboxTo end-string

           call "PQgetvalue" using by value pgres by value PendingIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO OutboxSubject
           string resstr delimited by x"00" into OutboxSubject end-string

           call "PQgetvalue" using by value pgres by value PendingIdx by value 3 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO OutboxPayload
           string resstr delimited by x"00" into OutboxPayload end-string

           DISPLAY "From: " function trim(FromAddress)
           DISPLAY "To: " function trim(OutboxTo)
           DISPLAY "Subject: " function trim(OutboxSubject)
           DISPLAY " "
           DISPLAY function trim(OutboxPayload)
           DISPLAY "."

           STRING "UPDATE NotificationOutbox SET DeliveredAt = now() WHERE Id = ", function trim(OutboxId), ";", x"00" INTO QueryString
           END-STRING
           call "PQexec" using by value pgconn
                by reference querystring
                returning resptr
           end-call
           ADD 1 TO LedgerRows
       END-PERFORM

       CALL "batchend" USING BY REFERENCE pgconn LedgerJobName LedgerRows LedgerOutcome
       END-CALL
       call "PQfinish" using by value pgconn returning result end-call

       STOP RUN.
