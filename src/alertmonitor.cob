        *>   already use (so the existing webhook wrapper delivers the
        *>   page too). Checks, each with its Status-row threshold:
        *>     - undelivered NotificationOutbox rows older than
        *>       AlertOutboxMinutes (default 10), a row held for a
        *>       player's quiet hours counting from when it came due
        *>     - Initializing:<room> semaphores held past their
        *>       30-second expiry
        *>     - rooms whose running round never got its ValidWords
      *> --- undelivered outbox backlog past its age threshold.
       MOVE SPACES TO QueryString
       STRING "SELECT count(*) FROM NotificationOutbox WHERE DeliveredAt IS NULL ",
           "AND EventType <> 'alert' AND COALESCE(DeliverAfter, CreatedAt) < now() - make_interval(mins => ", OutboxMinutes, ");", x"00" INTO QueryString
       END-STRING
       PERFORM CountCheck
       IF HitCount > 0 THEN
