        *>   from cron, not called from processq).
        *> Drains NotificationOutbox (queued by initround.cob
        *>   whenever a room with Rooms.WebhookUrl configured starts a new
        *>   round) -- its webhook channel only; email rows are
        *>   emailnotify's, chat bridge rows chatbridge's. Rows held for a player's quiet hours
        *>   (DeliverAfter still ahead) wait for a later run. This runtime has no HTTP client, so the actual POST
        *>   is left to whatever invokes this job -- each pending row is
        *>   printed as "<url> <payload>" on its own line for that wrapper
        *>   to deliver, and is marked DeliveredAt immediately after being
       END-IF


       STRING "SELECT Id, WebhookUrl, Payload FROM NotificationOutbox WHERE Channel = 'webhook' AND DeliveredAt IS NULL ",
           "AND (DeliverAfter IS NULL OR DeliverAfter <= now()) ORDER BY Id;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn
            by reference querystring
