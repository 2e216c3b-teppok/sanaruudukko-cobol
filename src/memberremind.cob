        *> -------------------------
        *> memberremind.
        *> Takes: (standalone batch job, no arguments -- run daily
        *>   from cron).
        *> The renewal reminder for club memberships. A live membership
        *>   (not revoked) whose ExpiresOn is today or within
        *>   MemberRemindDays (Status row, default 7) gets one message
        *>   through notifyplayer, event "membership" -- queued in the
        *>   outbox on the player's chosen channel (ContactUrl or a
        *>   verified email when they chose none) and held through their
        *>   quiet hours. Memberships.RemindedFor keeps it to one per
        *>   expiry date, so an extension earns a fresh reminder before
        *>   the new date.
        *> Modifies: NotificationOutbox, Memberships.RemindedFor
        *> Dependencies: getdb, notifyplayer

       IDENTIFICATION DIVISION.
       PROGRAM-ID. memberremind.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgconn usage pointer.
       01 pgres  usage pointer.
       01 pgres2 usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(256) based.
       01 result usage binary-long.
       01 querystring pic x(2048).

       01 RemindDays pic 9(3) VALUE 7.
       01 TmpCfg pic x(8) VALUE SPACES.

       01 NMembers usage binary-long.
       01 MemberIdx usage binary-long.
       01 RemindPlayer pic x(16).
       01 RemindTier pic x(16).
       01 RemindExpires pic x(10).
       01 RemindDaysLeft pic x(8).
       01 NQueued usage binary-long VALUE 0.
       COPY "notify.l".


      *> the cron-overlap guard and run ledger (BatchRuns): refuse
      *> to start on top of a live run of this same job, and close
      *> the ledger row on the way out.
       01 LedgerJobName pic x(16) VALUE "memberremind".
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

       STRING "SELECT COALESCE((SELECT Value FROM Status WHERE Name = 'MemberRemindDays')::int, ",
           RemindDays, ");", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO TmpCfg
       string resstr delimited by x"00" into TmpCfg end-string
       MOVE TmpCfg TO RemindDays

       STRING "SELECT m.Player, m.Tier, m.ExpiresOn, m.ExpiresOn - current_date + 1 FROM Memberships m ",
           "JOIN Players p ON p.Name = m.Player WHERE m.RevokedAt IS NULL ",
           "AND m.ExpiresOn >= current_date AND m.ExpiresOn < current_date + ", RemindDays, " ",
           "AND m.RemindedFor IS DISTINCT FROM m.ExpiresOn ORDER BY m.Player;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn
            by reference querystring
            returning pgres
       end-call
       call "PQntuples" using by value pgres returning NMembers

       PERFORM VARYING MemberIdx FROM 0 BY 1 UNTIL MemberIdx >= NMembers
           call "PQgetvalue" using by value pgres by value MemberIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO RemindPlayer
           string resstr delimited by x"00" into RemindPlayer end-string

           call "PQgetvalue" using by value pgres by value MemberIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO RemindTier
           string resstr delimited by x"00" into RemindTier end-string

           call "PQgetvalue" using by value pgres by value MemberIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO RemindExpires
           string resstr delimited by x"00" into RemindExpires end-string

           call "PQgetvalue" using by value pgres by value MemberIdx by value 3 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO RemindDaysLeft
           string resstr delimited by x"00" into RemindDaysLeft end-string

           PERFORM QueueOneReminder
           ADD 1 TO NQueued
       END-PERFORM

       DISPLAY "queued " NQueued " membership reminder(s)"
       MOVE NQueued TO LedgerRows

       CALL "batchend" USING BY REFERENCE pgconn LedgerJobName LedgerRows LedgerOutcome
       END-CALL
       call "PQfinish" using by value pgconn returning result end-call
       STOP RUN.

      *> -------------------------
      *> QueueOneReminder: through notifyplayer, then the RemindedFor
      *> stamp for this expiry date.
       QueueOneReminder.
       MOVE RemindPlayer TO NotifyTarget
       MOVE "membership" TO NotifyEvent
       MOVE "Your membership is about to expire" TO NotifySubject
       MOVE SPACES TO NotifyData NotifyText
       STRING "player=", function trim(RemindPlayer),
           " tier=", function trim(RemindTier),
           " expires=", function trim(RemindExpires),
           " daysleft=", function trim(RemindDaysLeft) DELIMITED BY SIZE INTO NotifyData
       END-STRING
       STRING "Your ", function trim(RemindTier), " membership runs until ",
           function trim(RemindExpires), " (", function trim(RemindDaysLeft),
           " day(s) left). Renew it to keep your member benefits; everything ",
           "you have already made stays yours either way." DELIMITED BY SIZE INTO NotifyText
       END-STRING
       CALL "notifyplayer" USING BY REFERENCE pgconn NotifyTarget NotifyEvent NotifySubject
           NotifyData NotifyText NotifyResult
       END-CALL

       STRING "UPDATE Memberships SET RemindedFor = '", function trim(RemindExpires),
           "' WHERE Player = '", function trim(RemindPlayer), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres2
       end-call.
