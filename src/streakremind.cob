        *> -------------------------
        *> streakremind.
        *> Takes: (standalone batch job, no arguments -- run hourly
        *>   from cron).
        *> The evening at-risk reminder for daily play streaks. Opt-in:
        *>   only players who chose a channel for the "streak" event
        *>   (notifyset setting=streak) are considered. One who still
        *>   has a live streak but hasn't finished a rated or daily round
        *>   yet today, and whose own clock (their Timezone, server time
        *>   when unset) has reached StreakRemindHour (Status row,
        *>   default 19), gets one message through notifyplayer -- which
        *>   queues it on the chosen channel and holds it through their
        *>   quiet hours. Players.StreakRemindedOn keeps it to one a day.
        *> Modifies: NotificationOutbox, Players.StreakRemindedOn
        *> Dependencies: getdb, notifyplayer

       IDENTIFICATION DIVISION.
       PROGRAM-ID. streakremind.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgconn usage pointer.
       01 pgres  usage pointer.
       01 pgres2 usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(256) based.
       01 result usage binary-long.
       01 querystring pic x(2048).

       01 RemindHour pic 9(2) VALUE 19.
       01 TmpCfg pic x(8) VALUE SPACES.

       01 NPlayers usage binary-long.
       01 PlayerIdx usage binary-long.
       01 RemindPlayer pic x(16).
       01 RemindStreak pic x(8).
       01 RemindFreezes pic x(8).
       01 RemindDay pic x(10).
       01 NQueued usage binary-long VALUE 0.
       COPY "notify.l".


      *> the cron-overlap guard and run ledger (BatchRuns): refuse
      *> to start on top of a live run of this same job, and close
      *> the ledger row on the way out.
       01 LedgerJobName pic x(16) VALUE "streakremind".
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

       STRING "SELECT COALESCE((SELECT Value FROM Status WHERE Name = 'StreakRemindHour')::int, ",
           RemindHour, ");", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO TmpCfg
       string resstr delimited by x"00" into TmpCfg end-string
       MOVE TmpCfg TO RemindHour

      *> z.l is the player's wall clock. A streak is live while a
      *> play today would still extend it: the last counted day is
      *> yesterday, or further back by no more than the freezes held.
       STRING "SELECT p.Name, p.StreakCurrent, p.StreakFreezes, z.l::date FROM Players p ",
           "CROSS JOIN LATERAL (SELECT now() AT TIME ZONE COALESCE(p.Timezone, current_setting('TimeZone')) AS l) z ",
           "JOIN NotificationPrefs n ON n.Player = p.Name AND n.EventType = 'streak' AND n.Channel <> 'none' ",
           "WHERE p.IsGuest = false AND p.StreakCurrent > 0 AND p.StreakLastDay < z.l::date ",
           "AND p.StreakLastDay >= z.l::date - 1 - p.StreakFreezes ",
           "AND extract(hour from z.l) >= ", RemindHour, " ",
           "AND (p.StreakRemindedOn IS NULL OR p.StreakRemindedOn < z.l::date) ORDER BY p.Name;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn
            by reference querystring
            returning pgres
       end-call
       call "PQntuples" using by value pgres returning NPlayers

       PERFORM VARYING PlayerIdx FROM 0 BY 1 UNTIL PlayerIdx >= NPlayers
           call "PQgetvalue" using by value pgres by value PlayerIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO RemindPlayer
           string resstr delimited by x"00" into RemindPlayer end-string

           call "PQgetvalue" using by value pgres by value PlayerIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO RemindStreak
           string resstr delimited by x"00" into RemindStreak end-string

           call "PQgetvalue" using by value pgres by value PlayerIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO RemindFreezes
           string resstr delimited by x"00" into RemindFreezes end-string

           call "PQgetvalue" using by value pgres by value PlayerIdx by value 3 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO RemindDay
           string resstr delimited by x"00" into RemindDay end-string

           PERFORM QueueOneReminder
           ADD 1 TO NQueued
       END-PERFORM

       DISPLAY "queued " NQueued " streak reminder(s)"
       MOVE NQueued TO LedgerRows

       CALL "batchend" USING BY REFERENCE pgconn LedgerJobName LedgerRows LedgerOutcome
       END-CALL
       call "PQfinish" using by value pgconn returning result end-call
       STOP RUN.

      *> -------------------------
      *> QueueOneReminder: through notifyplayer on the channel the
      *> player chose, then the day's StreakRemindedOn stamp.
       QueueOneReminder.
       MOVE RemindPlayer TO NotifyTarget
       MOVE "streak" TO NotifyEvent
       MOVE "Your play streak is at risk" TO NotifySubject
       MOVE SPACES TO NotifyData NotifyText
       STRING "player=", function trim(RemindPlayer),
           " streak=", function trim(RemindStreak),
           " freezes=", function trim(RemindFreezes),
           " day=", function trim(RemindDay) DELIMITED BY SIZE INTO NotifyData
       END-STRING
       STRING "Your ", function trim(RemindStreak),
           "-day play streak is waiting for today's round: finish a rated round ",
           "or the daily challenge before midnight to keep it going (streak freezes held: ",
           function trim(RemindFreezes), ")." DELIMITED BY SIZE INTO NotifyText
       END-STRING
       CALL "notifyplayer" USING BY REFERENCE pgconn NotifyTarget NotifyEvent NotifySubject
           NotifyData NotifyText NotifyResult
       END-CALL

       STRING "UPDATE Players SET StreakRemindedOn = '", function trim(RemindDay),
           "' WHERE Name = '", function trim(RemindPlayer), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres2
       end-call.
