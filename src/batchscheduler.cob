        *> -------------------------
        *> batchscheduler.
        *> Takes: an optional "once" argument -- one pass over the
        *>   schedule and exit instead of running as a daemon.
        *> Persistent scheduler for the batch jobs (same shape as
        *>   jobworker/botdaemon), replacing their crontab lines. Every
        *>   pass works out each enabled BatchSchedule row's latest
        *>   slot -- the last EveryMinutes boundary since midnight, or
        *>   the last DailyAt time on a matching Weekday -- and starts
        *>   the job for any slot not yet in BatchSlots, provided its
        *>   previous run isn't still going and every job it depends
        *>   on (BatchDependencies) has succeeded since that job's own
        *>   latest slot. The slot row is claimed with an insert on
        *>   its unique (JobName, DueAt) before anything starts, so a
        *>   second scheduler started by mistake can't double a run.
        *>   Each job runs through the shell in a forked child with its
        *>   own connection, which writes the exit code and outcome
        *>   back to the slot -- 'failed' on a nonzero exit, or when
        *>   the job's own BatchRuns row under LedgerName says so --
        *>   so a long archiveoffload never holds up the minute jobs.
        *>   Because only the latest slot is ever due, the first pass
        *>   after an outage runs each missed job once (CatchUp rows;
        *>   the rest let a slot more than 15 minutes old go). A
        *>   'running' slot older than its MaxMinutes is written off as
        *>   'abandoned', and slots older than 90 days are pruned.
        *> Modifies: BatchSlots
        *> Dependencies: getdb, schemacheck, and whatever the scheduled commands run

       IDENTIFICATION DIVISION.
       PROGRAM-ID. batchscheduler.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgconn usage pointer.
       01 pgconn2 usage pointer.
       01 pgres  usage pointer.
       01 pgres2 usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(300) based.
       01 result usage binary-long.
       01 querystring pic x(2560).

       01 RunMode pic x(8) VALUE SPACES.
       01 LoopFlag pic 9 VALUE 0.
         88 StopScheduler VALUE 1.

       01 pid usage binary-long.
       01 sid usage binary-long.
       01 zerovalue usage binary-long value 0.
       01 ReapPid usage binary-long VALUE 1.
       01 AnyChild usage binary-long VALUE -1.
       01 WNoHang usage binary-long VALUE 1.
       01 NullPtr usage pointer VALUE NULL.

       01 NDue usage binary-long VALUE 0.
       01 DueIdx usage binary-long.
       01 NClaimed usage binary-long VALUE 0.
       01 SchedJob pic x(32) VALUE SPACES.
       01 SchedCommand pic x(256) VALUE SPACES.
       01 SchedDueAt pic x(20) VALUE SPACES.
       01 SlotIdStr pic x(16) VALUE SPACES.
       01 ExitStatus pic s9(9) VALUE 0.
       01 ExitStatusZ pic -(9)9.

      *> a database behind the schema this build needs
      *> (schemacheck) is refused at startup rather than met with
      *> missing-column errors pass after pass.
       01 SchemaHave pic 9(4) VALUE 0.
       01 SchemaNeed pic 9(4) VALUE 0.
       01 SchemaState pic x VALUE "o".
         88 SchemaOk VALUE "o".

       PROCEDURE DIVISION.
       Begin.

       ACCEPT RunMode FROM ARGUMENT-VALUE

       CALL "getdb" USING BY REFERENCE pgconn

       CALL "schemacheck" USING BY REFERENCE pgconn SchemaHave SchemaNeed SchemaState
       END-CALL
       IF NOT SchemaOk THEN
         DISPLAY "database schema " SchemaHave " is behind the " SchemaNeed
             " this build needs - run schemamigrate; not starting"
         call "PQfinish" using by value pgconn returning result end-call
         MOVE 1 TO RETURN-CODE
         STOP RUN
       END-IF

       PERFORM ScheduleOnce UNTIL StopScheduler

       call "PQfinish" using by value pgconn returning result end-call
       STOP RUN.

      *> -------------------------
      *> ScheduleOnce: reap finished children, write off runs that
      *> died, start whatever is due, then nap a quarter of a minute
      *> (or exit, in "once" mode).
       ScheduleOnce.
       MOVE 1 TO ReapPid
       PERFORM UNTIL ReapPid <= 0
         CALL "waitpid" USING BY VALUE AnyChild BY VALUE NullPtr BY VALUE WNoHang
           RETURNING ReapPid
         END-CALL
       END-PERFORM

       STRING "UPDATE BatchSlots s SET Outcome = 'abandoned', FinishedAt = now() FROM BatchSchedule b ",
           "WHERE b.JobName = s.JobName AND s.Outcome = 'running' ",
           "AND s.StartedAt < now() - make_interval(mins => b.MaxMinutes);", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

       STRING "DELETE FROM BatchSlots WHERE DueAt < now() - interval '90 days';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

      *> the latest slot of every job, enabled or not -- a disabled
      *> prerequisite still run from cron is judged by its BatchRuns.
       STRING "WITH s AS (SELECT b.*, CASE WHEN b.EveryMinutes IS NOT NULL THEN ",
           "current_date + make_interval(mins => (floor(extract(epoch FROM localtimestamp - current_date) ",
           "/ 60 / b.EveryMinutes) * b.EveryMinutes)::int) ",
           "ELSE (SELECT max(d + b.DailyAt) FROM (SELECT current_date - n AS d FROM generate_series(0, 7) n) dd ",
           "WHERE d + b.DailyAt <= localtimestamp AND ( b.Weekday IS NULL OR extract(isodow FROM d) = b.Weekday )) ",
           "END AS SlotAt FROM BatchSchedule b) ",
           "SELECT s.JobName, s.Command, to_char(s.SlotAt, 'YYYY-MM-DD HH24:MI:SS') FROM s ",
           "WHERE s.Enabled AND s.SlotAt IS NOT NULL AND s.SlotAt >= s.CreatedAt ",
           "AND ( s.CatchUp OR s.SlotAt > localtimestamp - interval '15 minutes' ) ",
           "AND NOT EXISTS (SELECT 1 FROM BatchSlots x WHERE x.JobName = s.JobName ",
           "AND ( x.DueAt >= s.SlotAt OR x.Outcome = 'running' )) ",
           "AND NOT EXISTS (SELECT 1 FROM BatchDependencies d JOIN s p ON p.JobName = d.DependsOn ",
           "WHERE d.JobName = s.JobName AND p.SlotAt IS NOT NULL ",
           "AND NOT EXISTS (SELECT 1 FROM BatchSlots y WHERE y.JobName = p.JobName ",
           "AND y.DueAt >= p.SlotAt AND y.Outcome = 'ok') ",
           "AND NOT EXISTS (SELECT 1 FROM BatchRuns r WHERE r.JobName = p.LedgerName ",
           "AND r.StartedAt >= p.SlotAt AND r.Outcome = 'ok')) ",
           "ORDER BY s.SlotAt, s.JobName;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NDue

       PERFORM VARYING DueIdx FROM 0 BY 1 UNTIL DueIdx >= NDue
           call "PQgetvalue" using by value pgres by value DueIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO SchedJob
           string resstr delimited by x"00" into SchedJob end-string

           call "PQgetvalue" using by value pgres by value DueIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO SchedCommand
           string resstr delimited by x"00" into SchedCommand end-string

           call "PQgetvalue" using by value pgres by value DueIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO SchedDueAt
           string resstr delimited by x"00" into SchedDueAt end-string

           PERFORM LaunchSlot
       END-PERFORM

       IF function trim(RunMode) = "once" THEN
         SET StopScheduler TO TRUE
       ELSE
         call "CBL_OC_NANOSLEEP" using "15000" & "000000" end-call
       END-IF.

      *> -------------------------
      *> LaunchSlot: claim the slot, then fork a child that runs
      *> the command and records how it went. The parent goes straight
      *> back to the schedule.
       LaunchSlot.
       STRING "INSERT INTO BatchSlots ( JobName, DueAt ) VALUES ( '", function trim(SchedJob),
           "', '", function trim(SchedDueAt), "' ) ON CONFLICT ( JobName, DueAt ) DO NOTHING ",
           "RETURNING Id;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres2 end-call
       call "PQntuples" using by value pgres2 returning NClaimed
       IF NClaimed = 0 THEN
         EXIT PARAGRAPH
       END-IF
       call "PQgetvalue" using by value pgres2 by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO SlotIdStr
       string resstr delimited by x"00" into SlotIdStr end-string

       CALL "fork" RETURNING pid

       IF pid < 0 THEN
         STRING "UPDATE BatchSlots SET Outcome = 'failed', FinishedAt = now() WHERE Id = ",
             function trim(SlotIdStr), ";", x"00" INTO QueryString
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres2 end-call
         DISPLAY "slot " function trim(SlotIdStr) " " function trim(SchedJob) " fork failed"
         EXIT PARAGRAPH
       END-IF

       IF pid IS = 0 THEN
         CALL "umask" USING BY VALUE zerovalue
         CALL "setsid" RETURNING sid

         CALL "getdb" USING BY REFERENCE pgconn2
         CALL "SYSTEM" USING SchedCommand
         MOVE RETURN-CODE TO ExitStatus
         MOVE ExitStatus TO ExitStatusZ

      *> a job that ran its own ledger row to 'failed' failed,
      *> whatever its exit code says.
         STRING "UPDATE BatchSlots s SET FinishedAt = now(), ExitCode = ", function trim(ExitStatusZ),
             ", Outcome = CASE WHEN ", function trim(ExitStatusZ), " <> 0 OR EXISTS (SELECT 1 FROM BatchRuns r ",
             "JOIN BatchSchedule b ON r.JobName = b.LedgerName WHERE b.JobName = s.JobName ",
             "AND r.StartedAt >= s.StartedAt AND r.Outcome = 'failed') THEN 'failed' ELSE 'ok' END ",
             "WHERE s.Id = ", function trim(SlotIdStr), " AND s.Outcome = 'running';", x"00" INTO QueryString
         END-STRING
         call "PQexec" using by value pgconn2 by reference querystring returning pgres2 end-call
         call "PQfinish" using by value pgconn2 returning result end-call

         DISPLAY "slot " function trim(SlotIdStr) " " function trim(SchedJob) " due "
             function trim(SchedDueAt) " exit " function trim(ExitStatusZ)
         STOP RUN
       END-IF

       DISPLAY "slot " function trim(SlotIdStr) " " function trim(SchedJob) " due "
           function trim(SchedDueAt) " started".
