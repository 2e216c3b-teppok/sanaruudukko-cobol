        *> -------------------------
        *> displaybatchplan.
        *> Takes: pgconn, Player, OutFormat.
        *> Admin-only view of the batch schedule next to what actually
        *>   happened: for every BatchSchedule row, its cadence, whether
        *>   it is enabled, what it depends on and when it is next due;
        *>   its latest BatchSlots slot (due time, outcome, exit code,
        *>   finish); the prerequisites it is waiting on right now, if
        *>   its current slot is held back; and the latest BatchRuns
        *>   row under its LedgerName (start, outcome, rows), which
        *>   still covers a job run from cron. Times are server time,
        *>   the clock the schedule itself is written in. Anyone else
        *>   gets an empty list.
        *> Modifies:
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. displaybatchplan.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(300) based.
       01 querystring pic x(4096).

       01 IsAdmin usage binary-long VALUE 0.

       01 EscPrefix pic x(64) VALUE SPACES.
       01 EscSuffix pic x(96) VALUE SPACES.

       01 NRows usage binary-long VALUE 0.
       01 RowIdx usage binary-long.
       01 ColIdx usage binary-long.
       01 ColNum usage binary-long.
       01 PlanCols.
          05 PlanCol pic x(300) OCCURS 14 TIMES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 OutFormat pic x(4).

       PROCEDURE DIVISION USING pgconn, Player, OutFormat.
       Begin.

       STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning IsAdmin

      *> Command is a shell line and may carry quotes or ampersands.
       IF OutFormat = "json" THEN
         MOVE "replace(replace(" TO EscPrefix
         MOVE ", '\', '\\'), '""', '\""')" TO EscSuffix
       ELSE
         MOVE "replace(replace(replace(" TO EscPrefix
         MOVE ", '&', '&amp;'), '<', '&lt;'), '>', '&gt;')" TO EscSuffix
       END-IF

       IF IsAdmin > 0 THEN
         STRING "WITH s AS (SELECT b.*, CASE WHEN b.EveryMinutes IS NOT NULL THEN ",
             "current_date + make_interval(mins => (floor(extract(epoch FROM localtimestamp - current_date) ",
             "/ 60 / b.EveryMinutes) * b.EveryMinutes)::int) ",
             "ELSE (SELECT max(d + b.DailyAt) FROM (SELECT current_date - n AS d FROM generate_series(0, 7) n) dd ",
             "WHERE d + b.DailyAt <= localtimestamp AND ( b.Weekday IS NULL OR extract(isodow FROM d) = b.Weekday )) ",
             "END AS SlotAt FROM BatchSchedule b), ",
             "p AS (SELECT s.*, (SELECT x FROM BatchSlots x WHERE x.JobName = s.JobName ",
             "ORDER BY x.DueAt DESC LIMIT 1) AS Slot, ",
             "(SELECT r FROM BatchRuns r WHERE r.JobName = s.LedgerName ORDER BY r.Id DESC LIMIT 1) AS Run FROM s) ",
             "SELECT p.JobName, ", function trim(EscPrefix), "p.Command", function trim(EscSuffix), ", ",
             "CASE WHEN p.Enabled THEN 1 ELSE 0 END, ",
             "CASE WHEN p.EveryMinutes IS NOT NULL THEN 'every ' || p.EveryMinutes || ' min' ",
             "ELSE COALESCE((ARRAY['Mon','Tue','Wed','Thu','Fri','Sat','Sun'])[p.Weekday] || ' ', 'daily ') ",
             "|| to_char(p.DailyAt, 'HH24:MI') END, ",
             "COALESCE((SELECT string_agg(d.DependsOn, ',' ORDER BY d.DependsOn) FROM BatchDependencies d ",
             "WHERE d.JobName = p.JobName), ''), ",
             "CASE WHEN NOT p.Enabled THEN '' WHEN p.EveryMinutes IS NOT NULL THEN ",
             "to_char(p.SlotAt + make_interval(mins => p.EveryMinutes), 'YYYY-MM-DD HH24:MI') ",
             "ELSE to_char((SELECT min(d + p.DailyAt) FROM (SELECT current_date + n AS d FROM generate_series(0, 7) n) dd ",
             "WHERE d + p.DailyAt > localtimestamp AND ( p.Weekday IS NULL OR extract(isodow FROM d) = p.Weekday )), ",
             "'YYYY-MM-DD HH24:MI') END, ",
             "COALESCE(to_char((p.Slot).DueAt, 'YYYY-MM-DD HH24:MI'), ''), COALESCE((p.Slot).Outcome, ''), ",
             "COALESCE((p.Slot).ExitCode::text, ''), COALESCE(to_char((p.Slot).FinishedAt, 'YYYY-MM-DD HH24:MI'), ''), ",
             "CASE WHEN p.Enabled AND p.SlotAt IS NOT NULL AND p.SlotAt >= p.CreatedAt ",
             "AND COALESCE((p.Slot).DueAt < p.SlotAt, true) THEN ",
             "COALESCE((SELECT string_agg(d.DependsOn, ',' ORDER BY d.DependsOn) FROM BatchDependencies d ",
             "JOIN s q ON q.JobName = d.DependsOn WHERE d.JobName = p.JobName AND q.SlotAt IS NOT NULL ",
             "AND NOT EXISTS (SELECT 1 FROM BatchSlots y WHERE y.JobName = q.JobName ",
             "AND y.DueAt >= q.SlotAt AND y.Outcome = 'ok') ",
             "AND NOT EXISTS (SELECT 1 FROM BatchRuns r WHERE r.JobName = q.LedgerName ",
             "AND r.StartedAt >= q.SlotAt AND r.Outcome = 'ok')), '') ELSE '' END, ",
             "COALESCE(to_char((p.Run).StartedAt, 'YYYY-MM-DD HH24:MI'), ''), COALESCE((p.Run).Outcome, ''), ",
             "COALESCE((p.Run).RowsAffected::text, '') ",
             "FROM p ORDER BY p.EveryMinutes NULLS LAST, p.DailyAt, p.JobName;", x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
         call "PQntuples" using by value pgres returning NRows
       END-IF

       IF OutFormat = "json" THEN
          DISPLAY '"batchplan":['
       ELSE
          DISPLAY "<batchplan>"
       END-IF

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM FetchCols

           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"job":"' function trim(PlanCol(1)) '","command":"' function trim(PlanCol(2))
                  '","enabled":' function trim(PlanCol(3)) ',"cadence":"' function trim(PlanCol(4))
                  '","dependson":"' function trim(PlanCol(5)) '","nextdue":"' function trim(PlanCol(6))
                  '","lastdue":"' function trim(PlanCol(7)) '","lastoutcome":"' function trim(PlanCol(8))
                  '","lastexit":"' function trim(PlanCol(9)) '","lastfinished":"' function trim(PlanCol(10))
                  '","waitingon":"' function trim(PlanCol(11)) '","ledgerstarted":"' function trim(PlanCol(12))
                  '","ledgeroutcome":"' function trim(PlanCol(13)) '","ledgerrows":"' function trim(PlanCol(14))
                  '"}'
           ELSE
              DISPLAY "<job>"
              DISPLAY "<name>", function trim(PlanCol(1)), "</name>"
              DISPLAY "<command>", function trim(PlanCol(2)), "</command>"
              DISPLAY "<enabled>", function trim(PlanCol(3)), "</enabled>"
              DISPLAY "<cadence>", function trim(PlanCol(4)), "</cadence>"
              DISPLAY "<dependson>", function trim(PlanCol(5)), "</dependson>"
              DISPLAY "<nextdue>", function trim(PlanCol(6)), "</nextdue>"
              DISPLAY "<lastdue>", function trim(PlanCol(7)), "</lastdue>"
              DISPLAY "<lastoutcome>", function trim(PlanCol(8)), "</lastoutcome>"
              DISPLAY "<lastexit>", function trim(PlanCol(9)), "</lastexit>"
              DISPLAY "<lastfinished>", function trim(PlanCol(10)), "</lastfinished>"
              DISPLAY "<waitingon>", function trim(PlanCol(11)), "</waitingon>"
              DISPLAY "<ledgerstarted>", function trim(PlanCol(12)), "</ledgerstarted>"
              DISPLAY "<ledgeroutcome>", function trim(PlanCol(13)), "</ledgeroutcome>"
              DISPLAY "<ledgerrows>", function trim(PlanCol(14)), "</ledgerrows>"
              DISPLAY "</job>"
           END-IF
       END-PERFORM

       IF OutFormat = "json" THEN
          DISPLAY "]"
       ELSE
          DISPLAY "</batchplan>"
       END-IF

       EXIT PROGRAM.

      *> -------------------------
      *> FetchCols: the current row's fourteen columns, in order.
       FetchCols.
       PERFORM VARYING ColIdx FROM 1 BY 1 UNTIL ColIdx > 14
           COMPUTE ColNum = ColIdx - 1
           call "PQgetvalue" using by value pgres by value RowIdx by value ColNum returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO PlanCol(ColIdx)
           string resstr delimited by x"00" into PlanCol(ColIdx) end-string
       END-PERFORM.
