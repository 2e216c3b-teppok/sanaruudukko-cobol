        *> -------------------------
        *> availabilityreport.
        *> Takes: one month,
        *>     availabilityreport 2026-09
        *>   (standalone operator report, output to stdout; without a
        *>   month, last month; the current month reports up to now).
        *> How reliable the service was over a month, from the
        *>   ServiceChecks history probeplayer and the health func leave
        *>   behind. The probe timeline is cut into up, down and
        *>   maintenance time: a passing probe is up until the next
        *>   probe, a failing one down until the next one passes, and
        *>   a silence longer than ProbeGapMinutes (Status row, default
        *>   15) after a probe counts as down -- a dead database leaves
        *>   no rows at all -- unless that probe ran during announced
        *>   maintenance (MaintenanceMode up), whose time is left out
        *>   of the figure altogether. Printed: the availability
        *>   percentage over the time outside maintenance, each outage
        *>   with its start, end, length and first failed step, the
        *>   maintenance windows left out, median / p95 / worst time of
        *>   the passing probes, the health samples and how many were
        *>   degraded, and the alert pages queued that month.
        *> Modifies:
        *> Dependencies: getdb

       IDENTIFICATION DIVISION.
       PROGRAM-ID. availabilityreport.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgconn usage pointer.
       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(200) based.
       01 result usage binary-long.
       01 querystring pic x(4096).

       01 MonthArg pic x(8) VALUE SPACES.
       01 MonthNum pic 99 VALUE 0.
       01 GapMinutes pic 9(4) VALUE 15.
       01 GapZ pic zzz9.
       01 TmpCfg pic x(16) VALUE SPACES.

      *> the month's probe timeline as SQL: b the bounds, p the probe
      *> rows with the time of the next one, seg each stretch of time
      *> with its kind (u up, d down, m maintenance), runs the
      *> stretches of one kind merged.
       01 TimelineSql pic x(2048) VALUE SPACES.
       01 BoundsSql pic x(256) VALUE SPACES.

       01 NRows usage binary-long.
       01 RowIdx usage binary-long.
       01 NCols usage binary-long.
       01 ColIdx usage binary-long.
       01 ColNo usage binary-long.
       01 RptCols.
         05 RptCol pic x(40) OCCURS 8 TIMES.

       PROCEDURE DIVISION.
       Begin.

       ACCEPT MonthArg FROM ARGUMENT-VALUE

       CALL "getdb" USING BY REFERENCE pgconn

       IF MonthArg IS = SPACES THEN
         STRING "SELECT to_char(now() - interval '1 month', 'YYYY-MM');", x"00" INTO QueryString
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
         call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
         set address of resstr to resptr
         string resstr delimited by x"00" into MonthArg end-string
       END-IF

       IF MonthArg(1:4) IS NOT NUMERIC OR MonthArg(5:1) IS NOT = "-" OR MonthArg(6:2) IS NOT NUMERIC
           OR MonthArg(8:1) IS NOT = SPACE THEN
         DISPLAY "usage: availabilityreport [YYYY-MM]"
         call "PQfinish" using by value pgconn returning result end-call
         STOP RUN
       END-IF
       MOVE MonthArg(6:2) TO MonthNum
       IF MonthNum < 1 OR MonthNum > 12 THEN
         DISPLAY "usage: availabilityreport [YYYY-MM]"
         call "PQfinish" using by value pgconn returning result end-call
         STOP RUN
       END-IF

       STRING "SELECT 1 WHERE '", MonthArg(1:7), "-01'::date <= current_date;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows
       IF NRows = 0 THEN
         DISPLAY MonthArg(1:7) " hasn't begun yet"
         call "PQfinish" using by value pgconn returning result end-call
         STOP RUN
       END-IF

       STRING "SELECT COALESCE((SELECT Value FROM Status WHERE Name = 'ProbeGapMinutes')::int, ",
           GapMinutes, ");", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO TmpCfg
       string resstr delimited by x"00" into TmpCfg end-string
       MOVE TmpCfg TO GapMinutes
       MOVE GapMinutes TO GapZ

       PERFORM BuildTimeline

       DISPLAY "service availability, " MonthArg(1:7)
       DISPLAY "(probe timeline; maintenance left out; a probe silence over " function trim(GapZ)
           " minutes counts as down)"
       DISPLAY "=============================================================================="

       PERFORM ShowSummary
       PERFORM ShowOutages
       PERFORM ShowMaintenance
       PERFORM ShowProbeTimes
       PERFORM ShowHealth
       PERFORM ShowAlerts

       call "PQfinish" using by value pgconn returning result end-call
       STOP RUN.

      *> -------------------------
      *> BuildTimeline: the WITH head every timeline query shares.
      *> The month ends at now() while it is still running.
       BuildTimeline.
       STRING "b AS ( SELECT '", MonthArg(1:7), "-01'::timestamp AS ms, LEAST('", MonthArg(1:7),
           "-01'::timestamp + interval '1 month', now()::timestamp) AS me, make_interval(mins => ",
           GapMinutes, ") AS gap )" DELIMITED BY SIZE INTO BoundsSql
       END-STRING

       STRING "WITH ", function trim(BoundsSql), ", ",
           "p AS ( SELECT c.CheckedAt AS t, c.Ok, c.Maintenance AS m, c.Detail, b.gap, ",
           "COALESCE(lead(c.CheckedAt) OVER ( ORDER BY c.CheckedAt, c.Id ), b.me) AS n ",
           "FROM ServiceChecks c CROSS JOIN b WHERE c.Source = 'probe' AND c.CheckedAt >= b.ms ",
           "AND c.CheckedAt < b.me ), ",
           "seg AS ( SELECT t AS s, LEAST(n, t + gap) AS e, CASE WHEN m THEN 'm' WHEN Ok THEN 'u' ",
           "ELSE 'd' END AS k, Detail AS why FROM p UNION ALL SELECT t + gap, n, CASE WHEN m THEN 'm' ",
           "ELSE 'd' END, 'no probe results' FROM p WHERE n > t + gap ), ",
           "isl AS ( SELECT x.*, sum(x.chg) OVER ( ORDER BY x.s ) AS g FROM ( SELECT seg.*, ",
           "CASE WHEN k IS DISTINCT FROM lag(k) OVER ( ORDER BY s ) THEN 1 ELSE 0 END AS chg FROM seg ) x ), ",
           "runs AS ( SELECT g, min(k) AS k, min(s) AS s, max(e) AS e, ",
           "(array_agg(NULLIF(why, '') ORDER BY s))[1] AS why FROM isl GROUP BY g ) "
           DELIMITED BY SIZE INTO TimelineSql
       END-STRING.

      *> -------------------------
      *> ShowSummary: the headline figure and what it rests on.
       ShowSummary.
       STRING function trim(TimelineSql),
           " SELECT ( SELECT count(*) FROM p ), ( SELECT count(*) FROM p WHERE NOT Ok AND NOT m ), ",
           "COALESCE(round(( sum(extract(epoch from e - s)) FILTER ( WHERE k = 'u' ) / 60 )::numeric), 0), ",
           "COALESCE(round(( sum(extract(epoch from e - s)) FILTER ( WHERE k = 'd' ) / 60 )::numeric), 0), ",
           "COALESCE(round(( sum(extract(epoch from e - s)) FILTER ( WHERE k = 'm' ) / 60 )::numeric), 0), ",
           "COALESCE(round(( 100 * sum(extract(epoch from e - s)) FILTER ( WHERE k = 'u' ) / ",
           "NULLIF(sum(extract(epoch from e - s)) FILTER ( WHERE k <> 'm' ), 0) )::numeric, 3)::text, 'n/a'), ",
           "( SELECT count(*) FROM runs WHERE k = 'd' ) FROM seg;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows
       MOVE 0 TO RowIdx
       MOVE 7 TO NCols
       IF NRows = 0 THEN
         DISPLAY "(no probe history for this month)"
         EXIT PARAGRAPH
       END-IF
       PERFORM FetchCols
       IF function trim(RptCol(1)) = "0" THEN
         DISPLAY "(no probe history for this month)"
         EXIT PARAGRAPH
       END-IF
       DISPLAY "availability         " function trim(RptCol(6)) " %"
       DISPLAY "minutes up           " function trim(RptCol(3))
       DISPLAY "minutes down         " function trim(RptCol(4))
       DISPLAY "minutes maintenance  " function trim(RptCol(5))
       DISPLAY "outages              " function trim(RptCol(7))
       DISPLAY "probe runs           " function trim(RptCol(1)) " (" function trim(RptCol(2))
           " failed outside maintenance)"
       DISPLAY " ".

      *> -------------------------
      *> ShowOutages: every stretch of down time, in order.
       ShowOutages.
       DISPLAY "outages"
       DISPLAY "started           ended             minutes  cause"
       DISPLAY "-------------------------------------------------------------"
       STRING function trim(TimelineSql),
           " SELECT to_char(s, 'YYYY-MM-DD HH24:MI'), to_char(e, 'YYYY-MM-DD HH24:MI'), ",
           "ceil(extract(epoch from e - s) / 60)::int, COALESCE(why, '') FROM runs WHERE k = 'd' ",
           "ORDER BY s;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows
       MOVE 4 TO NCols
       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM FetchCols
           DISPLAY RptCol(1)(1:17) " " RptCol(2)(1:17) " " RptCol(3)(1:8) " " function trim(RptCol(4))
       END-PERFORM
       IF NRows = 0 THEN
         DISPLAY "(none)"
       END-IF
       DISPLAY " ".

      *> -------------------------
      *> ShowMaintenance: the announced windows the figure leaves out.
       ShowMaintenance.
       DISPLAY "maintenance windows (left out)"
       DISPLAY "started           ended             minutes"
       DISPLAY "--------------------------------------------"
       STRING function trim(TimelineSql),
           " SELECT to_char(s, 'YYYY-MM-DD HH24:MI'), to_char(e, 'YYYY-MM-DD HH24:MI'), ",
           "ceil(extract(epoch from e - s) / 60)::int FROM runs WHERE k = 'm' ORDER BY s;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows
       MOVE 3 TO NCols
       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM FetchCols
           DISPLAY RptCol(1)(1:17) " " RptCol(2)(1:17) " " function trim(RptCol(3))
       END-PERFORM
       IF NRows = 0 THEN
         DISPLAY "(none)"
       END-IF
       DISPLAY " ".

      *> -------------------------
      *> ShowProbeTimes: how long a clean probe run took.
       ShowProbeTimes.
       STRING "WITH ", function trim(BoundsSql), " SELECT count(*), ",
           "COALESCE(round(percentile_cont(0.5) WITHIN GROUP ( ORDER BY c.Millis ))::text, '-'), ",
           "COALESCE(round(percentile_cont(0.95) WITHIN GROUP ( ORDER BY c.Millis ))::text, '-'), ",
           "COALESCE(max(c.Millis)::text, '-') FROM ServiceChecks c CROSS JOIN b WHERE c.Source = 'probe' ",
           "AND c.Ok AND c.Millis IS NOT NULL AND c.CheckedAt >= b.ms AND c.CheckedAt < b.me;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       MOVE 0 TO RowIdx
       MOVE 4 TO NCols
       PERFORM FetchCols
       DISPLAY "passing probe runs   " function trim(RptCol(1))
       DISPLAY "probe time, ms       median " function trim(RptCol(2)) ", p95 " function trim(RptCol(3))
           ", worst " function trim(RptCol(4)).

      *> -------------------------
      *> ShowHealth: the health func's once-a-minute samples.
       ShowHealth.
       STRING "WITH ", function trim(BoundsSql), " SELECT count(*), count(*) FILTER ( WHERE c.Ok ), ",
           "count(*) FILTER ( WHERE NOT c.Ok AND NOT c.Maintenance ) FROM ServiceChecks c CROSS JOIN b ",
           "WHERE c.Source = 'health' AND c.CheckedAt >= b.ms AND c.CheckedAt < b.me;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       MOVE 0 TO RowIdx
       MOVE 3 TO NCols
       PERFORM FetchCols
       DISPLAY "health samples       " function trim(RptCol(1)) " (" function trim(RptCol(2)) " ok, "
           function trim(RptCol(3)) " degraded outside maintenance)".

      *> -------------------------
      *> ShowAlerts: the pages queued for the operators.
       ShowAlerts.
       STRING "WITH ", function trim(BoundsSql), " SELECT count(*), count(o.DeliveredAt) ",
           "FROM NotificationOutbox o CROSS JOIN b WHERE o.EventType = 'alert' ",
           "AND o.CreatedAt >= b.ms AND o.CreatedAt < b.me;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       MOVE 0 TO RowIdx
       MOVE 2 TO NCols
       PERFORM FetchCols
       DISPLAY "alert pages          " function trim(RptCol(1)) " (" function trim(RptCol(2)) " delivered)".

      *> -------------------------
      *> FetchCols: the first NCols columns of row RowIdx into RptCol.
       FetchCols.
       PERFORM VARYING ColIdx FROM 1 BY 1 UNTIL ColIdx > NCols
           COMPUTE ColNo = ColIdx - 1
           call "PQgetvalue" using by value pgres by value RowIdx by value ColNo returning resptr end-call
           MOVE SPACES TO RptCol(ColIdx)
           IF resptr NOT = NULL THEN
             set address of resstr to resptr
             string resstr delimited by x"00" into RptCol(ColIdx) end-string
           END-IF
       END-PERFORM.
