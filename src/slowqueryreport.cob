        *> -------------------------
        *> slowqueryreport.
        *> Takes: (standalone operator report, no arguments).
        *> latencyreport's statement-level companion: where latencyreport
        *>   says which func was slow, this says which statement inside
        *>   it. Reads SlowStatements (recorded by checkresult from
        *>   execparams' timings) for the last 7 days and ranks program
        *>   and paragraph pairs worst first -- by total time spent over
        *>   the threshold -- with the call count, p50 / p95 / max
        *>   milliseconds and the start of the slowest statement seen
        *>   there, followed by the ten slowest individual statements.
        *>   Only statements at or over SlowStatementMs are recorded, so
        *>   the counts are slow calls, not all calls.
        *> Modifies:
        *> Dependencies: getdb

       IDENTIFICATION DIVISION.
       PROGRAM-ID. slowqueryreport.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgconn usage pointer.
       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(200) based.
       01 result usage binary-long.
       01 querystring pic x(1024).

       01 NRows usage binary-long.
       01 RowIdx usage binary-long.
       01 RptProgram pic x(16).
       01 RptParagraph pic x(24).
       01 RptCount pic x(8).
       01 RptP50 pic x(8).
       01 RptP95 pic x(8).
       01 RptMax pic x(8).
       01 RptTime pic x(16).
       01 RptMs pic x(8).
       01 RptStatement pic x(190).

       PROCEDURE DIVISION.
       Begin.

       CALL "getdb" USING BY REFERENCE pgconn

       DISPLAY "slow statements by program and paragraph, last 7 days (milliseconds)"
       DISPLAY "program          paragraph                calls    p50      p95      max"
       DISPLAY "------------------------------------------------------------------------------"

       STRING "SELECT Program, Paragraph, count(*), ",
           "round(percentile_cont(0.5) WITHIN GROUP (ORDER BY DurationMs)), ",
           "round(percentile_cont(0.95) WITHIN GROUP (ORDER BY DurationMs)), ",
           "max(DurationMs), ",
           "(array_agg(Statement ORDER BY DurationMs DESC))[1] FROM SlowStatements ",
           "WHERE EventTime > now() - interval '7 days' ",
           "GROUP BY 1, 2 ORDER BY sum(DurationMs) DESC, 1, 2;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM ShowPlaceRow
       END-PERFORM

       IF NRows = 0 THEN
         DISPLAY "(no slow statements recorded in the window)"
       END-IF

       DISPLAY " "
       DISPLAY "slowest individual statements, last 7 days"
       DISPLAY "time             program          paragraph                ms"
       DISPLAY "------------------------------------------------------------------------------"

       STRING "SELECT to_char(EventTime, 'MM-DD HH24:MI:SS'), Program, Paragraph, DurationMs, ",
           "Statement FROM SlowStatements ",
           "WHERE EventTime > now() - interval '7 days' ",
           "ORDER BY DurationMs DESC LIMIT 10;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM ShowSlowRow
       END-PERFORM

       call "PQfinish" using by value pgconn returning result end-call
       STOP RUN.

       ShowPlaceRow.
       call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptProgram
       string resstr delimited by x"00" into RptProgram end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptParagraph
       string resstr delimited by x"00" into RptParagraph end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 2 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptCount
       string resstr delimited by x"00" into RptCount end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 3 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptP50
       string resstr delimited by x"00" into RptP50 end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 4 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptP95
       string resstr delimited by x"00" into RptP95 end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 5 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptMax
       string resstr delimited by x"00" into RptMax end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 6 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptStatement
       string resstr delimited by x"00" into RptStatement end-string

       DISPLAY RptProgram " " RptParagraph " " RptCount " " RptP50 " " RptP95 " " RptMax
       DISPLAY "    " function trim(RptStatement).

       ShowSlowRow.
       call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptTime
       string resstr delimited by x"00" into RptTime end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptProgram
       string resstr delimited by x"00" into RptProgram end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 2 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptParagraph
       string resstr delimited by x"00" into RptParagraph end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 3 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptMs
       string resstr delimited by x"00" into RptMs end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 4 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptStatement
       string resstr delimited by x"00" into RptStatement end-string

       DISPLAY RptTime " " RptProgram " " RptParagraph " " RptMs
       DISPLAY "    " function trim(RptStatement).
