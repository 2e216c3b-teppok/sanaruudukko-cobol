        *> -------------------------
        *> clientversionreport.
        *> Takes: (standalone operator report, no arguments).
        *> Which client versions are still calling in, from
        *>   RequestMetrics (which records the version every request
        *>   reported) over the last 14 days: for each day and each
        *>   version, its requests, its share of that day's requests
        *>   and how many distinct addresses sent it. Requests with no
        *>   version show as "(none)". Newest day first, busiest
        *>   version first within a day. When an old version's share
        *>   has dwindled to nothing, MinClientVersion can go up past
        *>   it without stranding anyone.
        *> Modifies:
        *> Dependencies: getdb

       IDENTIFICATION DIVISION.
       PROGRAM-ID. clientversionreport.
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
       01 RptDay pic x(10).
       01 RptVersion pic x(16).
       01 RptRequests pic x(10).
       01 RptShare pic x(8).
       01 RptAddresses pic x(10).
       01 LastDay pic x(10) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.

       CALL "getdb" USING BY REFERENCE pgconn

       DISPLAY "client version share by day, last 14 days"
       DISPLAY "day        version          requests   share%   addresses"
       DISPLAY "----------------------------------------------------------"

       STRING "WITH m AS (SELECT RequestTime::date AS Day, COALESCE(ClientVersion, '(none)') AS Version, ",
           "Address FROM RequestMetrics WHERE RequestTime > current_date - 13) ",
           "SELECT to_char(Day, 'YYYY-MM-DD'), Version, count(*), ",
           "to_char(100.0 * count(*) / sum(count(*)) OVER (PARTITION BY Day), 'FM990.0'), ",
           "count(DISTINCT Address) ",
           "FROM m GROUP BY Day, Version ORDER BY Day DESC, 3 DESC, Version;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM ShowVersionRow
       END-PERFORM

       IF NRows = 0 THEN
         DISPLAY "(no requests recorded in the window)"
       END-IF

       call "PQfinish" using by value pgconn returning result end-call
       STOP RUN.

       ShowVersionRow.
       call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptDay
       string resstr delimited by x"00" into RptDay end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptVersion
       string resstr delimited by x"00" into RptVersion end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 2 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptRequests
       string resstr delimited by x"00" into RptRequests end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 3 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptShare
       string resstr delimited by x"00" into RptShare end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 4 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptAddresses
       string resstr delimited by x"00" into RptAddresses end-string

      *> a blank line between days keeps the blocks apart.
       IF LastDay IS NOT = SPACES AND RptDay IS NOT = LastDay THEN
         DISPLAY " "
       END-IF
       MOVE RptDay TO LastDay

       DISPLAY RptDay " " RptVersion " " RptRequests " " RptShare " " RptAddresses.
