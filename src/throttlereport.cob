        *> -------------------------
        *> throttlereport.
        *> Takes: (standalone operator report, no arguments).
        *> Who the per-address throttle has been turning away, from
        *>   RequestMetrics (which records every request's address and
        *>   whether throttlecheck refused it) over the last 24 hours:
        *>   offending addresses worst first, with their total and
        *>   refused requests, their peak requests in any one minute,
        *>   the func they hit most, when they were last refused and
        *>   whether they are on the allowlist -- then the ten busiest
        *>   addresses whether refused or not, to show who is getting
        *>   close. A venue that keeps turning up here wants a
        *>   throttleallow entry; a stranger wants a firewall rule.
        *> Modifies:
        *> Dependencies: getdb

       IDENTIFICATION DIVISION.
       PROGRAM-ID. throttlereport.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgconn usage pointer.
       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(200) based.
       01 result usage binary-long.
       01 querystring pic x(1536).

       01 NRows usage binary-long.
       01 RowIdx usage binary-long.
       01 RptAddress pic x(40).
       01 RptTotal pic x(8).
       01 RptRefused pic x(8).
       01 RptPeak pic x(8).
       01 RptFunc pic x(16).
       01 RptLast pic x(16).
       01 RptAllowed pic x(8).

       PROCEDURE DIVISION.
       Begin.

       CALL "getdb" USING BY REFERENCE pgconn

       DISPLAY "throttled addresses, last 24 hours"
       DISPLAY "address                                  total    refused  peak/min top func         last refused     allow"
       DISPLAY "--------------------------------------------------------------------------------------------------------------"

       STRING "WITH m AS (SELECT Address, Func, Throttled, RequestTime FROM RequestMetrics ",
           "WHERE Address IS NOT NULL AND RequestTime > now() - interval '24 hours'), ",
           "o AS (SELECT Address FROM m GROUP BY Address HAVING bool_or(Throttled)) ",
           "SELECT o.Address, ",
           "(SELECT count(*) FROM m WHERE m.Address = o.Address), ",
           "(SELECT count(*) FROM m WHERE m.Address = o.Address AND m.Throttled), ",
           "(SELECT max(c) FROM (SELECT count(*) AS c FROM m WHERE m.Address = o.Address ",
           "GROUP BY date_trunc('minute', m.RequestTime)) p), ",
           "(SELECT m.Func FROM m WHERE m.Address = o.Address GROUP BY m.Func ORDER BY count(*) DESC LIMIT 1), ",
           "(SELECT to_char(max(m.RequestTime), 'MM-DD HH24:MI:SS') FROM m WHERE m.Address = o.Address AND m.Throttled), ",
           "CASE WHEN EXISTS (SELECT 1 FROM ThrottleAllowlist a WHERE a.Address = o.Address ",
           "AND ( a.ExpiresAt IS NULL OR a.ExpiresAt > now() )) THEN 'yes' ELSE 'no' END ",
           "FROM o ORDER BY 3 DESC, 2 DESC, 1;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM ShowAddressRow
       END-PERFORM

       IF NRows = 0 THEN
         DISPLAY "(no requests refused in the window)"
       END-IF

       DISPLAY " "
       DISPLAY "busiest addresses, last 24 hours"
       DISPLAY "address                                  total    refused  peak/min top func         last refused     allow"
       DISPLAY "--------------------------------------------------------------------------------------------------------------"

       STRING "WITH m AS (SELECT Address, Func, Throttled, RequestTime FROM RequestMetrics ",
           "WHERE Address IS NOT NULL AND RequestTime > now() - interval '24 hours'), ",
           "o AS (SELECT Address FROM m GROUP BY Address ORDER BY count(*) DESC LIMIT 10) ",
           "SELECT o.Address, ",
           "(SELECT count(*) FROM m WHERE m.Address = o.Address), ",
           "(SELECT count(*) FROM m WHERE m.Address = o.Address AND m.Throttled), ",
           "(SELECT max(c) FROM (SELECT count(*) AS c FROM m WHERE m.Address = o.Address ",
           "GROUP BY date_trunc('minute', m.RequestTime)) p), ",
           "(SELECT m.Func FROM m WHERE m.Address = o.Address GROUP BY m.Func ORDER BY count(*) DESC LIMIT 1), ",
           "COALESCE((SELECT to_char(max(m.RequestTime), 'MM-DD HH24:MI:SS') FROM m ",
           "WHERE m.Address = o.Address AND m.Throttled), '-'), ",
           "CASE WHEN EXISTS (SELECT 1 FROM ThrottleAllowlist a WHERE a.Address = o.Address ",
           "AND ( a.ExpiresAt IS NULL OR a.ExpiresAt > now() )) THEN 'yes' ELSE 'no' END ",
           "FROM o ORDER BY 2 DESC, 1;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM ShowAddressRow
       END-PERFORM

       call "PQfinish" using by value pgconn returning result end-call
       STOP RUN.

       ShowAddressRow.
       call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptAddress
       string resstr delimited by x"00" into RptAddress end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptTotal
       string resstr delimited by x"00" into RptTotal end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 2 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptRefused
       string resstr delimited by x"00" into RptRefused end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 3 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptPeak
       string resstr delimited by x"00" into RptPeak end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 4 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptFunc
       string resstr delimited by x"00" into RptFunc end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 5 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptLast
       string resstr delimited by x"00" into RptLast end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 6 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptAllowed
       string resstr delimited by x"00" into RptAllowed end-string

       DISPLAY RptAddress " " RptTotal " " RptRefused " " RptPeak " " RptFunc " " RptLast " " RptAllowed.
