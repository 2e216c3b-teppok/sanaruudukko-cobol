        *> -------------------------
        *> ticketagereport.
        *> Takes: (standalone operator report, no arguments).
        *> How long the support queue has been waiting: every ticket
        *>   that isn't closed, counted by category -- how many, how
        *>   many of those wait on the player rather than on support,
        *>   the average and the oldest age in hours, and how many have
        *>   waited under a day, one to three days, three to seven and
        *>   longer -- then the open tickets themselves, oldest first,
        *>   with who holds each one.
        *> Modifies:
        *> Dependencies: getdb

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ticketagereport.
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
       01 NCols usage binary-long.
       01 ColIdx usage binary-long.
       01 ColNo usage binary-long.
       01 RptCols.
         05 RptCol pic x(16) OCCURS 9 TIMES.

       PROCEDURE DIVISION.
       Begin.

       CALL "getdb" USING BY REFERENCE pgconn

       DISPLAY "open support tickets by category (ages in hours)"
       DISPLAY "category  open waiting  avg  oldest  <1d  1-3d  3-7d  >7d"
       DISPLAY "----------------------------------------------------------"
       STRING "WITH o AS ( SELECT Category, Status, extract(epoch from (now() - CreatedAt)) / 3600 AS Age ",
           "FROM SupportTickets WHERE Status <> 'closed' ) ",
           "SELECT Category, count(*), count(*) FILTER (WHERE Status = 'waiting'), ",
           "round(avg(Age))::int, floor(max(Age))::int, count(*) FILTER (WHERE Age < 24), ",
           "count(*) FILTER (WHERE Age >= 24 AND Age < 72), count(*) FILTER (WHERE Age >= 72 AND Age < 168), ",
           "count(*) FILTER (WHERE Age >= 168) FROM o GROUP BY ROLLUP (Category) ",
           "ORDER BY Category NULLS LAST;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows
       MOVE 9 TO NCols
       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM FetchCols
           IF RptCol(1) IS = SPACES THEN
             MOVE "(all)" TO RptCol(1)
           END-IF
           DISPLAY RptCol(1)(1:9) " " RptCol(2)(1:4) " " RptCol(3)(1:7) " " RptCol(4)(1:4) " "
               RptCol(5)(1:7) " " RptCol(6)(1:4) " " RptCol(7)(1:5) " " RptCol(8)(1:5) " " RptCol(9)(1:4)
       END-PERFORM
       IF NRows = 0 THEN
         DISPLAY "(the queue is empty)"
       END-IF
       DISPLAY " "

       DISPLAY "open tickets, oldest first"
       DISPLAY "ticket   player           category status   assignee         hours"
       DISPLAY "------------------------------------------------------------------"
       STRING "SELECT Id, Player, Category, Status, COALESCE(Assignee, '-'), ",
           "floor(extract(epoch from (now() - CreatedAt)) / 3600)::int FROM SupportTickets ",
           "WHERE Status <> 'closed' ORDER BY CreatedAt, Id;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows
       MOVE 6 TO NCols
       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM FetchCols
           DISPLAY RptCol(1)(1:8) " " RptCol(2) " " RptCol(3)(1:8) " " RptCol(4)(1:8) " "
               RptCol(5) " " function trim(RptCol(6))
       END-PERFORM

       call "PQfinish" using by value pgconn returning result end-call
       STOP RUN.

      *> -------------------------
      *> FetchCols: the first NCols columns of row RowIdx into RptCol.
       FetchCols.
       PERFORM VARYING ColIdx FROM 1 BY 1 UNTIL ColIdx > NCols
           COMPUTE ColNo = ColIdx - 1
           call "PQgetvalue" using by value pgres by value RowIdx by value ColNo returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO RptCol(ColIdx)
           string resstr delimited by x"00" into RptCol(ColIdx) end-string
       END-PERFORM.
