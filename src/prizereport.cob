        *> -------------------------
        *> prizereport.
        *> Takes: (standalone operator report, no arguments).
        *> Physical prizes still owed: every award of a physical prize
        *>   that hasn't been marked delivered, oldest first -- the
        *>   award number (what prizestatus takes), the event and place
        *>   it was won for, the winner, what the prize is, how far its
        *>   delivery has got and how many days it has waited since it
        *>   was awarded -- then a count by status.
        *> Modifies:
        *> Dependencies: getdb

       IDENTIFICATION DIVISION.
       PROGRAM-ID. prizereport.
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
         05 RptCol pic x(40) OCCURS 7 TIMES.

       PROCEDURE DIVISION.
       Begin.

       CALL "getdb" USING BY REFERENCE pgconn

       DISPLAY "physical prizes awarded but not yet delivered, oldest first"
       DISPLAY "award    event                    place player           status   days  prize"
       DISPLAY "----------------------------------------------------------------------------------"
       STRING "SELECT a.Id, p.EventKind || ' ' || p.EventId, a.Place, a.Player, a.Status, ",
           "floor(extract(epoch from (now() - a.AwardedAt)) / 86400)::int, p.Description ",
           "FROM PrizeAwards a JOIN EventPrizes p ON p.Id = a.PrizeId ",
           "WHERE a.Status IN ('pending', 'shipped') ORDER BY a.AwardedAt, a.Id;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows
       MOVE 7 TO NCols
       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM FetchCols
           DISPLAY RptCol(1)(1:8) " " RptCol(2)(1:24) " " RptCol(3)(1:5) " " RptCol(4)(1:16) " "
               RptCol(5)(1:8) " " RptCol(6)(1:5) " " function trim(RptCol(7))
       END-PERFORM
       IF NRows = 0 THEN
         DISPLAY "(nothing is waiting)"
       END-IF
       DISPLAY " "

       DISPLAY "status   awards"
       DISPLAY "---------------"
       STRING "SELECT Status, count(*) FROM PrizeAwards WHERE Status IN ('pending', 'shipped') ",
           "GROUP BY Status ORDER BY Status;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows
       MOVE 2 TO NCols
       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM FetchCols
           DISPLAY RptCol(1)(1:8) " " function trim(RptCol(2))
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
