        *> -------------------------
        *> referralreport.
        *> Takes: optional month as a command-line argument, e.g.
        *>     referralreport 2025-03
        *>   (standalone operator report, run monthly; with no argument
        *>   it reports last month).
        *> The month's player referrals: how many newcomers came in on a
        *>   referral code that month, and of those how many have since
        *>   converted (finished ReferralRounds rounds and paid out),
        *>   are still pending or were voided as one person's linked
        *>   accounts; the rewards paid out during the month; the same
        *>   split per referrer, busiest first; and the twelve months up
        *>   to it with their conversion rate, for the trend.
        *> Modifies:
        *> Dependencies: getdb

       IDENTIFICATION DIVISION.
       PROGRAM-ID. referralreport.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgconn usage pointer.
       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(200) based.
       01 result usage binary-long.
       01 querystring pic x(1024).

       01 ThisMonth pic x(7) VALUE SPACES.
      *> the first day of the reported month, as SQL.
       01 MonthExpr pic x(64) VALUE SPACES.

       01 NRows usage binary-long.
       01 RowIdx usage binary-long.
       01 ColIdx usage binary-long.
       01 ColNo usage binary-long.
       01 NCols usage binary-long.
       01 RptCol pic x(16) occurs 6 times.

       PROCEDURE DIVISION.
       Begin.

       ACCEPT ThisMonth FROM ARGUMENT-VALUE

       IF ThisMonth IS = SPACES THEN
         MOVE "(date_trunc('month', now()) - interval '1 month')::date" TO MonthExpr
       ELSE
         IF ThisMonth(1:4) IS NOT NUMERIC OR ThisMonth(5:1) NOT = "-" OR ThisMonth(6:2) IS NOT NUMERIC
             OR ThisMonth(6:2) < "01" OR ThisMonth(6:2) > "12" THEN
           DISPLAY "usage: referralreport [YYYY-MM]"
           STOP RUN
         END-IF
         STRING "date '", ThisMonth, "-01'" DELIMITED BY SIZE INTO MonthExpr
         END-STRING
       END-IF

       CALL "getdb" USING BY REFERENCE pgconn

       STRING "SELECT to_char(", function trim(MonthExpr), ", 'YYYY-MM'), count(*), ",
           "count(*) FILTER (WHERE Status = 'rewarded'), count(*) FILTER (WHERE Status = 'pending'), ",
           "count(*) FILTER (WHERE Status = 'void'), ",
           "( SELECT COALESCE(sum(Reward) * 2, 0) FROM Referrals WHERE Status = 'rewarded' AND SettledAt >= ",
           function trim(MonthExpr), " AND SettledAt < ", function trim(MonthExpr), " + interval '1 month' ) ",
           "FROM Referrals WHERE ReferredAt >= ", function trim(MonthExpr), " AND ReferredAt < ",
           function trim(MonthExpr), " + interval '1 month';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       MOVE 0 TO RowIdx
       MOVE 6 TO NCols
       PERFORM FetchCols

       DISPLAY "player referrals for " function trim(RptCol(1))
       DISPLAY "  referred:  " function trim(RptCol(2))
       DISPLAY "  converted: " function trim(RptCol(3))
       DISPLAY "  pending:   " function trim(RptCol(4))
       DISPLAY "  void:      " function trim(RptCol(5))
       DISPLAY "  coins paid out this month (both sides): " function trim(RptCol(6))
       DISPLAY " "

       DISPLAY "referrer         referred converted pending  void"
       DISPLAY "--------------------------------------------------"
       STRING "SELECT Referrer, count(*), count(*) FILTER (WHERE Status = 'rewarded'), ",
           "count(*) FILTER (WHERE Status = 'pending'), count(*) FILTER (WHERE Status = 'void') ",
           "FROM Referrals WHERE ReferredAt >= ", function trim(MonthExpr), " AND ReferredAt < ",
           function trim(MonthExpr), " + interval '1 month' GROUP BY Referrer ",
           "ORDER BY count(*) DESC, Referrer;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows
       MOVE 5 TO NCols
       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM FetchCols
           DISPLAY RptCol(1) " " RptCol(2)(1:8) " " RptCol(3)(1:9) " " RptCol(4)(1:8) " " RptCol(5)(1:8)
       END-PERFORM
       IF NRows = 0 THEN
         DISPLAY "(no referrals this month)"
       END-IF
       DISPLAY " "

       DISPLAY "month   referred converted rate"
       DISPLAY "-------------------------------"
       STRING "SELECT to_char(m, 'YYYY-MM'), count(f.Referee), count(f.Referee) FILTER (WHERE f.Status = 'rewarded'), ",
           "COALESCE(round(100.0 * count(f.Referee) FILTER (WHERE f.Status = 'rewarded') / NULLIF(count(f.Referee), 0)), 0) || '%' ",
           "FROM generate_series(", function trim(MonthExpr), " - interval '11 months', ", function trim(MonthExpr),
           ", interval '1 month') m LEFT JOIN Referrals f ON f.ReferredAt >= m AND f.ReferredAt < m + interval '1 month' ",
           "GROUP BY m ORDER BY m;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows
       MOVE 4 TO NCols
       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM FetchCols
           DISPLAY RptCol(1)(1:7) " " RptCol(2)(1:8) " " RptCol(3)(1:9) " " function trim(RptCol(4))
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
