        *> -------------------------
        *> cohortreport.
        *> Takes: up to three arguments, in any order,
        *>     cohortreport [months] [bysource] [csv]
        *>   (standalone operator report, output to stdout; months is
        *>   how many registration months to report, this one included,
        *>   default 12, at most 60).
        *> Whether the people who signed up stay: players are grouped
        *>   by the month their account was created (Players.CreatedAt)
        *>   and, with bysource, by how they arrived (Players.Arrival:
        *>   register, invite, roster or guest). For each group the
        *>   size, then for the month of registration (m0) and each of
        *>   the twelve following months the share of the group that
        *>   settled at least one round score that month (RoundScores).
        *>   A month still to come shows "." rather than a figure.
        *>   Bots and guests not yet converted are left out. With csv
        *>   the same rows are also written to cohorts-<stamp>.csv in
        *>   the current directory under extractdelta's file
        *>   conventions (quoted header and fields, the file re-read
        *>   and its lines counted before it is reported as written).
        *> Modifies:
        *> Dependencies: getdb

       IDENTIFICATION DIVISION.
       PROGRAM-ID. cohortreport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ExtractFile ASSIGN USING ExtractFileName
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ExtractFile.
          01 ExtractLine pic x(512).
       WORKING-STORAGE SECTION.

       01 pgconn usage pointer.
       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(512) based.
       01 result usage binary-long.
       01 querystring pic x(3072).

       01 ArgText pic x(16) VALUE SPACES.
       01 ArgIdx usage binary-long.
       01 MonthsArg pic x(16) VALUE SPACES.
       01 Months pic 9(3) VALUE 12.
       01 ArrivalExpr pic x(16) VALUE "'all'".
       01 GroupMode pic x VALUE "a".
         88 BySource VALUE "s".
       01 CsvMode pic x VALUE "n".
         88 WantCsv VALUE "y".
       01 BadArgs pic x VALUE "n".
         88 ArgsAreBad VALUE "y".

       01 ExtractFileName pic x(64) VALUE SPACES.
       01 FileStatus pic xx VALUE "00".
       01 RunStamp pic x(20) VALUE SPACES.
       01 HeaderLine pic x(256) VALUE SPACES.
       01 LinesInFile usage binary-long.
       01 RowsZ pic z(8)9.
       01 LinesZ pic z(8)9.

       01 NRows usage binary-long.
       01 RowIdx usage binary-long.
       01 NCols usage binary-long.
       01 ColIdx usage binary-long.
       01 ColNo usage binary-long.
       01 RptCols.
         05 RptCol pic x(512) OCCURS 5 TIMES.

       PROCEDURE DIVISION.
       Begin.

       PERFORM VARYING ArgIdx FROM 1 BY 1 UNTIL ArgIdx > 3
         MOVE SPACES TO ArgText
         ACCEPT ArgText FROM ARGUMENT-VALUE
         EVALUATE TRUE
           WHEN ArgText IS = SPACES
             CONTINUE
           WHEN function lower-case(ArgText) = "bysource"
             SET BySource TO TRUE
           WHEN function lower-case(ArgText) = "csv"
             SET WantCsv TO TRUE
           WHEN function trim(ArgText) IS NUMERIC AND MonthsArg IS = SPACES
             MOVE ArgText TO MonthsArg
           WHEN OTHER
             SET ArgsAreBad TO TRUE
         END-EVALUATE
       END-PERFORM
       IF MonthsArg IS NOT = SPACES THEN
         IF function length(function trim(MonthsArg)) > 3 THEN
           SET ArgsAreBad TO TRUE
         ELSE
           MOVE function numval(MonthsArg) TO Months
         END-IF
       END-IF
       IF Months < 1 OR Months > 60 THEN
         SET ArgsAreBad TO TRUE
       END-IF
       IF ArgsAreBad THEN
         DISPLAY "usage: cohortreport [months] [bysource] [csv]"
         STOP RUN
       END-IF
       IF BySource THEN
         MOVE "p.Arrival" TO ArrivalExpr
       END-IF

       CALL "getdb" USING BY REFERENCE pgconn

       IF WantCsv THEN
         STRING "SELECT to_char(now(), 'YYYY-MM-DD-HH24MISS');", x"00" INTO QueryString
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
         call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
         set address of resstr to resptr
         string resstr delimited by x"00" into RunStamp end-string
       END-IF

      *> one row per cohort: c the cohort's players, a the months each
      *> of them settled a score in, g the cohort sizes, k the share
      *> active at each offset (NULL for a month not reached yet).
      *> Columns: cohort, arrival, players, the printed offsets, and
      *> the same row as a CSV line.
       STRING "WITH c AS ( SELECT p.Name, date_trunc('month', p.CreatedAt) AS Cohort, ",
           function trim(ArrivalExpr), " AS Src FROM Players p ",
           "WHERE NOT p.IsBot AND NOT p.IsGuest ",
           "AND p.CreatedAt >= date_trunc('month', now()) - make_interval(months => ", Months, " - 1) ), ",
           "a AS ( SELECT DISTINCT s.Player, date_trunc('month', s.SettledAt) AS Mon ",
           "FROM RoundScores s JOIN c ON c.Name = s.Player ), ",
           "g AS ( SELECT Cohort, Src, count(*) AS Size FROM c GROUP BY Cohort, Src ), ",
           "k AS ( SELECT g.Cohort, g.Src, g.Size, o.Off, ",
           "CASE WHEN g.Cohort + make_interval(months => o.Off) > date_trunc('month', now()) THEN NULL ",
           "ELSE ( SELECT round(100.0 * count(*) / g.Size)::int FROM c JOIN a ON a.Player = c.Name ",
           "WHERE c.Cohort = g.Cohort AND c.Src = g.Src ",
           "AND a.Mon = g.Cohort + make_interval(months => o.Off) ) END AS Pct ",
           "FROM g CROSS JOIN generate_series(0, 12) o(Off) ) ",
           "SELECT to_char(Cohort, 'YYYY-MM'), Src, Size, ",
           "string_agg(lpad(COALESCE(Pct::text || '%', '.'), 5), '' ORDER BY Off), ",
           "chr(34) || to_char(Cohort, 'YYYY-MM') || chr(34) || ',' || chr(34) || Src || chr(34) || ',' || ",
           "chr(34) || Size || chr(34) || ',' || ",
           "string_agg(chr(34) || COALESCE(Pct::text, '') || chr(34), ',' ORDER BY Off) ",
           "FROM k GROUP BY Cohort, Src, Size ORDER BY Cohort, Src;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows

       DISPLAY "players still playing, by registration month, last " function trim(Months) " months"
       DISPLAY "(share of the cohort with a settled round score in each month after joining)"
       DISPLAY "cohort  arrival  players   m0   m1   m2   m3   m4   m5   m6   m7   m8   m9  m10  m11  m12"
       DISPLAY "-------------------------------------------------------------------------------------------"
       MOVE 4 TO NCols
       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM FetchCols
           DISPLAY RptCol(1)(1:7) " " RptCol(2)(1:8) " " RptCol(3)(1:7) RptCol(4)(1:65)
       END-PERFORM
       IF NRows = 0 THEN
         DISPLAY "(nobody registered in that span)"
       END-IF

       IF WantCsv AND NRows > 0 THEN
         PERFORM WriteCsv
       END-IF

       call "PQfinish" using by value pgconn returning result end-call
       STOP RUN.

      *> -------------------------
      *> WriteCsv: the report's rows as CSV lines (column 5 of the
      *> result) into cohorts-<stamp>.csv, then count the lines back.
       WriteCsv.
       MOVE SPACES TO HeaderLine
       STRING '"Cohort","Arrival","Players","M0","M1","M2","M3","M4","M5","M6",',
           '"M7","M8","M9","M10","M11","M12"' DELIMITED BY SIZE INTO HeaderLine
       END-STRING
       MOVE SPACES TO ExtractFileName
       STRING "cohorts-", function trim(RunStamp), ".csv" INTO ExtractFileName
       END-STRING

       OPEN OUTPUT ExtractFile
       MOVE SPACES TO ExtractLine
       MOVE HeaderLine TO ExtractLine
       WRITE ExtractLine
       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
         call "PQgetvalue" using by value pgres by value RowIdx by value 4 returning resptr end-call
         set address of resstr to resptr
         MOVE SPACES TO ExtractLine
         string resstr delimited by x"00" into ExtractLine end-string
         WRITE ExtractLine
       END-PERFORM
       CLOSE ExtractFile

       MOVE 0 TO LinesInFile
       OPEN INPUT ExtractFile
       PERFORM UNTIL FileStatus NOT = "00"
         READ ExtractFile
           AT END EXIT PERFORM
         END-READ
         ADD 1 TO LinesInFile
       END-PERFORM
       CLOSE ExtractFile

       MOVE NRows TO RowsZ
       MOVE LinesInFile TO LinesZ
       DISPLAY " "
       IF LinesInFile = NRows + 1 THEN
         DISPLAY "written rows=" function trim(RowsZ) " file=" function trim(ExtractFileName)
       ELSE
         DISPLAY "MISMATCH rows=" function trim(RowsZ) " file=" function trim(LinesZ) " -- "
             function trim(ExtractFileName) " is incomplete"
       END-IF.

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
