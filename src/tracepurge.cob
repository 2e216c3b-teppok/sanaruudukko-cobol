        *> -------------------------
        *> tracepurge.
        *> Takes: (standalone batch job, no arguments -- daily is
        *>   plenty; batchscheduler runs it as "tracepurge").
        *> Ages out player traces: TraceRequests rows older than the
        *>   TraceRetentionDays Status knob (default 7), then the
        *>   PlayerTraces switches that have expired and have no
        *>   captured requests left to explain. A trace stops capturing
        *>   on its own the moment Until passes; this only clears up
        *>   after it. Safe to re-run.
        *> Modifies: TraceRequests, PlayerTraces
        *> Dependencies: getdb, batchstart, batchend

       IDENTIFICATION DIVISION.
       PROGRAM-ID. tracepurge.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgconn usage pointer.
       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(16) based.
       01 result usage binary-long.
       01 querystring pic x(512).

       01 RetentionDays pic 9(5) VALUE 7.
       01 TmpCfg pic x(16) VALUE SPACES.
       01 RowsDone pic x(16) VALUE SPACES.
       01 RequestsDone pic 9(7) VALUE 0.
       01 TracesDone pic 9(7) VALUE 0.

      *> the cron-overlap guard and run ledger (BatchRuns): refuse
      *> to start on top of a live run of this same job, and close
      *> the ledger row on the way out.
       01 LedgerJobName pic x(16) VALUE "tracepurge".
       01 LedgerGranted pic x VALUE "f".
       01 LedgerRows pic 9(7) usage display VALUE ZEROES.
       01 LedgerOutcome pic x(8) VALUE "ok".

       PROCEDURE DIVISION.
       Begin.

       CALL "getdb" USING BY REFERENCE pgconn

       CALL "batchstart" USING BY REFERENCE pgconn LedgerJobName LedgerGranted
       END-CALL
       IF LedgerGranted NOT = "t" THEN
         DISPLAY "a live run already holds the ledger - exiting"
         call "PQfinish" using by value pgconn returning result end-call
         STOP RUN
       END-IF

       STRING "SELECT COALESCE((SELECT Value FROM Status WHERE Name = 'TraceRetentionDays')::int, ",
           RetentionDays, ");", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO TmpCfg
       string resstr delimited by x"00" into TmpCfg end-string
       MOVE function numval(TmpCfg) TO RetentionDays

       STRING "DELETE FROM TraceRequests WHERE EventTime < now() - make_interval(days => ",
           RetentionDays, ");", x"00" INTO QueryString
       END-STRING
       PERFORM RunPurge
       MOVE function numval(RowsDone) TO RequestsDone

       STRING "DELETE FROM PlayerTraces t WHERE t.Until <= now() ",
           "AND NOT EXISTS (SELECT 1 FROM TraceRequests r WHERE r.Player = t.Player);", x"00" INTO QueryString
       END-STRING
       PERFORM RunPurge
       MOVE function numval(RowsDone) TO TracesDone

       COMPUTE LedgerRows = RequestsDone + TracesDone
       DISPLAY "trace requests purged: " RequestsDone ", expired traces removed: " TracesDone

       CALL "batchend" USING BY REFERENCE pgconn LedgerJobName LedgerRows LedgerOutcome
       END-CALL
       call "PQfinish" using by value pgconn returning result end-call
       STOP RUN.

      *> -------------------------
      *> RunPurge: the statement in QueryString, its row count into
      *> RowsDone; a failure marks the ledger run failed.
       RunPurge.
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       MOVE "0" TO RowsDone
       call "PQresultStatus" using by value pgres returning result
       IF result NOT = 1 THEN
         MOVE "failed" TO LedgerOutcome
         EXIT PARAGRAPH
       END-IF
       call "PQcmdTuples" using by value pgres returning resptr
       IF resptr NOT = NULL THEN
         set address of resstr to resptr
         MOVE SPACES TO RowsDone
         string resstr delimited by x"00" into RowsDone end-string
       END-IF.
