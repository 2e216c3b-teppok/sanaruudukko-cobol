        *>   executed (by PQexec or through execparams -- this composes
        *>   with both). Success leaves ErrFlag at 'f'; anything else
        *>   sets it 't' and records the failure in ErrorLog with the
        *>   calling program and paragraph, the sqlstate, the player the
        *>   request belongs to (errcontext.l; blank outside processq)
        *>   and the first 190 characters of the statement, so a
        *>   silently eaten insert finally leaves a trace an operator
        *>   can read with errorlogreport. The log insert itself binds
        *>   the statement text as a parameter, so whatever broke the
        *>   original statement can't break the log row too.
        *>   A statement execparams timed (see sqltiming.l) that took
        *>   SlowStatementMs (Status row, default 250) or longer goes
        *>   into SlowStatements under the same program and paragraph,
        *>   succeeded or not, for slowqueryreport.
        *> Modifies: ErrFlag, SlowStatements
        *> Dependencies: execparams

       IDENTIFICATION DIVISION.
       01 logquery pic x(512).
       01 logres usage pointer.

       01 SlowMs pic 9(6) VALUE 250.
       01 SlowMsLoaded pic x VALUE "f".
         88 HaveSlowMs VALUE "t".
       01 TmpSlow pic x(8) VALUE SPACES.
       01 DurationZ pic z(8)9.
       01 slowres usage pointer.
       01 slowresptr usage pointer.
       01 slowresstr pic x(80) based.
       COPY "sqltiming.l".
       COPY "errcontext.l".
       01 LogPlayer pic x(16) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 pgres usage pointer.

       MOVE "f" TO ErrFlag

       IF pgres NOT = NULL AND TimedRes = pgres THEN
         PERFORM RecordIfSlow
       END-IF

      *> 1 = PGRES_COMMAND_OK, 2 = PGRES_TUPLES_OK; PQresultStatus
      *> is safe even on the null result a dead connection hands back.
       call "PQresultStatus" using by value pgres returning ResStatus
       MOVE SPACES TO StmtParam
       STRING function trim(StmtBuf), x"00" INTO StmtParam END-STRING

      *> the shared block starts out as low-values in a run unit that
      *> never set it.
       MOVE SPACES TO LogPlayer
       IF ErrPlayer IS NOT = LOW-VALUES THEN
         MOVE ErrPlayer TO LogPlayer
       END-IF
       STRING "INSERT INTO ErrorLog ( Program, Paragraph, SqlState, Statement, Player ) VALUES ( '",
           function trim(ProgName), "', '", function trim(ParaName), "', '",
           SqlState, "', $1, NULLIF('", function trim(LogPlayer), "', '') );", x"00" INTO logquery
       END-STRING
       CALL "execparams" USING pgconn logquery NParams1
           StmtParam SpareParam2 SpareParam3 logres END-CALL

       EXIT PROGRAM.

      *> -------------------------
      *> RecordIfSlow: the statement was timed by execparams; keep it
      *> if it crossed the threshold. The threshold is read once per
      *> process, and the timing is spent so it can't be recorded twice.
       RecordIfSlow.
       SET TimedRes TO NULL
       IF NOT HaveSlowMs THEN
         STRING "SELECT COALESCE((SELECT Value FROM Status WHERE Name = 'SlowStatementMs')::int, ",
             SlowMs, ");", x"00" INTO logquery
         END-STRING
         call "PQexec" using by value pgconn by reference logquery returning slowres end-call
         call "PQgetvalue" using by value slowres by value 0 by value 0 returning slowresptr end-call
         IF slowresptr NOT = NULL THEN
           set address of slowresstr to slowresptr
           MOVE SPACES TO TmpSlow
           string slowresstr delimited by x"00" into TmpSlow end-string
           MOVE function numval(TmpSlow) TO SlowMs
         END-IF
         SET HaveSlowMs TO TRUE
       END-IF

       IF TimedMs < SlowMs THEN
         EXIT PARAGRAPH
       END-IF

       MOVE SPACES TO StmtBuf
       STRING Query(1:190) DELIMITED BY x"00" INTO StmtBuf END-STRING
       MOVE SPACES TO StmtParam
       STRING function trim(StmtBuf), x"00" INTO StmtParam END-STRING
       MOVE TimedMs TO DurationZ

       STRING "INSERT INTO SlowStatements ( Program, Paragraph, DurationMs, Statement ) VALUES ( '",
           function trim(ProgName), "', '", function trim(ParaName), "', ",
           function trim(DurationZ), ", $1 );", x"00" INTO logquery
       END-STRING
       CALL "execparams" USING pgconn logquery NParams1
           StmtParam SpareParam2 SpareParam3 slowres END-CALL.
