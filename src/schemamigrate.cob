        *> -------------------------
        *> schemamigrate.
        *> Takes: a mode, the migrations directory and the operator's
        *>   name as command-line arguments, e.g.
        *>     schemamigrate check
        *>     schemamigrate apply db/migrations Teppo
        *>   (standalone batch; the directory defaults to
        *>   db/migrations under the current one, the operator to
        *>   SYSTEM). Best run with MaintenanceMode up.
        *> Brings the database up to the scripts in the directory,
        *>   keeping the SchemaMigrations ledger. Every NNN_name.sql
        *>   file is read and checksummed (md5 of its lines, each
        *>   ended by a newline, trailing blanks dropped -- the file's
        *>   own md5 for a tidy file) and held against the ledger:
        *>     - a script with no ledger row is pending; "apply" runs
        *>       the pending scripts in version order, each together
        *>       with its ledger row as one statement batch, so a
        *>       script either lands whole and recorded or not at all,
        *>       and stops at the first that fails (its error goes to
        *>       ErrorLog through checkresult); scripts therefore must
        *>       not manage transactions themselves;
        *>     - an adopted row (recorded when the ledger was created,
        *>       no checksum yet) gets the file's checksum;
        *>     - a row whose checksum no longer matches its file is
        *>       reported CHANGED -- the script was edited after it ran
        *>       and the database may not be what the file now says;
        *>     - a ledger row with no file is reported MISSING.
        *>   "check" reports all of that and changes nothing. A
        *>   database from before the ledger has none to read; once it
        *>   is known to be at the last script before the ledger's own,
        *>   "adopt" runs the ledger script first (recording every
        *>   earlier one as adopted) and then carries on as "apply".
        *>   Ends with the schema version against the one this build
        *>   needs (schemacheck); an apply that ran anything lands in
        *>   AuditLog under the operator's name.
        *> Modifies: SchemaMigrations, whatever the scripts change,
        *>   AuditLog
        *> Dependencies: getdb, execparams, checkresult, schemacheck

       IDENTIFICATION DIVISION.
       PROGRAM-ID. schemamigrate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ListFile ASSIGN USING ListFileName
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ListStatus.
           SELECT ScriptFile ASSIGN USING ScriptFileName
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ScriptStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ListFile.
          01 ListLine pic x(128).
       FD ScriptFile.
          01 ScriptLine pic x(1024).
       WORKING-STORAGE SECTION.

       01 pgconn usage pointer.
       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(80) based.
       01 result usage binary-long.
       01 querystring pic x(1024).
       01 ResStatus usage binary-long VALUE 0.

       01 RunMode pic x(8) VALUE SPACES.
       01 MigrationDir pic x(128) VALUE SPACES.
       01 Operator pic x(16) VALUE SPACES.
       01 ShellCommand pic x(256) VALUE SPACES.
       01 ListFileName pic x(32) VALUE "schemamigrate.lst".
       01 ListStatus pic xx VALUE "00".
       01 ScriptFileName pic x(200) VALUE SPACES.
       01 ScriptStatus pic xx VALUE "00".

      *> the version of the script that creates the ledger -- what
      *> "adopt" runs on a database that has none.
       01 LedgerVersion pic 9(4) VALUE 168.

      *> the directory's scripts, in the order ls gives them (the
      *> three-digit prefixes sort as numbers).
       01 NFiles usage binary-long VALUE 0.
       01 FileIdx usage binary-long.
       01 FileTable.
          05 FileEntry OCCURS 400 TIMES.
             10 FileVer pic 9(4).
             10 FileNm pic x(64).
             10 FileSum pic x(32).
       01 VerPart pic x(16) VALUE SPACES.
       01 RestPart pic x(64) VALUE SPACES.
       01 NameLen usage binary-long.

      *> one script's text, null-terminated; execparams reads the
      *> buffer to its terminator, so the whole script binds as $1
      *> despite the wrapper's nominal declaration.
       01 ScriptText pic x(32768) VALUE SPACES.
       01 ScriptPtr usage binary-long.
       01 ScriptFlag pic x VALUE "f".
         88 ScriptTooBig VALUE "t".
       01 NParams1 usage binary-long VALUE 1.
       01 SpareParam2 pic x(260) VALUE SPACES.
       01 SpareParam3 pic x(260) VALUE SPACES.
       01 ErrFlag pic x VALUE "f".
         88 StatementFailed VALUE "t".
       01 ProgName pic x(16) VALUE "schemamigrate".
       01 ParaName pic x(24) VALUE SPACES.

       01 NLedger usage binary-long.
       01 LedgerIdx usage binary-long.
       01 LedgerVerTxt pic x(12) VALUE SPACES.
       01 LedgerVer pic 9(4).
       01 LedgerName pic x(64) VALUE SPACES.
       01 LedgerSum pic x(32) VALUE SPACES.
       01 SumNull usage binary-long VALUE 0.
       01 FoundFlag pic x VALUE "f".
         88 FileFound VALUE "t".
       01 HaltFlag pic x VALUE "f".
         88 ApplyHalted VALUE "t".

       01 CountApplied usage binary-long VALUE 0.
       01 CountRecorded usage binary-long VALUE 0.
       01 CountChanged usage binary-long VALUE 0.
       01 CountMissing usage binary-long VALUE 0.
       01 CountPending usage binary-long VALUE 0.
       01 CountOk usage binary-long VALUE 0.
       01 CountZ pic zzz9.
       01 VerZ pic zzz9.

       01 SchemaHave pic 9(4) VALUE 0.
       01 SchemaNeed pic 9(4) VALUE 0.
       01 SchemaState pic x VALUE "o".
         88 SchemaOk VALUE "o".
       01 HaveZ pic zzz9.
       01 NeedZ pic zzz9.

       PROCEDURE DIVISION.
       Begin.

       ACCEPT RunMode FROM ARGUMENT-VALUE
       ACCEPT MigrationDir FROM ARGUMENT-VALUE
       ACCEPT Operator FROM ARGUMENT-VALUE

       IF function trim(RunMode) NOT = "check" AND function trim(RunMode) NOT = "apply"
           AND function trim(RunMode) NOT = "adopt" THEN
         DISPLAY "usage: schemamigrate check|apply|adopt [migrations directory] [operator]"
         STOP RUN
       END-IF
       IF MigrationDir IS = SPACES THEN
         MOVE "db/migrations" TO MigrationDir
       END-IF
       IF Operator IS = SPACES THEN
         MOVE "SYSTEM" TO Operator
       END-IF

       PERFORM ListScripts
       IF NFiles = 0 THEN
         DISPLAY "no NNN_name.sql scripts in " function trim(MigrationDir) " - nothing to do"
         STOP RUN
       END-IF

       CALL "getdb" USING BY REFERENCE pgconn

       STRING "SELECT count(*) FROM SchemaMigrations;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQresultStatus" using by value pgres returning ResStatus
       IF ResStatus NOT = 2 THEN
         IF function trim(RunMode) NOT = "adopt" THEN
           MOVE LedgerVersion TO VerZ
           DISPLAY "no SchemaMigrations ledger in this database. Bring it up to the script before "
               function trim(VerZ) " by hand, then run schemamigrate adopt."
           call "PQfinish" using by value pgconn returning result end-call
           STOP RUN
         END-IF
         PERFORM AdoptLedger
       END-IF

       PERFORM VARYING FileIdx FROM 1 BY 1 UNTIL FileIdx > NFiles OR ApplyHalted
           PERFORM CheckOneScript
       END-PERFORM

       PERFORM ReportMissing

       IF function trim(RunMode) NOT = "check" AND CountApplied > 0 THEN
         MOVE CountApplied TO CountZ
         CALL "schemacheck" USING BY REFERENCE pgconn SchemaHave SchemaNeed SchemaState
         END-CALL
         MOVE SchemaHave TO HaveZ
         STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Operator),
             "', 'schemamigrate', 'applied=", function trim(CountZ), " version=", function trim(HaveZ),
             "' );", x"00" INTO QueryString
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       END-IF

       DISPLAY " "
       MOVE CountOk TO CountZ
       DISPLAY "up to date: " function trim(CountZ)
       MOVE CountApplied TO CountZ
       DISPLAY "applied:    " function trim(CountZ)
       MOVE CountPending TO CountZ
       DISPLAY "pending:    " function trim(CountZ)
       MOVE CountRecorded TO CountZ
       DISPLAY "checksums recorded: " function trim(CountZ)
       MOVE CountChanged TO CountZ
       DISPLAY "changed:    " function trim(CountZ)
       MOVE CountMissing TO CountZ
       DISPLAY "missing:    " function trim(CountZ)

       CALL "schemacheck" USING BY REFERENCE pgconn SchemaHave SchemaNeed SchemaState
       END-CALL
       MOVE SchemaHave TO HaveZ
       MOVE SchemaNeed TO NeedZ
       IF SchemaOk THEN
         DISPLAY "schema version " function trim(HaveZ) ", this build needs " function trim(NeedZ) " - ok"
       ELSE
         DISPLAY "schema version " function trim(HaveZ) ", this build needs " function trim(NeedZ)
             " - BEHIND, processq and the daemons will refuse to run"
       END-IF

       call "PQfinish" using by value pgconn returning result end-call
       IF ApplyHalted THEN
         MOVE 1 TO RETURN-CODE
       END-IF
       STOP RUN.

      *> -------------------------
      *> ListScripts: the directory's NNN_name.sql files into
      *> FileTable; anything else there is passed over.
       ListScripts.
       MOVE SPACES TO ShellCommand
       STRING "ls -1 '", function trim(MigrationDir), "' > ", function trim(ListFileName),
           " 2>/dev/null" DELIMITED BY SIZE INTO ShellCommand
       END-STRING
       CALL "SYSTEM" USING ShellCommand
       END-CALL

       OPEN INPUT ListFile
       IF ListStatus NOT = "00" THEN
         EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL ListStatus NOT = "00"
         READ ListFile
           AT END EXIT PERFORM
         END-READ
         MOVE SPACES TO VerPart RestPart
         UNSTRING ListLine DELIMITED BY "_" INTO VerPart, RestPart
         END-UNSTRING
         COMPUTE NameLen = function length(function trim(ListLine))
         IF function trim(VerPart) IS NUMERIC AND RestPart IS NOT = SPACES
             AND NameLen > 4 AND NameLen <= 64 AND NFiles < 400 THEN
           IF ListLine(NameLen - 3:4) = ".sql" THEN
             ADD 1 TO NFiles
             MOVE function numval(VerPart) TO FileVer(NFiles)
             MOVE ListLine TO FileNm(NFiles)
             MOVE SPACES TO FileSum(NFiles)
           END-IF
         END-IF
       END-PERFORM
       CLOSE ListFile
       CALL "CBL_DELETE_FILE" USING ListFileName
       END-CALL.

      *> -------------------------
      *> LoadScript: the file FileIdx names into ScriptText, null-
      *> terminated, and its checksum into FileSum.
       LoadScript.
       MOVE "f" TO ScriptFlag
       MOVE SPACES TO ScriptText
       MOVE 1 TO ScriptPtr
       MOVE SPACES TO ScriptFileName
       STRING function trim(MigrationDir), "/", function trim(FileNm(FileIdx)) DELIMITED BY SIZE
           INTO ScriptFileName
       END-STRING
       OPEN INPUT ScriptFile
       IF ScriptStatus NOT = "00" THEN
         SET ScriptTooBig TO TRUE
         EXIT PARAGRAPH
       END-IF
       PERFORM UNTIL ScriptStatus NOT = "00" OR ScriptTooBig
         MOVE SPACES TO ScriptLine
         READ ScriptFile
           AT END EXIT PERFORM
         END-READ
         IF ScriptLine IS = SPACES THEN
           STRING x"0A" DELIMITED BY SIZE INTO ScriptText WITH POINTER ScriptPtr
             ON OVERFLOW SET ScriptTooBig TO TRUE
           END-STRING
         ELSE
           STRING function trim(ScriptLine TRAILING), x"0A" DELIMITED BY SIZE
               INTO ScriptText WITH POINTER ScriptPtr
             ON OVERFLOW SET ScriptTooBig TO TRUE
           END-STRING
         END-IF
       END-PERFORM
       CLOSE ScriptFile
      *> room for the terminator and the ledger row ApplyScript adds.
       IF ScriptPtr > 32000 THEN
         SET ScriptTooBig TO TRUE
       END-IF
       IF ScriptTooBig THEN
         EXIT PARAGRAPH
       END-IF
       MOVE x"00" TO ScriptText(ScriptPtr:1)

       STRING "SELECT md5($1);", x"00" INTO QueryString
       END-STRING
       CALL "execparams" USING pgconn querystring NParams1
           ScriptText SpareParam2 SpareParam3 pgres END-CALL
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO FileSum(FileIdx)
       string resstr delimited by x"00" into FileSum(FileIdx) end-string.

      *> -------------------------
      *> CheckOneScript: one file against its ledger row -- pending,
      *> adopted, matching or changed.
       CheckOneScript.
       MOVE FileVer(FileIdx) TO VerZ
       PERFORM LoadScript
       IF ScriptTooBig THEN
         DISPLAY "FAILED " function trim(FileNm(FileIdx)) " - cannot be read whole"
         IF function trim(RunMode) NOT = "check" THEN
           SET ApplyHalted TO TRUE
         END-IF
         EXIT PARAGRAPH
       END-IF

       STRING "SELECT Checksum FROM SchemaMigrations WHERE Version = ", function trim(VerZ), ";",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NLedger

       IF NLedger = 0 THEN
         IF function trim(RunMode) = "check" THEN
           ADD 1 TO CountPending
           DISPLAY "pending " function trim(FileNm(FileIdx))
         ELSE
           PERFORM ApplyScript
         END-IF
         EXIT PARAGRAPH
       END-IF

       call "PQgetisnull" using by value pgres by value 0 by value 0 returning SumNull end-call
       IF SumNull NOT = 0 THEN
         IF function trim(RunMode) NOT = "check" THEN
           STRING "UPDATE SchemaMigrations SET Checksum = '", FileSum(FileIdx),
               "' WHERE Version = ", function trim(VerZ), " AND Checksum IS NULL;", x"00" INTO QueryString
           END-STRING
           call "PQexec" using by value pgconn by reference querystring returning pgres end-call
           ADD 1 TO CountRecorded
         ELSE
           ADD 1 TO CountOk
         END-IF
         EXIT PARAGRAPH
       END-IF

       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO LedgerSum
       string resstr delimited by x"00" into LedgerSum end-string
       IF LedgerSum = FileSum(FileIdx) THEN
         ADD 1 TO CountOk
       ELSE
         ADD 1 TO CountChanged
         DISPLAY "CHANGED " function trim(FileNm(FileIdx)) " - edited since it was applied"
       END-IF.

      *> -------------------------
      *> ApplyScript: the script and its ledger row in one batch --
      *> one implicit transaction, so both land or neither does.
       ApplyScript.
       STRING x"0A", ";", x"0A",
           "INSERT INTO SchemaMigrations ( Version, FileName, Checksum, AppliedBy ) VALUES ( ",
           function trim(VerZ), ", '", function trim(FileNm(FileIdx)), "', '", FileSum(FileIdx), "', '",
           function trim(Operator), "' ) ON CONFLICT ( Version ) DO UPDATE SET FileName = EXCLUDED.FileName, ",
           "Checksum = EXCLUDED.Checksum, AppliedAt = now(), AppliedBy = EXCLUDED.AppliedBy;", x"00"
           DELIMITED BY SIZE INTO ScriptText WITH POINTER ScriptPtr
       END-STRING
       call "PQexec" using by value pgconn by reference ScriptText returning pgres end-call
       MOVE "ApplyScript" TO ParaName
       CALL "checkresult" USING BY REFERENCE pgconn pgres ScriptText ProgName ParaName ErrFlag
       END-CALL
       IF StatementFailed THEN
         DISPLAY "FAILED " function trim(FileNm(FileIdx)) " - rolled back, see ErrorLog; stopping here"
         SET ApplyHalted TO TRUE
         EXIT PARAGRAPH
       END-IF
       ADD 1 TO CountApplied
       DISPLAY "applied " function trim(FileNm(FileIdx)).

      *> -------------------------
      *> AdoptLedger: a database with no ledger gets the ledger's own
      *> script, which records everything before it as adopted.
       AdoptLedger.
       MOVE 0 TO FileIdx
       PERFORM VARYING LedgerIdx FROM 1 BY 1 UNTIL LedgerIdx > NFiles
         IF FileVer(LedgerIdx) = LedgerVersion THEN
           MOVE LedgerIdx TO FileIdx
         END-IF
       END-PERFORM
       IF FileIdx = 0 THEN
         MOVE LedgerVersion TO VerZ
         DISPLAY "the ledger script (" function trim(VerZ) "_...) is not in " function trim(MigrationDir)
         call "PQfinish" using by value pgconn returning result end-call
         STOP RUN
       END-IF
       PERFORM LoadScript
       IF ScriptTooBig THEN
         DISPLAY "FAILED " function trim(FileNm(FileIdx)) " - cannot be read whole"
         call "PQfinish" using by value pgconn returning result end-call
         STOP RUN
       END-IF
       call "PQexec" using by value pgconn by reference ScriptText returning pgres end-call
       MOVE "AdoptLedger" TO ParaName
       CALL "checkresult" USING BY REFERENCE pgconn pgres ScriptText ProgName ParaName ErrFlag
       END-CALL
       IF StatementFailed THEN
         DISPLAY "FAILED " function trim(FileNm(FileIdx)) " - no ledger created, see ErrorLog"
         call "PQfinish" using by value pgconn returning result end-call
         MOVE 1 TO RETURN-CODE
         STOP RUN
       END-IF
       DISPLAY "adopted: ledger created by " function trim(FileNm(FileIdx)).

      *> -------------------------
      *> ReportMissing: ledger rows whose script is no longer in the
      *> directory.
       ReportMissing.
       STRING "SELECT Version, FileName FROM SchemaMigrations ORDER BY Version;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NLedger
       PERFORM VARYING LedgerIdx FROM 0 BY 1 UNTIL LedgerIdx >= NLedger
         call "PQgetvalue" using by value pgres by value LedgerIdx by value 0 returning resptr end-call
         set address of resstr to resptr
         MOVE SPACES TO LedgerVerTxt
         string resstr delimited by x"00" into LedgerVerTxt end-string
         MOVE function numval(LedgerVerTxt) TO LedgerVer
         call "PQgetvalue" using by value pgres by value LedgerIdx by value 1 returning resptr end-call
         set address of resstr to resptr
         MOVE SPACES TO LedgerName
         string resstr delimited by x"00" into LedgerName end-string
         MOVE "f" TO FoundFlag
         PERFORM VARYING FileIdx FROM 1 BY 1 UNTIL FileIdx > NFiles OR FileFound
           IF FileVer(FileIdx) = LedgerVer THEN
             SET FileFound TO TRUE
           END-IF
         END-PERFORM
         IF NOT FileFound THEN
           ADD 1 TO CountMissing
           DISPLAY "MISSING " function trim(LedgerName) " - recorded as applied, no such script"
         END-IF
       END-PERFORM.
