        *> fullrestore.
        *> Takes: a mode and the backup file prefix, e.g.
        *>     fullrestore drill /backup/sanaruudukko-20260902
        *>     fullrestore live  /backup/sanaruudukko-20260902 17
        *>   (standalone batch; "drill" is the scheduled proof, "live"
        *>   the real recovery into empty tables). A live run over a
        *>   database that still has Admins takes four eyes: the third
        *>   argument names an approved, unexpired fullrestore
        *>   PendingActions row for this prefix, which the run claims
        *>   (one approval, one run) before touching anything. With no
        *>   Admins left there is nobody to approve and nothing left
        *>   to protect, and the recovery goes ahead.
        *> fullbackup's other half -- the one that turns the backup
        *>   from a rumor into a fact. Each table file's composite-text
        *>   rows are cast straight back ((line::public.Table).*) and
        *>   CLEAN / FAILED verdict the way purgeverify does; "live"
        *>   inserts into the real tables and verifies the same way,
        *>   leaving the verdict to say whether the recovery is whole.
        *>   Before anything is restored it reports the schema version
        *>   the set was taken at (<prefix>.schemaversion, written by
        *>   fullbackup; "not recorded" for an older set), the
        *>   database's and the one this build needs (schemacheck),
        *>   and warns when the set and the database differ -- a table
        *>   whose columns changed in between will not cast back.
        *> Modifies: the restoredrill schema (drill) or the game
        *>   tables (live), PendingActions, AuditLog
        *> Dependencies: getdb, execparams, schemacheck

       IDENTIFICATION DIVISION.
       PROGRAM-ID. fullrestore.
      *> row fits despite the wrapper's nominal declaration.
       01 LineParam pic x(8200) VALUE SPACES.
       01 NParams1 usage binary-long VALUE 1.
       01 NParams2 usage binary-long VALUE 2.
       01 SpareParam2 pic x(260) VALUE SPACES.
       01 ActionArg pic x(16) VALUE SPACES.
       01 ActionParam pic x(260) VALUE SPACES.
       01 PrefixParam pic x(260) VALUE SPACES.
       01 NAdmins usage binary-long VALUE 0.
       01 NApproved usage binary-long VALUE 0.
       01 SpareParam3 pic x(260) VALUE SPACES.
       01 FailFlag pic 9 VALUE 0.
         88 RestoreFailed VALUE 1.

       01 SchemaHave pic 9(4) VALUE 0.
       01 SchemaNeed pic 9(4) VALUE 0.
       01 SchemaState pic x VALUE "o".
       01 BackupSchemaTxt pic x(12) VALUE SPACES.
       01 BackupSchema pic 9(4) VALUE 0.
       01 HaveZ pic zzz9.
       01 NeedZ pic zzz9.
       01 BackupZ pic zzz9.

      *> the serial-backed id columns, reset from their restored
      *> maxima after a live load; the standalone sequences below get
      *> their own setvals.
       01 SeqTable.
          05 SeqDef pic x(32) OCCURS 37 TIMES.
       01 SeqIdx usage binary-long.
       01 SeqTableName pic x(24).
       01 SeqColumnName pic x(12).

       ACCEPT RunMode FROM ARGUMENT-VALUE
       ACCEPT InPrefix FROM ARGUMENT-VALUE
       ACCEPT ActionArg FROM ARGUMENT-VALUE

       IF ( function trim(RunMode) NOT = "drill" AND function trim(RunMode) NOT = "live" )
           OR InPrefix IS = SPACES THEN
         DISPLAY "usage: fullrestore drill|live <backup file prefix> [approved action id]"
         STOP RUN
       END-IF

       CALL "getdb" USING BY REFERENCE pgconn

       IF function trim(RunMode) = "live" THEN
         PERFORM ClaimLiveApproval
       END-IF

       PERFORM ReportSchema

       IF function trim(RunMode) = "drill" THEN
         STRING "DROP SCHEMA IF EXISTS restoredrill CASCADE;", x"00" INTO QueryString
         END-STRING
         DISPLAY "verdict: CLEAN - every table restored and count-verified"
       END-IF

       IF function trim(RunMode) = "live" AND NApproved > 0 THEN
         PERFORM AuditLiveRestore
       END-IF

       call "PQfinish" using by value pgconn returning result end-call
       STOP RUN.

      *> -------------------------
      *> ClaimLiveApproval: four eyes before a live restore over a
      *> database that still has Admins. The request's Param went
      *> through parsechat, so the prefix is compared in that
      *> entity-escaped form.
       ClaimLiveApproval.
       STRING "SELECT Player FROM Admins LIMIT 1;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NAdmins
       IF NAdmins = 0 THEN
         EXIT PARAGRAPH
       END-IF

       IF ActionArg IS = SPACES OR function trim(ActionArg) IS NOT NUMERIC THEN
         DISPLAY "live restore over a database with Admins needs an approved action id - nothing restored"
         call "PQfinish" using by value pgconn returning result end-call
         STOP RUN
       END-IF
       MOVE SPACES TO PrefixParam ActionParam
       STRING function trim(InPrefix), x"00" INTO PrefixParam END-STRING
       STRING function trim(ActionArg), x"00" INTO ActionParam END-STRING
       STRING "UPDATE PendingActions SET Outcome = 'executed', ExecutedAt = now() ",
           "WHERE Id = $2::int AND Action = 'fullrestore' AND Outcome = 'approved' AND ExpiresAt > now() ",
           "AND Param = replace(replace(replace(replace(replace(replace($1, '&', '&amp;'), '<', '&lt;'), ",
           "'>', '&gt;'), '", x"22", "', '&quot;'), '''', '&#x27;'), '/', '&#x2F;') RETURNING Id;",
           x"00" INTO QueryString
       END-STRING
       CALL "execparams" USING pgconn querystring NParams2
           PrefixParam ActionParam SpareParam3 pgres END-CALL
       call "PQntuples" using by value pgres returning NApproved
       IF NApproved = 0 THEN
         DISPLAY "no approved fullrestore request " function trim(ActionArg)
             " for this prefix - nothing restored"
         call "PQfinish" using by value pgconn returning result end-call
         STOP RUN
       END-IF.

      *> -------------------------
      *> ReportSchema: the set's schema version beside the database's
      *> and this build's.
       ReportSchema.
       CALL "schemacheck" USING BY REFERENCE pgconn SchemaHave SchemaNeed SchemaState
       END-CALL
       MOVE SchemaHave TO HaveZ
       MOVE SchemaNeed TO NeedZ

       MOVE SPACES TO BackupSchemaTxt
       MOVE SPACES TO DumpFileName
       STRING function trim(InPrefix), ".schemaversion" INTO DumpFileName
       END-STRING
       OPEN INPUT DumpFile
       IF DumpStatus = "00" THEN
         READ DumpFile
           NOT AT END MOVE DumpLine(1:12) TO BackupSchemaTxt
         END-READ
         CLOSE DumpFile
       END-IF

       IF BackupSchemaTxt IS = SPACES OR function trim(BackupSchemaTxt) IS NOT NUMERIC THEN
         DISPLAY "schema: backup not recorded, database " function trim(HaveZ)
             ", this build " function trim(NeedZ)
         EXIT PARAGRAPH
       END-IF
       MOVE function numval(BackupSchemaTxt) TO BackupSchema
       MOVE BackupSchema TO BackupZ
       DISPLAY "schema: backup " function trim(BackupZ) ", database " function trim(HaveZ)
           ", this build " function trim(NeedZ)
       IF BackupSchema NOT = SchemaHave THEN
         DISPLAY "warning: the set was taken at another schema version - tables whose columns "
             "changed in between will not restore"
       END-IF.

      *> -------------------------
      *> AuditLiveRestore: the approved run and its verdict.
       AuditLiveRestore.
       IF RestoreFailed THEN
         MOVE "FAILED" TO RestTarget
       ELSE
         MOVE "CLEAN" TO RestTarget
       END-IF
       STRING "INSERT INTO AuditLog ( Actor, Action, Details ) SELECT 'SYSTEM', 'foureyes_executed', ",
           "'fullrestore #' || Id || ' ' || Param || ' requested by ' || RequestedBy || ', approved by ' || ",
           "DecidedBy || ': ", function trim(RestTarget), "' FROM PendingActions WHERE Id = $1::int;",
           x"00" INTO QueryString
       END-STRING
       CALL "execparams" USING pgconn querystring NParams1
           ActionParam SpareParam2 SpareParam3 pgres END-CALL.

      *> -------------------------
      *> RestoreOneTable: one manifest entry -- build the drill twin
      *> when drilling, cast every backed-up line back in, then the
       MOVE "leagues/id"         TO SeqDef(19)
       MOVE "leaguefixtures/id"  TO SeqDef(20)
       MOVE "loginhistory/id"    TO SeqDef(21)
       MOVE "swissevents/id"     TO SeqDef(22)
       MOVE "pendingactions/id"  TO SeqDef(23)
       MOVE "sessions/id"        TO SeqDef(24)
       MOVE "consentlog/id"      TO SeqDef(25)
       MOVE "batchslots/id"      TO SeqDef(26)
       MOVE "tracerequests/id"   TO SeqDef(27)
       MOVE "viewassessions/id"  TO SeqDef(28)
       MOVE "playermerges/id"    TO SeqDef(29)
       MOVE "organisations/id"   TO SeqDef(30)
       MOVE "gifts/id"           TO SeqDef(31)
       MOVE "supporttickets/id"  TO SeqDef(32)
       MOVE "supportticketnotes/id" TO SeqDef(33)
       MOVE "broadcasts/id"      TO SeqDef(34)
       MOVE "eventprizes/id"     TO SeqDef(35)
       MOVE "prizeawards/id"     TO SeqDef(36)
       MOVE "servicechecks/id"   TO SeqDef(37)

       PERFORM VARYING SeqIdx FROM 1 BY 1 UNTIL SeqIdx > 37
           MOVE SPACES TO SeqTableName SeqColumnName
           UNSTRING SeqDef(SeqIdx) DELIMITED BY "/" INTO SeqTableName, SeqColumnName
           END-UNSTRING
