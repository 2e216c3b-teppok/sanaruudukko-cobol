        *> -------------------------
        *> configimport.
        *> Takes: a mode, the bundle file and an optional operator, e.g.
        *>     configimport dryrun /tmp/config-prod.bundle
        *>     configimport apply  /tmp/config-prod.bundle ops-anna
        *>   (standalone batch; configexport is the other half).
        *> Brings this installation's configuration in step with a
        *>   bundle configexport wrote elsewhere. The bundle is staged
        *>   whole into temporary tables first; a table is only
        *>   considered when configtable knows it, its column signature
        *>   matches this database's (otherwise: migrate first) and its
        *>   staged rows match the count the bundle announced. Each
        *>   difference is then listed by natural key:
        *>     + Table key           in the bundle, not here
        *>     ~ Table key (fields)  here, but different
        *>     - Table key           here, not in the bundle
        *>     ! Table key           in the bundle, cannot land here
        *>                           (a staff grant for a missing player)
        *>   "dryrun" stops there. "apply" adds and changes rows and
        *>   leaves the "-" rows alone; "prune" removes them too. The
        *>   whole apply is one transaction -- any failed statement
        *>   rolls everything back -- and every applied difference is
        *>   one AuditLog row (config_import) naming the bundle's label.
        *>   Inserted template and grant rows are stamped with the
        *>   operator (default SYSTEM).
        *> Modifies: the configtable tables, AuditLog
        *> Dependencies: getdb, configtable, execparams, checkresult

       IDENTIFICATION DIVISION.
       PROGRAM-ID. configimport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BundleFile ASSIGN USING BundleFileName
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS BundleStatus.
       DATA DIVISION.
       FILE SECTION.
       FD BundleFile.
          01 BundleLine pic x(8192).
       WORKING-STORAGE SECTION.

       01 pgconn usage pointer.
       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(2048) based.
       01 result usage binary-long.
       01 querystring pic x(8192).

       01 RunMode pic x(8) VALUE SPACES.
       01 BundleFileName pic x(96) VALUE SPACES.
       01 BundleStatus pic xx VALUE "00".
       01 Operator pic x(16) VALUE SPACES.
       01 QuoteCount usage binary-long VALUE 0.

       01 LineKind pic x(16) VALUE SPACES.
       01 LineTable pic x(24) VALUE SPACES.
       01 LineSig pic x(32) VALUE SPACES.
       01 LineRows pic x(12) VALUE SPACES.
       01 LinePtr usage binary-long.
       01 BundleVersion pic x(4) VALUE SPACES.
       01 BundleLabel pic x(32) VALUE SPACES.
       01 BundleAt pic x(20) VALUE SPACES.
       01 BundleSource pic x(64) VALUE SPACES.
       01 EndSeen pic 9 VALUE 0.
         88 BundleComplete VALUE 1.

       COPY "configtable.l".

       01 CatalogueFlag pic 9 VALUE 0.
         88 CatalogueDone VALUE 1.
       01 FailFlag pic 9 VALUE 0.
         88 ImportFailed VALUE 1.
       01 ErrFlag pic x VALUE "f".

       01 TableSig pic x(32) VALUE SPACES.
       01 WantRowsTxt pic x(12) VALUE SPACES.
       01 GotRowsTxt pic x(12) VALUE SPACES.
       01 NFound usage binary-long.
       01 NRows usage binary-long.
       01 RowIdx usage binary-long.
       01 KeyMatchX pic x(160) VALUE SPACES.
       01 KeyMatchT pic x(160) VALUE SPACES.
       01 KeyDoc pic x(96) VALUE SPACES.
       01 KeyRow pic x(96) VALUE SPACES.
       01 ColList pic x(2048) VALUE SPACES.
       01 ColListT pic x(2048) VALUE SPACES.
       01 StampCol pic x(24) VALUE SPACES.
       01 StampVal pic x(24) VALUE SPACES.

       01 DiffOp pic x(1).
       01 DiffTable pic x(24).
       01 DiffKey pic x(96).
       01 DiffFields pic x(256).

      *> the staged row travels as a bound parameter -- JSON is full
      *> of quotes by construction. execparams reads the buffer to its
      *> terminator, so the wide row fits despite the wrapper's nominal
      *> declaration.
       01 TableParam pic x(260) VALUE SPACES.
       01 DocParam pic x(8200) VALUE SPACES.
       01 OperatorParam pic x(260) VALUE SPACES.
       01 LabelParam pic x(260) VALUE SPACES.
       01 ModeParam pic x(260) VALUE SPACES.
       01 NParams2 usage binary-long VALUE 2.
       01 NParams3 usage binary-long VALUE 3.
       01 SpareParam3 pic x(260) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.

       ACCEPT RunMode FROM ARGUMENT-VALUE
       ACCEPT BundleFileName FROM ARGUMENT-VALUE
       ACCEPT Operator FROM ARGUMENT-VALUE
       IF Operator IS = SPACES THEN
         MOVE "SYSTEM" TO Operator
       END-IF
       INSPECT Operator TALLYING QuoteCount FOR ALL "'"

       IF ( function trim(RunMode) NOT = "dryrun" AND function trim(RunMode) NOT = "apply"
           AND function trim(RunMode) NOT = "prune" ) OR BundleFileName IS = SPACES
           OR QuoteCount > 0 THEN
         DISPLAY "usage: configimport dryrun|apply|prune <bundle file> [operator]"
         STOP RUN
       END-IF

       OPEN INPUT BundleFile
       IF BundleStatus NOT = "00" THEN
         DISPLAY "cannot open " function trim(BundleFileName) " (status " BundleStatus ")"
         STOP RUN
       END-IF

      *> the first line says what this is and which format it speaks.
       READ BundleFile
         AT END MOVE SPACES TO BundleLine
       END-READ
       UNSTRING BundleLine DELIMITED BY "|" INTO LineKind, BundleVersion, BundleLabel, BundleAt, BundleSource
       END-UNSTRING
       IF function trim(LineKind) NOT = "configbundle" OR function trim(BundleVersion) NOT = "1" THEN
         DISPLAY "not a version 1 configuration bundle: " function trim(BundleFileName)
         CLOSE BundleFile
         STOP RUN
       END-IF
       DISPLAY "bundle " function trim(BundleLabel) " from " function trim(BundleSource)
           " exported " function trim(BundleAt)

       CALL "getdb" USING BY REFERENCE pgconn

       STRING "CREATE TEMP TABLE ConfigStage ( TableName text NOT NULL, Doc jsonb NOT NULL ); ",
           "CREATE TEMP TABLE ConfigTables ( TableName text NOT NULL, Sig text NOT NULL, ",
           "Rows integer NOT NULL, Usable boolean NOT NULL DEFAULT false ); ",
           "CREATE TEMP TABLE ConfigDiff ( TableName text NOT NULL, Op text NOT NULL, ",
           "KeyText text NOT NULL, Fields text NOT NULL DEFAULT '' );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

       PERFORM UNTIL BundleStatus NOT = "00"
         READ BundleFile
           AT END EXIT PERFORM
         END-READ
         PERFORM StageOneLine
       END-PERFORM
       CLOSE BundleFile

      *> a bundle cut short in the copy is not half a bundle to apply.
       IF NOT BundleComplete THEN
         DISPLAY "FAILED - the bundle has no end line; it was cut short"
         call "PQfinish" using by value pgconn returning result end-call
         STOP RUN
       END-IF

       STRING "SELECT DISTINCT TableName FROM ConfigTables ORDER BY 1;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

       MOVE 1 TO CfgIdx
       PERFORM DiffOneTable UNTIL CatalogueDone

       STRING "SELECT TableName FROM ConfigTables WHERE NOT Usable ORDER BY 1;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows
       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO DiffTable
           string resstr delimited by x"00" into DiffTable end-string
           DISPLAY "skipped " function trim(DiffTable)
       END-PERFORM

       PERFORM ShowDifferences

       IF function trim(RunMode) = "dryrun" THEN
         DISPLAY "dry run: nothing changed"
         call "PQfinish" using by value pgconn returning result end-call
         STOP RUN
       END-IF

       PERFORM ApplyDifferences

       call "PQfinish" using by value pgconn returning result end-call
       STOP RUN.

      *> -------------------------
      *> StageOneLine: a table line notes the announced signature and
      *> count, a row line goes into ConfigStage, the end line marks
      *> the bundle whole.
       StageOneLine.
       IF BundleLine IS = SPACES THEN
         EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO LineKind LineTable LineSig LineRows
       MOVE 1 TO LinePtr
       UNSTRING BundleLine DELIMITED BY "|" INTO LineKind, LineTable WITH POINTER LinePtr
       END-UNSTRING

       EVALUATE function trim(LineKind)
         WHEN "row"
           MOVE SPACES TO TableParam DocParam
           STRING function trim(LineTable), x"00" INTO TableParam END-STRING
           STRING function trim(BundleLine(LinePtr:)), x"00" INTO DocParam END-STRING
           STRING "INSERT INTO ConfigStage ( TableName, Doc ) VALUES ( $1, $2::jsonb );", x"00" INTO QueryString
           END-STRING
           CALL "execparams" USING pgconn querystring NParams2
               TableParam DocParam SpareParam3 pgres END-CALL
         WHEN "table"
           UNSTRING BundleLine(LinePtr:) DELIMITED BY "|" INTO LineSig, LineRows
           END-UNSTRING
           MOVE SPACES TO TableParam DocParam
           STRING function trim(LineTable), x"00" INTO TableParam END-STRING
           STRING function trim(LineSig), x"00" INTO DocParam END-STRING
           STRING "INSERT INTO ConfigTables ( TableName, Sig, Rows ) VALUES ( $1, $2, ",
               function numval(LineRows), " );", x"00" INTO QueryString
           END-STRING
           CALL "execparams" USING pgconn querystring NParams2
               TableParam DocParam SpareParam3 pgres END-CALL
         WHEN "end"
           SET BundleComplete TO TRUE
       END-EVALUATE.

      *> -------------------------
      *> DiffOneTable: the next catalogue entry -- is it in the
      *> bundle, does its shape match, did every row arrive -- and if
      *> so, its differences into ConfigDiff.
       DiffOneTable.
       CALL "configtable" USING CfgIdx, CfgTable, CfgKey1, CfgKey2, CfgExclude,
           CfgStamp, CfgFilter, CfgImportFilter
       END-CALL
       ADD 1 TO CfgIdx
       IF CfgTable IS = SPACES THEN
         SET CatalogueDone TO TRUE
         EXIT PARAGRAPH
       END-IF

       STRING "SELECT c.Sig, c.Rows, (SELECT count(*) FROM ConfigStage s WHERE s.TableName = c.TableName) ",
           "FROM ConfigTables c WHERE c.TableName = '", function trim(CfgTable), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NFound
       IF NFound = 0 THEN
         DISPLAY "absent " function trim(CfgTable) " - not in the bundle"
         EXIT PARAGRAPH
       END-IF
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO LineSig
       string resstr delimited by x"00" into LineSig end-string
       call "PQgetvalue" using by value pgres by value 0 by value 1 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO WantRowsTxt
       string resstr delimited by x"00" into WantRowsTxt end-string
       call "PQgetvalue" using by value pgres by value 0 by value 2 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO GotRowsTxt
       string resstr delimited by x"00" into GotRowsTxt end-string

       STRING "SELECT md5(string_agg(attname || ' ' || format_type(atttypid, atttypmod), ',' ORDER BY attname)) ",
           "FROM pg_attribute WHERE attrelid = '", function trim(CfgTable), "'::regclass ",
           "AND attnum > 0 AND NOT attisdropped AND NOT ( attname = ANY(", function trim(CfgExclude), ") );",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO TableSig
       string resstr delimited by x"00" into TableSig end-string

       IF TableSig NOT = LineSig THEN
         DISPLAY "FAILED " function trim(CfgTable) " - its columns differ from the bundle's; migrate first"
         EXIT PARAGRAPH
       END-IF
       IF function numval(WantRowsTxt) NOT = function numval(GotRowsTxt) THEN
         DISPLAY "FAILED " function trim(CfgTable) " - staged " function trim(GotRowsTxt) " of "
             function trim(WantRowsTxt) " row(s)"
         EXIT PARAGRAPH
       END-IF

       STRING "UPDATE ConfigTables SET Usable = true WHERE TableName = '", function trim(CfgTable), "';",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

       PERFORM BuildKeys

       STRING "INSERT INTO ConfigDiff ( TableName, Op, KeyText, Fields ) ",
           "SELECT '", function trim(CfgTable), "', '+', ", function trim(KeyDoc), ", '' ",
           "FROM ConfigStage s, jsonb_populate_record(NULL::", function trim(CfgTable), ", s.Doc) t ",
           "WHERE s.TableName = '", function trim(CfgTable), "' AND ", function trim(CfgFilter),
           " AND ", function trim(CfgImportFilter), " AND NOT EXISTS (SELECT 1 FROM ",
           function trim(CfgTable), " x WHERE ", function trim(KeyMatchX), ") ",
           "UNION ALL SELECT '", function trim(CfgTable), "', '!', ", function trim(KeyDoc), ", '' ",
           "FROM ConfigStage s, jsonb_populate_record(NULL::", function trim(CfgTable), ", s.Doc) t ",
           "WHERE s.TableName = '", function trim(CfgTable), "' AND NOT ( ", function trim(CfgFilter),
           " AND ", function trim(CfgImportFilter), " ) ",
           "UNION ALL SELECT '", function trim(CfgTable), "', '~', ", function trim(KeyDoc), ", ",
           "(SELECT string_agg(e.key, ',' ORDER BY e.key) FROM jsonb_each(s.Doc) e ",
           "WHERE (to_jsonb(x) -> e.key) IS DISTINCT FROM e.value) ",
           "FROM ConfigStage s, jsonb_populate_record(NULL::", function trim(CfgTable), ", s.Doc) t, ",
           function trim(CfgTable), " x WHERE s.TableName = '", function trim(CfgTable), "' AND ",
           function trim(KeyMatchX), " AND ", function trim(CfgFilter), " AND ", function trim(CfgImportFilter),
           " AND (to_jsonb(x) - ", function trim(CfgExclude), "::text[]) <> s.Doc ",
           "UNION ALL SELECT '", function trim(CfgTable), "', '-', ", function trim(KeyRow), ", '' ",
           "FROM ", function trim(CfgTable), " t WHERE ", function trim(CfgFilter),
           " AND NOT EXISTS (SELECT 1 FROM ConfigStage s WHERE s.TableName = '", function trim(CfgTable),
           "' AND ", function trim(KeyMatchT), ");", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       CALL "checkresult" USING BY REFERENCE pgconn pgres querystring
         BY CONTENT "configimport    " "DiffOneTable            "
         BY REFERENCE ErrFlag
       END-CALL
       IF ErrFlag = "t" THEN
         DISPLAY "FAILED " function trim(CfgTable) " - could not compare (see errorlogreport)"
         STRING "UPDATE ConfigTables SET Usable = false WHERE TableName = '", function trim(CfgTable), "';",
             x"00" INTO QueryString
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       END-IF.

      *> -------------------------
      *> BuildKeys: the natural key as a join condition (live row x
      *> or t against the bundle row s) and as display text.
       BuildKeys.
       MOVE SPACES TO KeyMatchX KeyMatchT KeyDoc KeyRow
       IF CfgKey2 IS = SPACES THEN
         STRING "x.", function trim(CfgKey1), "::text = s.Doc->>'", function trim(CfgKey1), "'"
             INTO KeyMatchX
         END-STRING
         STRING "t.", function trim(CfgKey1), "::text = s.Doc->>'", function trim(CfgKey1), "'"
             INTO KeyMatchT
         END-STRING
         STRING "s.Doc->>'", function trim(CfgKey1), "'" INTO KeyDoc
         END-STRING
         STRING "t.", function trim(CfgKey1), "::text" INTO KeyRow
         END-STRING
       ELSE
         STRING "x.", function trim(CfgKey1), "::text = s.Doc->>'", function trim(CfgKey1), "' AND x.",
             function trim(CfgKey2), "::text = s.Doc->>'", function trim(CfgKey2), "'" INTO KeyMatchX
         END-STRING
         STRING "t.", function trim(CfgKey1), "::text = s.Doc->>'", function trim(CfgKey1), "' AND t.",
             function trim(CfgKey2), "::text = s.Doc->>'", function trim(CfgKey2), "'" INTO KeyMatchT
         END-STRING
         STRING "(s.Doc->>'", function trim(CfgKey1), "') || '/' || (s.Doc->>'", function trim(CfgKey2), "')"
             INTO KeyDoc
         END-STRING
         STRING "t.", function trim(CfgKey1), "::text || '/' || t.", function trim(CfgKey2), "::text"
             INTO KeyRow
         END-STRING
       END-IF.

      *> -------------------------
      *> ShowDifferences: everything ConfigDiff found, by table.
       ShowDifferences.
       STRING "SELECT Op, TableName, KeyText, Fields FROM ConfigDiff ORDER BY TableName, Op, KeyText;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE resstr(1:1) TO DiffOp
           call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO DiffTable
           string resstr delimited by x"00" into DiffTable end-string
           call "PQgetvalue" using by value pgres by value RowIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO DiffKey
           string resstr delimited by x"00" into DiffKey end-string
           call "PQgetvalue" using by value pgres by value RowIdx by value 3 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO DiffFields
           string resstr delimited by x"00" into DiffFields end-string

           EVALUATE DiffOp
             WHEN "~"
               DISPLAY "~ " function trim(DiffTable) " " function trim(DiffKey) " (" function trim(DiffFields) ")"
             WHEN "!"
               DISPLAY "! " function trim(DiffTable) " " function trim(DiffKey) " (cannot land here)"
             WHEN OTHER
               DISPLAY DiffOp " " function trim(DiffTable) " " function trim(DiffKey)
           END-EVALUATE
       END-PERFORM

       IF NRows = 0 THEN
         DISPLAY "no differences"
       END-IF.

      *> -------------------------
      *> ApplyDifferences: one transaction over every usable table --
      *> changes, additions, and (prune) removals -- then the AuditLog
      *> rows, then COMMIT; the first failure rolls it all back.
       ApplyDifferences.
       STRING "BEGIN;", x"00" INTO QueryString END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

       MOVE 0 TO CatalogueFlag
       MOVE 1 TO CfgIdx
       PERFORM ApplyOneTable UNTIL CatalogueDone OR ImportFailed

       IF NOT ImportFailed THEN
         MOVE SPACES TO OperatorParam LabelParam ModeParam
         STRING function trim(Operator), x"00" INTO OperatorParam END-STRING
         STRING function trim(BundleLabel), x"00" INTO LabelParam END-STRING
         STRING function trim(RunMode), x"00" INTO ModeParam END-STRING
         STRING "INSERT INTO AuditLog ( Actor, Action, Details ) SELECT $1, 'config_import', ",
             "$2 || ': ' || Op || ' ' || TableName || ' ' || KeyText ",
             "|| CASE WHEN Fields <> '' THEN ' (' || Fields || ')' ELSE '' END FROM ConfigDiff ",
             "WHERE Op IN ('+', '~') OR ( Op = '-' AND $3 = 'prune' );", x"00" INTO QueryString
         END-STRING
         CALL "execparams" USING pgconn querystring NParams3
             OperatorParam LabelParam ModeParam pgres END-CALL
         CALL "checkresult" USING BY REFERENCE pgconn pgres querystring
           BY CONTENT "configimport    " "ApplyDifferences        "
           BY REFERENCE ErrFlag
         END-CALL
         IF ErrFlag = "t" THEN
           SET ImportFailed TO TRUE
         END-IF
       END-IF

       IF ImportFailed THEN
         STRING "ROLLBACK;", x"00" INTO QueryString END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
         DISPLAY "verdict: FAILED - nothing applied (see errorlogreport)"
       ELSE
         STRING "COMMIT;", x"00" INTO QueryString END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
         DISPLAY "verdict: APPLIED - bundle " function trim(BundleLabel) " (" function trim(RunMode) ")"
       END-IF.

      *> -------------------------
      *> ApplyOneTable: the carried columns, then the UPDATE for the
      *> "~" rows, the INSERT for the "+" rows and, pruning, the
      *> DELETE for the "-" rows -- each the same conditions the diff
      *> used, so what was listed is what happens.
       ApplyOneTable.
       CALL "configtable" USING CfgIdx, CfgTable, CfgKey1, CfgKey2, CfgExclude,
           CfgStamp, CfgFilter, CfgImportFilter
       END-CALL
       ADD 1 TO CfgIdx
       IF CfgTable IS = SPACES THEN
         SET CatalogueDone TO TRUE
         EXIT PARAGRAPH
       END-IF

       STRING "SELECT 1 FROM ConfigTables WHERE Usable AND TableName = '", function trim(CfgTable), "';",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NFound
       IF NFound = 0 THEN
         EXIT PARAGRAPH
       END-IF

       PERFORM BuildKeys

       STRING "SELECT string_agg(attname, ', ' ORDER BY attnum), string_agg('t.' || attname, ', ' ORDER BY attnum) ",
           "FROM pg_attribute WHERE attrelid = '", function trim(CfgTable), "'::regclass ",
           "AND attnum > 0 AND NOT attisdropped AND NOT ( attname = ANY(", function trim(CfgExclude), ") );",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO ColList
       string resstr delimited by x"00" into ColList end-string
       call "PQgetvalue" using by value pgres by value 0 by value 1 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO ColListT
       string resstr delimited by x"00" into ColListT end-string

       STRING "UPDATE ", function trim(CfgTable), " x SET ( ", function trim(ColList), " ) = ( SELECT ",
           function trim(ColList), " FROM jsonb_populate_record(x, s.Doc) r ) ",
           "FROM ConfigStage s, jsonb_populate_record(NULL::", function trim(CfgTable), ", s.Doc) t ",
           "WHERE s.TableName = '", function trim(CfgTable), "' AND ", function trim(KeyMatchX),
           " AND ", function trim(CfgFilter), " AND ", function trim(CfgImportFilter),
           " AND (to_jsonb(x) - ", function trim(CfgExclude), "::text[]) <> s.Doc;", x"00" INTO QueryString
       END-STRING
       PERFORM RunApplyStatement
       IF ImportFailed THEN
         EXIT PARAGRAPH
       END-IF

       MOVE SPACES TO StampCol StampVal
       IF CfgStamp IS NOT = SPACES THEN
         STRING ", ", function trim(CfgStamp) INTO StampCol
         END-STRING
         STRING ", '", function trim(Operator), "'" INTO StampVal
         END-STRING
       END-IF
       STRING "INSERT INTO ", function trim(CfgTable), " ( ", function trim(ColList), function trim(StampCol),
           " ) SELECT ", function trim(ColListT), function trim(StampVal), " ",
           "FROM ConfigStage s, jsonb_populate_record(NULL::", function trim(CfgTable), ", s.Doc) t ",
           "WHERE s.TableName = '", function trim(CfgTable), "' AND ", function trim(CfgFilter),
           " AND ", function trim(CfgImportFilter), " AND NOT EXISTS (SELECT 1 FROM ",
           function trim(CfgTable), " x WHERE ", function trim(KeyMatchX), ");", x"00" INTO QueryString
       END-STRING
       PERFORM RunApplyStatement
       IF ImportFailed THEN
         EXIT PARAGRAPH
       END-IF

       IF function trim(RunMode) = "prune" THEN
         STRING "DELETE FROM ", function trim(CfgTable), " t WHERE ", function trim(CfgFilter),
             " AND NOT EXISTS (SELECT 1 FROM ConfigStage s WHERE s.TableName = '", function trim(CfgTable),
             "' AND ", function trim(KeyMatchT), ");", x"00" INTO QueryString
         END-STRING
         PERFORM RunApplyStatement
       END-IF.

       RunApplyStatement.
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       CALL "checkresult" USING BY REFERENCE pgconn pgres querystring
         BY CONTENT "configimport    " "ApplyOneTable           "
         BY REFERENCE ErrFlag
       END-CALL
       IF ErrFlag = "t" THEN
         DISPLAY "FAILED " function trim(CfgTable) " - statement refused"
         SET ImportFailed TO TRUE
       END-IF.
