        *> -------------------------
        *> configexport.
        *> Takes: the bundle file to write and an optional label, e.g.
        *>     configexport /tmp/config-prod.bundle prod-20261015
        *>   (standalone batch; configimport is the other half).
        *> Writes this installation's operational configuration -- the
        *>   tables configtable lists, and only the rows it counts as
        *>   configuration -- to one versioned bundle file:
        *>     configbundle|1|<label>|<exported at>|<database>
        *>     table|<name>|<column signature>|<rows>
        *>     row|<name>|<the row as JSON>
        *>     end|<total rows>
        *>   The signature is an md5 over the carried columns' names and
        *>   types, so configimport can refuse a table whose schema
        *>   differs instead of guessing. Rows are keyed JSON, not
        *>   positional, and one row is always one line. The count-
        *>   verify discipline of fullbackup applies: every table's
        *>   written rows must match its count or the bundle is
        *>   declared FAILED. The label defaults to the export time.
        *> Modifies: the bundle file only
        *> Dependencies: getdb, configtable

       IDENTIFICATION DIVISION.
       PROGRAM-ID. configexport.
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
       01 resstr pic x(8192) based.
       01 result usage binary-long.
       01 querystring pic x(1024).

       01 BundleFileName pic x(96) VALUE SPACES.
       01 BundleStatus pic xx VALUE "00".
       01 BundleLabel pic x(32) VALUE SPACES.
       01 ExportedAt pic x(20) VALUE SPACES.
       01 DatabaseName pic x(64) VALUE SPACES.

       COPY "configtable.l".

       01 TableSig pic x(32) VALUE SPACES.
       01 CountTxt pic x(12) VALUE SPACES.
       01 NRows usage binary-long.
       01 RowIdx usage binary-long.
       01 WrittenRows usage binary-long.
       01 TotalRows usage binary-long VALUE 0.
       01 RowsZ pic zzzzzzz9.
       01 FailFlag pic 9 VALUE 0.
         88 ExportFailed VALUE 1.
       01 CatalogueFlag pic 9 VALUE 0.
         88 CatalogueDone VALUE 1.

       PROCEDURE DIVISION.
       Begin.

       ACCEPT BundleFileName FROM ARGUMENT-VALUE
       ACCEPT BundleLabel FROM ARGUMENT-VALUE
       IF BundleFileName IS = SPACES THEN
         DISPLAY "usage: configexport <bundle file> [label]"
         STOP RUN
       END-IF

       CALL "getdb" USING BY REFERENCE pgconn

       STRING "SELECT to_char(now(), 'YYYY-MM-DD HH24:MI:SS'), current_database();", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       string resstr delimited by x"00" into ExportedAt end-string
       call "PQgetvalue" using by value pgres by value 0 by value 1 returning resptr end-call
       set address of resstr to resptr
       string resstr delimited by x"00" into DatabaseName end-string

      *> a label carries into AuditLog on the other side; keep it to
      *> something that can't break a line of the bundle.
       IF BundleLabel IS = SPACES THEN
         MOVE ExportedAt TO BundleLabel
       END-IF
       INSPECT BundleLabel REPLACING ALL "|" BY "-"

       OPEN OUTPUT BundleFile
       IF BundleStatus NOT = "00" THEN
         DISPLAY "cannot write " function trim(BundleFileName) " (status " BundleStatus ")"
         call "PQfinish" using by value pgconn returning result end-call
         STOP RUN
       END-IF

       MOVE SPACES TO BundleLine
       STRING "configbundle|1|", function trim(BundleLabel), "|", function trim(ExportedAt), "|",
           function trim(DatabaseName) INTO BundleLine
       END-STRING
       WRITE BundleLine

       MOVE 1 TO CfgIdx
       PERFORM ExportOneTable UNTIL CatalogueDone

       MOVE TotalRows TO RowsZ
       MOVE SPACES TO BundleLine
       STRING "end|", function trim(RowsZ) INTO BundleLine
       END-STRING
       WRITE BundleLine
       CLOSE BundleFile

       IF ExportFailed THEN
         DISPLAY "verdict: FAILED - at least one table did not verify; do not import this bundle"
       ELSE
         DISPLAY "verdict: CLEAN - bundle " function trim(BundleLabel) ", " function trim(RowsZ) " row(s)"
       END-IF

       call "PQfinish" using by value pgconn returning result end-call
       STOP RUN.

      *> -------------------------
      *> ExportOneTable: the next catalogue entry -- signature and
      *> count, then its rows, then the count check.
       ExportOneTable.
       CALL "configtable" USING CfgIdx, CfgTable, CfgKey1, CfgKey2, CfgExclude,
           CfgStamp, CfgFilter, CfgImportFilter
       END-CALL
       ADD 1 TO CfgIdx
       IF CfgTable IS = SPACES THEN
         SET CatalogueDone TO TRUE
         EXIT PARAGRAPH
       END-IF

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

       STRING "SELECT count(*) FROM ", function trim(CfgTable), " t WHERE ", function trim(CfgFilter), ";",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO CountTxt
       string resstr delimited by x"00" into CountTxt end-string
       MOVE function numval(CountTxt) TO NRows

       MOVE NRows TO RowsZ
       MOVE SPACES TO BundleLine
       STRING "table|", function trim(CfgTable), "|", function trim(TableSig), "|", function trim(RowsZ)
           INTO BundleLine
       END-STRING
       WRITE BundleLine

       STRING "SELECT 'row|", function trim(CfgTable), "|' || (to_jsonb(t) - ", function trim(CfgExclude),
           "::text[])::text FROM ", function trim(CfgTable), " t WHERE ", function trim(CfgFilter),
           " ORDER BY t.", function trim(CfgKey1), ";", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning WrittenRows

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= WrittenRows
           call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO BundleLine
           string resstr delimited by x"00" into BundleLine end-string
           WRITE BundleLine
       END-PERFORM
       ADD WrittenRows TO TotalRows

       IF WrittenRows NOT = NRows THEN
         DISPLAY "FAILED " function trim(CfgTable) " - wrote " WrittenRows " of " NRows
         SET ExportFailed TO TRUE
         EXIT PARAGRAPH
       END-IF
       DISPLAY "ok " function trim(CfgTable) " " function trim(RowsZ) " row(s)".
