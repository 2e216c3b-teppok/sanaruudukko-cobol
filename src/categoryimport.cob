        *> -------------------------
        *> categoryimport.
        *> Takes: language, category, file name and the loading
        *>   operator's name as command-line arguments, e.g.
        *>     categoryimport FI elaimet elaimet.txt Teppo
        *>   (standalone batch loader for themed-round tags, the
        *>   wordimport of WordCategories).
        *> Reads a flat file of words, one per line, and tags each with
        *>   the category (kept lower-case) under the language. Lines are
        *>   validated the way wordimport validates them -- 3 to 32
        *>   characters, letters only, multibyte UTF-8 letters allowed --
        *>   and a word must already be live in WordList for the language:
        *>   a tag on a word nobody can play would never pay. Survivors go
        *>   in in batches, skipping words that already carry the tag
        *>   (and duplicates inside the file). The whole load is one
        *>   WordListVersions row ('tagload <category>'), so rounds
        *>   already running keep the tags they pinned. Prints a load
        *>   report of accepted/rejected/unknown/duplicate counts, with
        *>   each rejected line and its reason, and writes the load to
        *>   AuditLog under the operator's name -- direct database access,
        *>   so accountability stands in for the Admins gate the
        *>   wordtagadd func enforces.
        *> Modifies: WordCategories, WordListVersions, AuditLog
        *> Dependencies: getdb

       IDENTIFICATION DIVISION.
       PROGRAM-ID. categoryimport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WordFile ASSIGN USING WordFileName
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD WordFile.
          01 WordLine pic x(64).
       WORKING-STORAGE SECTION.

       01 pgconn usage pointer.
       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(80) based.
       01 result usage binary-long.
       01 querystring pic x(4096).

       01 WordFileName pic x(64) VALUE SPACES.
       01 FileStatus pic xx VALUE "00".

       01 Language pic x(8) VALUE SPACES.
       01 CategoryArg pic x(16) VALUE SPACES.
       01 Category pic x(16) VALUE SPACES.
       01 Operator pic x(16) VALUE SPACES.

       01 ImportWord pic x(32).
       01 ImportLen usage binary-long.
       01 ScanIdx usage binary-long.
       01 ImportBad pic 9 VALUE 0.
         88 ImportIsBad VALUE 1.

       01 BatchValues pic x(2048) VALUE SPACES.
       01 BatchCount usage binary-long VALUE 0.
       01 InsertedTmp pic x(8) VALUE SPACES.
       01 UnknownTmp pic x(8) VALUE SPACES.

      *> the whole load is one dictionary version: rounds already
      *> running (pinned to an earlier version) don't see it.
       01 LoadVersion pic x(8) VALUE "0".

       01 AcceptedCount usage binary-long VALUE 0.
       01 RejectedCount usage binary-long VALUE 0.
       01 UnknownCount usage binary-long VALUE 0.
       01 DuplicateCount usage binary-long VALUE 0.
       01 AcceptedZ pic zzzzzz9.
       01 RejectedZ pic zzzzzz9.
       01 UnknownZ pic zzzzzz9.
       01 DuplicateZ pic zzzzzz9.

       PROCEDURE DIVISION.
       Begin.

       ACCEPT Language FROM ARGUMENT-VALUE
       ACCEPT CategoryArg FROM ARGUMENT-VALUE
       ACCEPT WordFileName FROM ARGUMENT-VALUE
       ACCEPT Operator FROM ARGUMENT-VALUE

       IF Language IS = SPACES OR CategoryArg IS = SPACES OR WordFileName IS = SPACES THEN
         DISPLAY "usage: categoryimport <language> <category> <file> [operator]"
         STOP RUN
       END-IF
       IF Operator IS = SPACES THEN
         MOVE "SYSTEM" TO Operator
       END-IF

      *> the category name travels into SQL and out to roomset's
      *> theme setting, which only ever carries letters and digits.
       MOVE function lower-case(CategoryArg) TO Category
       COMPUTE ImportLen = function length(function trim(Category))
       PERFORM VARYING ScanIdx FROM 1 BY 1 UNTIL ScanIdx > ImportLen
         IF Category(ScanIdx:1) NOT ALPHABETIC AND Category(ScanIdx:1) NOT NUMERIC THEN
           SET ImportIsBad TO TRUE
         END-IF
         IF Category(ScanIdx:1) IS = SPACE THEN
           SET ImportIsBad TO TRUE
         END-IF
       END-PERFORM
       IF ImportIsBad THEN
         DISPLAY "category must be letters and digits only: " function trim(CategoryArg)
         STOP RUN
       END-IF

       CALL "getdb" USING BY REFERENCE pgconn

       STRING "INSERT INTO WordListVersions ( EditedBy, Action, Word, Language ) VALUES ( '",
           function trim(Operator), "', 'tagload ", function trim(Category), "', '', '", function trim(Language),
           "' ) RETURNING Version;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       IF resptr NOT = NULL THEN
         set address of resstr to resptr
         MOVE SPACES TO LoadVersion
         string resstr delimited by x"00" into LoadVersion end-string
       END-IF

       OPEN INPUT WordFile
       IF FileStatus NOT = "00" THEN
         DISPLAY "cannot open " function trim(WordFileName) " (status " FileStatus ")"
         call "PQfinish" using by value pgconn returning result end-call
         STOP RUN
       END-IF

       PERFORM UNTIL FileStatus NOT = "00"
         READ WordFile
           AT END EXIT PERFORM
         END-READ
         PERFORM ValidateOneWord
       END-PERFORM
       CLOSE WordFile

       IF BatchCount > 0 THEN
         PERFORM FlushBatch
       END-IF

       MOVE AcceptedCount TO AcceptedZ
       MOVE RejectedCount TO RejectedZ
       MOVE UnknownCount TO UnknownZ
       MOVE DuplicateCount TO DuplicateZ
       DISPLAY " "
       DISPLAY "load report for " function trim(WordFileName) " (" function trim(Language) ", "
           function trim(Category) ")"
       DISPLAY "  accepted:   " function trim(AcceptedZ)
       DISPLAY "  rejected:   " function trim(RejectedZ)
       DISPLAY "  unknown:    " function trim(UnknownZ)
       DISPLAY "  duplicates: " function trim(DuplicateZ)

       STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Operator),
           "', 'categoryimport', '", function trim(Language), " ", function trim(Category),
           " accepted=", function trim(AcceptedZ), " rejected=", function trim(RejectedZ),
           " unknown=", function trim(UnknownZ), " duplicates=", function trim(DuplicateZ),
           "' );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

       call "PQfinish" using by value pgconn returning result end-call
       STOP RUN.

      *> -------------------------
      *> ValidateOneWord: check one input line and queue the survivors
      *> for the next batch insert -- the same letters-only scan as
      *> wordimport's.
       ValidateOneWord.
       MOVE SPACES TO ImportWord
       MOVE WordLine(1:32) TO ImportWord
       IF ImportWord IS = SPACES THEN
         EXIT PARAGRAPH
       END-IF
       COMPUTE ImportLen = function length(function trim(ImportWord))

       IF function length(function trim(WordLine)) > 32 THEN
         ADD 1 TO RejectedCount
         DISPLAY "rejected (too long):  " function trim(WordLine(1:40))
         EXIT PARAGRAPH
       END-IF
       IF ImportLen < 3 THEN
         ADD 1 TO RejectedCount
         DISPLAY "rejected (too short): " function trim(ImportWord)
         EXIT PARAGRAPH
       END-IF

       MOVE 0 TO ImportBad
       PERFORM VARYING ScanIdx FROM 1 BY 1 UNTIL ScanIdx > ImportLen
         IF ImportWord(ScanIdx:1) NOT ALPHABETIC AND ImportWord(ScanIdx:1) < x"80" THEN
           SET ImportIsBad TO TRUE
         END-IF
         IF ImportWord(ScanIdx:1) IS = SPACE THEN
           SET ImportIsBad TO TRUE
         END-IF
         IF ImportWord(ScanIdx:1) IS NUMERIC THEN
           SET ImportIsBad TO TRUE
         END-IF
       END-PERFORM
       IF ImportIsBad THEN
         ADD 1 TO RejectedCount
         DISPLAY "rejected (letters only): " function trim(ImportWord)
         EXIT PARAGRAPH
       END-IF

       IF BatchCount > 0 THEN
         STRING function trim(BatchValues), ", ('", function trim(ImportWord), "')"
             DELIMITED BY SIZE INTO BatchValues
         END-STRING
       ELSE
         MOVE SPACES TO BatchValues
         STRING "('", function trim(ImportWord), "')" DELIMITED BY SIZE INTO BatchValues
         END-STRING
       END-IF
       ADD 1 TO BatchCount
       IF BatchCount >= 50 THEN
         PERFORM FlushBatch
       END-IF.

      *> -------------------------
      *> FlushBatch: count the queued words the dictionary doesn't
      *> have, then tag the rest in one statement, letting the
      *> database drop words already carrying the tag (or tagged by an
      *> earlier batch of this same load). What is neither unknown nor
      *> inserted was a duplicate.
       FlushBatch.
       STRING "SELECT count(*) FROM ( VALUES ", function trim(BatchValues), " ) v ( Word ) ",
           "WHERE NOT EXISTS ( SELECT 1 FROM WordList w WHERE w.Word = v.Word AND w.Language = '",
           function trim(Language), "' AND w.RemovedVersion IS NULL );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       MOVE "0" TO UnknownTmp
       IF resptr NOT = NULL THEN
         set address of resstr to resptr
         MOVE SPACES TO UnknownTmp
         string resstr delimited by x"00" into UnknownTmp end-string
       END-IF
       ADD function numval(UnknownTmp) TO UnknownCount

       STRING "INSERT INTO WordCategories ( Word, Language, Category, AddedVersion ) ",
           "SELECT DISTINCT v.Word, '", function trim(Language), "', '", function trim(Category), "', ",
           function trim(LoadVersion), " FROM ( VALUES ", function trim(BatchValues), " ) v ( Word ) ",
           "WHERE EXISTS ( SELECT 1 FROM WordList w WHERE w.Word = v.Word AND w.Language = '",
           function trim(Language), "' AND w.RemovedVersion IS NULL ) ",
           "AND NOT EXISTS ( SELECT 1 FROM WordCategories c WHERE c.Word = v.Word AND c.Language = '",
           function trim(Language), "' AND c.Category = '", function trim(Category),
           "' AND c.RemovedVersion IS NULL );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQcmdTuples" using by value pgres returning resptr
       set address of resstr to resptr
       MOVE SPACES TO InsertedTmp
       string resstr delimited by x"00" into InsertedTmp end-string
       IF InsertedTmp IS = SPACES THEN
         MOVE "0" TO InsertedTmp
       END-IF
       ADD function numval(InsertedTmp) TO AcceptedCount
       COMPUTE DuplicateCount = DuplicateCount + BatchCount - function numval(InsertedTmp)
           - function numval(UnknownTmp)
       MOVE 0 TO BatchCount
       MOVE SPACES TO BatchValues.
