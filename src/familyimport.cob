        *> -------------------------
        *> familyimport.
        *> Takes: language, file name and the loading operator's name
        *>   as command-line arguments, e.g.
        *>     familyimport FI taivutus.txt Teppo
        *>   (standalone batch loader for inflection families, the
        *>   wordimport of WordFamilies).
        *> Reads a flat file of "form base" pairs, one per line (the
        *>   two separated by spaces or a tab), e.g. "TALON TALO", and
        *>   files the form under the base form in the language. Both
        *>   halves are validated the way wordimport validates a word --
        *>   letters only, multibyte UTF-8 letters allowed, at most 32
        *>   characters, the form at least 3 -- and the form must
        *>   already be live in WordList for the language: a family for
        *>   a word nobody can play would never matter. The base form
        *>   need not be playable itself. A form already filed under
        *>   the same base is a duplicate; one filed under a different
        *>   base is moved (the old row closed off, a fresh one added).
        *>   The whole load is one WordListVersions row ('familyload'),
        *>   so rounds already running keep the families they pinned.
        *>   Prints a load report of added/moved/rejected/unknown/
        *>   duplicate counts, with each rejected line and its reason,
        *>   and writes the load to AuditLog under the operator's name --
        *>   direct database access, so accountability stands in for
        *>   an Admins gate.
        *> Modifies: WordFamilies, WordListVersions, AuditLog
        *> Dependencies: getdb

       IDENTIFICATION DIVISION.
       PROGRAM-ID. familyimport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PairFile ASSIGN USING PairFileName
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD PairFile.
          01 PairLine pic x(80).
       WORKING-STORAGE SECTION.

       01 pgconn usage pointer.
       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(80) based.
       01 result usage binary-long.
       01 querystring pic x(8192).

       01 PairFileName pic x(64) VALUE SPACES.
       01 FileStatus pic xx VALUE "00".

       01 Language pic x(8) VALUE SPACES.
       01 Operator pic x(16) VALUE SPACES.

       01 FormWord pic x(40).
       01 BaseWord pic x(40).
       01 ExtraWord pic x(40).
       01 CheckWord pic x(40).
       01 CheckLen usage binary-long.
       01 ScanIdx usage binary-long.
       01 ImportBad pic 9 VALUE 0.
         88 ImportIsBad VALUE 1.

       01 BatchValues pic x(4096) VALUE SPACES.
       01 BatchCount usage binary-long VALUE 0.
       01 InsertedTmp pic x(8) VALUE SPACES.
       01 MovedTmp pic x(8) VALUE SPACES.
       01 UnknownTmp pic x(8) VALUE SPACES.

      *> the whole load is one dictionary version: rounds already
      *> running (pinned to an earlier version) don't see it.
       01 LoadVersion pic x(8) VALUE "0".

       01 AddedCount usage binary-long VALUE 0.
       01 MovedCount usage binary-long VALUE 0.
       01 RejectedCount usage binary-long VALUE 0.
       01 UnknownCount usage binary-long VALUE 0.
       01 DuplicateCount usage binary-long VALUE 0.
       01 AddedZ pic zzzzzz9.
       01 MovedZ pic zzzzzz9.
       01 RejectedZ pic zzzzzz9.
       01 UnknownZ pic zzzzzz9.
       01 DuplicateZ pic zzzzzz9.

       PROCEDURE DIVISION.
       Begin.

       ACCEPT Language FROM ARGUMENT-VALUE
       ACCEPT PairFileName FROM ARGUMENT-VALUE
       ACCEPT Operator FROM ARGUMENT-VALUE

       IF Language IS = SPACES OR PairFileName IS = SPACES THEN
         DISPLAY "usage: familyimport <language> <file> [operator]"
         STOP RUN
       END-IF
       IF Operator IS = SPACES THEN
         MOVE "SYSTEM" TO Operator
       END-IF

       CALL "getdb" USING BY REFERENCE pgconn

       STRING "INSERT INTO WordListVersions ( EditedBy, Action, Word, Language ) VALUES ( '",
           function trim(Operator), "', 'familyload', '', '", function trim(Language),
           "' ) RETURNING Version;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       IF resptr NOT = NULL THEN
         set address of resstr to resptr
         MOVE SPACES TO LoadVersion
         string resstr delimited by x"00" into LoadVersion end-string
       END-IF

       OPEN INPUT PairFile
       IF FileStatus NOT = "00" THEN
         DISPLAY "cannot open " function trim(PairFileName) " (status " FileStatus ")"
         call "PQfinish" using by value pgconn returning result end-call
         STOP RUN
       END-IF

       PERFORM UNTIL FileStatus NOT = "00"
         READ PairFile
           AT END EXIT PERFORM
         END-READ
         PERFORM ValidateOnePair
       END-PERFORM
       CLOSE PairFile

       IF BatchCount > 0 THEN
         PERFORM FlushBatch
       END-IF

       MOVE AddedCount TO AddedZ
       MOVE MovedCount TO MovedZ
       MOVE RejectedCount TO RejectedZ
       MOVE UnknownCount TO UnknownZ
       MOVE DuplicateCount TO DuplicateZ
       DISPLAY " "
       DISPLAY "load report for " function trim(PairFileName) " (" function trim(Language) ")"
       DISPLAY "  added:      " function trim(AddedZ)
       DISPLAY "  moved:      " function trim(MovedZ)
       DISPLAY "  rejected:   " function trim(RejectedZ)
       DISPLAY "  unknown:    " function trim(UnknownZ)
       DISPLAY "  duplicates: " function trim(DuplicateZ)

       STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Operator),
           "', 'familyimport', '", function trim(Language),
           " added=", function trim(AddedZ), " moved=", function trim(MovedZ),
           " rejected=", function trim(RejectedZ), " unknown=", function trim(UnknownZ),
           " duplicates=", function trim(DuplicateZ), "' );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

       call "PQfinish" using by value pgconn returning result end-call
       STOP RUN.

      *> -------------------------
      *> ValidateOnePair: split one input line into its form and base
      *> form, check both, and queue the survivors for the next batch.
       ValidateOnePair.
       IF PairLine IS = SPACES THEN
         EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO FormWord BaseWord ExtraWord
       UNSTRING function trim(PairLine) DELIMITED BY ALL " " OR ALL x"09"
           INTO FormWord BaseWord ExtraWord
       END-UNSTRING

       IF BaseWord IS = SPACES OR ExtraWord IS NOT = SPACES THEN
         ADD 1 TO RejectedCount
         DISPLAY "rejected (not a form and a base): " function trim(PairLine(1:60))
         EXIT PARAGRAPH
       END-IF

       MOVE FormWord TO CheckWord
       PERFORM CheckLetters
       IF NOT ImportIsBad AND CheckLen < 3 THEN
         ADD 1 TO RejectedCount
         DISPLAY "rejected (too short): " function trim(FormWord)
         EXIT PARAGRAPH
       END-IF
       IF NOT ImportIsBad THEN
         MOVE BaseWord TO CheckWord
         PERFORM CheckLetters
       END-IF
       IF ImportIsBad THEN
         ADD 1 TO RejectedCount
         DISPLAY "rejected (letters only, 32 at most): " function trim(PairLine(1:60))
         EXIT PARAGRAPH
       END-IF

       IF BatchCount > 0 THEN
         STRING function trim(BatchValues), ", ('", function trim(FormWord), "', '",
             function trim(BaseWord), "')" DELIMITED BY SIZE INTO BatchValues
         END-STRING
       ELSE
         MOVE SPACES TO BatchValues
         STRING "('", function trim(FormWord), "', '", function trim(BaseWord), "')"
             DELIMITED BY SIZE INTO BatchValues
         END-STRING
       END-IF
       ADD 1 TO BatchCount
       IF BatchCount >= 50 THEN
         PERFORM FlushBatch
       END-IF.

      *> -------------------------
      *> CheckLetters: the same letters-only scan as wordimport's, on
      *> CheckWord; its length comes back in CheckLen.
       CheckLetters.
       MOVE 0 TO ImportBad
       COMPUTE CheckLen = function length(function trim(CheckWord))
       IF CheckLen > 32 THEN
         SET ImportIsBad TO TRUE
         EXIT PARAGRAPH
       END-IF
       PERFORM VARYING ScanIdx FROM 1 BY 1 UNTIL ScanIdx > CheckLen
         IF CheckWord(ScanIdx:1) NOT ALPHABETIC AND CheckWord(ScanIdx:1) < x"80" THEN
           SET ImportIsBad TO TRUE
         END-IF
         IF CheckWord(ScanIdx:1) IS = SPACE THEN
           SET ImportIsBad TO TRUE
         END-IF
         IF CheckWord(ScanIdx:1) IS NUMERIC THEN
           SET ImportIsBad TO TRUE
         END-IF
       END-PERFORM.

      *> -------------------------
      *> FlushBatch: count the queued forms the dictionary doesn't
      *> have, close off the live rows of forms this load files under a
      *> different base, then add every known form that has no live
      *> row left -- one row per form, the file's first pairing winning
      *> a form listed twice. What is neither unknown nor added was a
      *> duplicate; a move shows up as both a close and an add.
       FlushBatch.
       STRING "SELECT count(*) FROM ( VALUES ", function trim(BatchValues), " ) v ( Word, Base ) ",
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

       STRING "UPDATE WordFamilies f SET RemovedVersion = ", function trim(LoadVersion),
           " FROM ( SELECT DISTINCT ON ( Word ) Word, Base FROM ( VALUES ", function trim(BatchValues),
           " ) v0 ( Word, Base ) ) v WHERE f.Word = v.Word AND f.Language = '", function trim(Language),
           "' AND f.RemovedVersion IS NULL AND f.BaseForm <> v.Base;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQcmdTuples" using by value pgres returning resptr
       set address of resstr to resptr
       MOVE SPACES TO MovedTmp
       string resstr delimited by x"00" into MovedTmp end-string
       IF MovedTmp IS = SPACES THEN
         MOVE "0" TO MovedTmp
       END-IF

       STRING "INSERT INTO WordFamilies ( Word, Language, BaseForm, AddedVersion ) ",
           "SELECT DISTINCT ON ( v.Word ) v.Word, '", function trim(Language), "', v.Base, ",
           function trim(LoadVersion), " FROM ( VALUES ", function trim(BatchValues), " ) v ( Word, Base ) ",
           "WHERE EXISTS ( SELECT 1 FROM WordList w WHERE w.Word = v.Word AND w.Language = '",
           function trim(Language), "' AND w.RemovedVersion IS NULL ) ",
           "AND NOT EXISTS ( SELECT 1 FROM WordFamilies f WHERE f.Word = v.Word AND f.Language = '",
           function trim(Language), "' AND f.RemovedVersion IS NULL );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQcmdTuples" using by value pgres returning resptr
       set address of resstr to resptr
       MOVE SPACES TO InsertedTmp
       string resstr delimited by x"00" into InsertedTmp end-string
       IF InsertedTmp IS = SPACES THEN
         MOVE "0" TO InsertedTmp
       END-IF
       ADD function numval(MovedTmp) TO MovedCount
       COMPUTE AddedCount = AddedCount + function numval(InsertedTmp) - function numval(MovedTmp)
       COMPUTE DuplicateCount = DuplicateCount + BatchCount - function numval(InsertedTmp)
           - function numval(UnknownTmp)
       MOVE 0 TO BatchCount
       MOVE SPACES TO BatchValues.
