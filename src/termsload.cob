        *> -------------------------
        *> termsload.
        *> Takes: kind, version, language, file name, the loading
        *>   operator's name and an optional "publish" as command-line
        *>   arguments, e.g.
        *>     termsload terms 2026-10 FI ehdot.txt Teppo
        *>     termsload terms 2026-10 EN terms.txt Teppo publish
        *>   (standalone batch loader -- a terms or privacy text is
        *>   pages long, no CGI parameter carries it).
        *> Reads a plain text file and stores it, line breaks kept, as
        *>   the Translations row '<kind>:<version>' for the language --
        *>   the text displayterms shows and consentaccept records
        *>   agreement to. Kind is terms or privacy. A version already
        *>   published keeps the texts it was published with: a new
        *>   language can still be added to it, an existing one is
        *>   refused. With "publish" the version then becomes current
        *>   (a TermsVersions row), provided it has an EN text -- from
        *>   that request on every signed-in player gets status 20 until
        *>   they accept it. Lines travel as bound parameters. The load
        *>   lands in AuditLog under the operator's name; this runs with
        *>   direct database access, the same accountability argument
        *>   wordimport makes about the Admins gate.
        *> Modifies: Translations, TermsVersions, AuditLog
        *> Dependencies: getdb, execparams

       IDENTIFICATION DIVISION.
       PROGRAM-ID. termsload.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TermsFile ASSIGN USING TermsFileName
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD TermsFile.
          01 TermsLine pic x(250).
       WORKING-STORAGE SECTION.

       01 pgconn usage pointer.
       01 pgres  usage pointer.
       01 result usage binary-long.
       01 querystring pic x(512).

       01 TermsFileName pic x(64) VALUE SPACES.
       01 FileStatus pic xx VALUE "00".

       01 TermsKind pic x(16) VALUE SPACES.
       01 TermsVersion pic x(16) VALUE SPACES.
       01 Language pic x(8) VALUE SPACES.
       01 Operator pic x(16) VALUE SPACES.
       01 PublishArg pic x(16) VALUE SPACES.

       01 MessageParam pic x(260) VALUE SPACES.
       01 LanguageParam pic x(260) VALUE SPACES.
       01 LineParam pic x(260) VALUE SPACES.
       01 NParams2 usage binary-long VALUE 2.
       01 NParams3 usage binary-long VALUE 3.
       01 SpareParam2 pic x(260) VALUE SPACES.
       01 SpareParam3 pic x(260) VALUE SPACES.

       01 AlreadyFixed usage binary-long VALUE 0.
       01 NPublished usage binary-long VALUE 0.
       01 LineCount usage binary-long VALUE 0.
       01 LineZ pic zzzzzz9.
       01 PublishWord pic x(12) VALUE "loaded".

       PROCEDURE DIVISION.
       Begin.

       ACCEPT TermsKind FROM ARGUMENT-VALUE
       ACCEPT TermsVersion FROM ARGUMENT-VALUE
       ACCEPT Language FROM ARGUMENT-VALUE
       ACCEPT TermsFileName FROM ARGUMENT-VALUE
       ACCEPT Operator FROM ARGUMENT-VALUE
       ACCEPT PublishArg FROM ARGUMENT-VALUE

       IF ( TermsKind IS NOT = "terms" AND TermsKind IS NOT = "privacy" )
           OR TermsVersion IS = SPACES OR Language IS = SPACES OR TermsFileName IS = SPACES THEN
         DISPLAY "usage: termsload <terms|privacy> <version> <language> <file> [operator] [publish]"
         STOP RUN
       END-IF
       IF Operator IS = SPACES THEN
         MOVE "SYSTEM" TO Operator
       END-IF
       MOVE function upper-case(Language) TO Language

       CALL "getdb" USING BY REFERENCE pgconn

       STRING function trim(TermsKind), ":", function trim(TermsVersion), x"00" INTO MessageParam
       END-STRING
       STRING function trim(Language), x"00" INTO LanguageParam END-STRING

      *> what players already agreed to is not rewritten under them.
       STRING "SELECT t.Language FROM Translations t JOIN TermsVersions v ON t.MessageId = ",
           "v.Kind || ':' || v.Version WHERE t.MessageId = $1 AND t.Language = $2;", x"00" INTO QueryString
       END-STRING
       CALL "execparams" USING pgconn querystring NParams2
           MessageParam LanguageParam SpareParam3 pgres END-CALL
       call "PQntuples" using by value pgres returning AlreadyFixed
       IF AlreadyFixed > 0 THEN
         DISPLAY function trim(TermsKind) " " function trim(TermsVersion) " is published and already has a "
             function trim(Language) " text; load it as a new version instead"
         call "PQfinish" using by value pgconn returning result end-call
         STOP RUN
       END-IF

       OPEN INPUT TermsFile
       IF FileStatus NOT = "00" THEN
         DISPLAY "cannot open " function trim(TermsFileName) " (status " FileStatus ")"
         call "PQfinish" using by value pgconn returning result end-call
         STOP RUN
       END-IF

       STRING "INSERT INTO Translations ( MessageId, Language, Text ) VALUES ( $1, $2, '' ) ",
           "ON CONFLICT ( MessageId, Language ) DO UPDATE SET Text = '';", x"00" INTO QueryString
       END-STRING
       CALL "execparams" USING pgconn querystring NParams2
           MessageParam LanguageParam SpareParam3 pgres END-CALL

       PERFORM UNTIL FileStatus NOT = "00"
         READ TermsFile
           AT END EXIT PERFORM
         END-READ
         PERFORM LoadOneLine
       END-PERFORM
       CLOSE TermsFile

       IF PublishArg IS = "publish" THEN
         STRING "INSERT INTO TermsVersions ( Kind, Version, PublishedBy ) SELECT '", function trim(TermsKind),
             "', $2, '", function trim(Operator), "' WHERE EXISTS (SELECT 1 FROM Translations ",
             "WHERE MessageId = $1 AND Language = 'EN') ON CONFLICT ( Kind, Version ) DO NOTHING ",
             "RETURNING Version;", x"00" INTO QueryString
         END-STRING
         MOVE SPACES TO SpareParam2
         STRING function trim(TermsVersion), x"00" INTO SpareParam2 END-STRING
         CALL "execparams" USING pgconn querystring NParams2
             MessageParam SpareParam2 SpareParam3 pgres END-CALL
         call "PQntuples" using by value pgres returning NPublished
         IF NPublished > 0 THEN
           MOVE "published" TO PublishWord
         ELSE
           DISPLAY "not published: no EN text yet, or this version was published before"
         END-IF
       END-IF

       MOVE LineCount TO LineZ
       DISPLAY function trim(TermsKind) " " function trim(TermsVersion) " " function trim(Language)
           ": " function trim(LineZ) " lines " function trim(PublishWord)

       STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Operator),
           "', 'termsload', $1 || ' ' || $2 || ' lines=", function trim(LineZ), " ",
           function trim(PublishWord), "' );", x"00" INTO QueryString
       END-STRING
       CALL "execparams" USING pgconn querystring NParams2
           MessageParam LanguageParam SpareParam3 pgres END-CALL

       call "PQfinish" using by value pgconn returning result end-call
       STOP RUN.

      *> -------------------------
      *> LoadOneLine: append one line of the file, trailing blanks
      *> trimmed, blank lines kept as paragraph breaks.
       LoadOneLine.
       ADD 1 TO LineCount
       MOVE SPACES TO LineParam
       STRING function trim(TermsLine TRAILING), x"00" INTO LineParam END-STRING
       IF LineCount = 1 THEN
         STRING "UPDATE Translations SET Text = $3 WHERE MessageId = $1 AND Language = $2;",
             x"00" INTO QueryString
         END-STRING
       ELSE
         STRING "UPDATE Translations SET Text = Text || chr(10) || $3 WHERE MessageId = $1 ",
             "AND Language = $2;", x"00" INTO QueryString
         END-STRING
       END-IF
       CALL "execparams" USING pgconn querystring NParams3
           MessageParam LanguageParam LineParam pgres END-CALL.
