        *> -------------------------
        *> wordtagadd.
        *> Takes: Standard arguments + Word, Language, CategoryQ.
        *> Admin-only (or 'wordlist' staff, as wordlistadd). Tags a live
        *>   dictionary word with a category for themed rounds. The
        *>   edit is effective-dated like a wordlistadd: it records a
        *>   new WordListVersions row ('tagadd <category>') and the tag
        *>   carries that version as its AddedVersion, so a round
        *>   already running keeps the tags it started with. A word not
        *>   in the dictionary, or already carrying the tag, is left
        *>   alone. Category names are kept lower-case.
        *> Modifies: WordCategories, WordListVersions, AuditLog
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. wordtagadd.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(768).

       01 IsAdmin usage binary-long value 0.
       01 WordExists usage binary-long value 0.
       01 TagExists usage binary-long value 0.
       01 Category pic x(16) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".
       01 Word pic x(32).
       01 Language pic x(8).
       01 CategoryQ pic x(16).

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId, Word, Language, CategoryQ.
       Begin.

       STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player),
           "' UNION ALL SELECT Player FROM StaffGrants WHERE Capability = 'wordlist' ",
           "AND Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       call "PQntuples" using by value pgres returning IsAdmin

       IF IsAdmin = 0 OR Word IS = SPACES OR CategoryQ IS = SPACES THEN
         EXIT PROGRAM
       END-IF
       MOVE function lower-case(CategoryQ) TO Category

       STRING "SELECT Word FROM WordList WHERE Word = '", function trim(Word), "' AND Language = '",
           function trim(Language), "' AND RemovedVersion IS NULL;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       call "PQntuples" using by value pgres returning WordExists

       STRING "SELECT Word FROM WordCategories WHERE Word = '", function trim(Word), "' AND Language = '",
           function trim(Language), "' AND Category = '", function trim(Category),
           "' AND RemovedVersion IS NULL;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       call "PQntuples" using by value pgres returning TagExists

       IF WordExists = 0 OR TagExists > 0 THEN
         EXIT PROGRAM
       END-IF

       STRING "WITH v AS ( INSERT INTO WordListVersions ( EditedBy, Action, Word, Language ) ",
           "VALUES ( '", function trim(Player), "', 'tagadd ", function trim(Category), "', '",
           function trim(Word), "', '", function trim(Language), "' ) RETURNING Version ) ",
           "INSERT INTO WordCategories ( Word, Language, Category, AddedVersion ) SELECT '",
           function trim(Word), "', '", function trim(Language), "', '", function trim(Category),
           "', Version FROM v;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Player),
           "', 'wordtagadd', '", function trim(Word), " (", function trim(Language), ") ",
           function trim(Category), "' );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       EXIT PROGRAM.
