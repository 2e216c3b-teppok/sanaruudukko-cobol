        *> -------------------------
        *> wordtagdelete.
        *> Takes: Standard arguments + Word, Language, CategoryQ.
        *> Admin-only (or 'wordlist' staff, as wordlistdelete). Takes a
        *>   category tag off a word. Effective-dated, not an outright
        *>   DELETE: the tag keeps its row with RemovedVersion stamped
        *>   from a new WordListVersions row ('tagdelete <category>'),
        *>   so a themed round pinned to an earlier version still pays
        *>   the bonus on it until the round ends.
        *> Modifies: WordCategories, WordListVersions, AuditLog
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. wordtagdelete.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(768).

       01 IsAdmin usage binary-long value 0.
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

      *> no live tag, no version -- an idle delete shouldn't bump
      *> the dictionary and throw away every cached solve.
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

       IF TagExists = 0 THEN
         EXIT PROGRAM
       END-IF

       STRING "WITH v AS ( INSERT INTO WordListVersions ( EditedBy, Action, Word, Language ) ",
           "VALUES ( '", function trim(Player), "', 'tagdelete ", function trim(Category), "', '",
           function trim(Word), "', '", function trim(Language), "' ) RETURNING Version ) ",
           "UPDATE WordCategories SET RemovedVersion = ( SELECT Version FROM v ) WHERE Word = '",
           function trim(Word), "' AND Language = '", function trim(Language), "' AND Category = '",
           function trim(Category), "' AND RemovedVersion IS NULL;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Player),
           "', 'wordtagdelete', '", function trim(Word), " (", function trim(Language), ") ",
           function trim(Category), "' );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       EXIT PROGRAM.
