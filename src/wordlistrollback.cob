        *>   out of effect, words removed after it come back -- all as a
        *>   fresh version of its own (nothing is rewritten in place),
        *>   so rounds pinned to intermediate versions are untouched and
        *>   the rollback itself can be rolled back. The themed-round
        *>   category tags (WordCategories) ride the same versions and
        *>   go back with the words, and so do the inflection families
        *>   (WordFamilies). Lands in AuditLog.
        *> Modifies: WordList, WordCategories, WordFamilies, WordListVersions
        *> Dependencies:

       IDENTIFICATION DIVISION.
           returning pgres
       end-call

      *> the category tags follow the same two steps.
       STRING "UPDATE WordCategories SET RemovedVersion = ", function trim(NewVersion),
           " WHERE RemovedVersion IS NULL AND AddedVersion > ", TargetVersion, ";", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       STRING "INSERT INTO WordCategories ( Word, Language, Category, AddedVersion ) ",
           "SELECT DISTINCT Word, Language, Category, ", function trim(NewVersion),
           " FROM WordCategories old WHERE old.AddedVersion <= ", TargetVersion,
           " AND old.RemovedVersion IS NOT NULL AND old.RemovedVersion > ", TargetVersion,
           " AND NOT EXISTS ( SELECT 1 FROM WordCategories live WHERE live.Word = old.Word ",
           "AND live.Language = old.Language AND live.Category = old.Category ",
           "AND live.RemovedVersion IS NULL );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

      *> and so do the families -- one live row per word, so a word
      *> moved to another base after the target gets its old row back.
       STRING "UPDATE WordFamilies SET RemovedVersion = ", function trim(NewVersion),
           " WHERE RemovedVersion IS NULL AND AddedVersion > ", TargetVersion, ";", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       STRING "INSERT INTO WordFamilies ( Word, Language, BaseForm, AddedVersion ) ",
           "SELECT DISTINCT ON ( Word, Language ) Word, Language, BaseForm, ", function trim(NewVersion),
           " FROM WordFamilies old WHERE old.AddedVersion <= ", TargetVersion,
           " AND old.RemovedVersion IS NOT NULL AND old.RemovedVersion > ", TargetVersion,
           " AND NOT EXISTS ( SELECT 1 FROM WordFamilies live WHERE live.Word = old.Word ",
           "AND live.Language = old.Language AND live.RemovedVersion IS NULL );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Player),
           "', 'wordlistrollback', 'to version ", function trim(TargetZ), " as version ",
           function trim(NewVersion), "' );", x"00" INTO QueryString
