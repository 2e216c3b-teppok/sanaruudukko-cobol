        *> Takes: Standard arguments + Word.
        *> Admin-only. Adds Word to ProfanityList if the caller's
        *>   Player name is present in Admins and the word isn't already there.
        *> Modifies: ProfanityList, SolutionCache, SolutionWords
        *> Dependencies:

       IDENTIFICATION DIVISION.
             returning pgres
         end-call

      *> kid-friendly rooms' cached solutions were built against
      *> the old list.
         STRING "WITH d AS ( DELETE FROM SolutionCache WHERE KidFriendly RETURNING SolveKey ) ",
             "DELETE FROM SolutionWords WHERE SolveKey IN ( SELECT SolveKey FROM d );", x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call

         STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Player),
             "', 'profanityadd', '", function trim(Word), "' );", x"00" INTO QueryString
         END-STRING
