        *>   operator's name -- this runs with direct database access, so
        *>   the Admins gate the wordlistadd func enforces is honored by
        *>   accountability here rather than by lookup.
        *>   Rounds that started mid-load pinned the load's version
        *>   before all its words were in, so any solution cached for
        *>   that version is dropped once the load is complete.
        *> Modifies: WordList, SolutionCache, SolutionWords
        *> Dependencies: getdb

       IDENTIFICATION DIVISION.
         PERFORM FlushBatch
       END-IF

      *> the version row went in before the words did; a solve
      *> cached against it may be missing some of them.
       STRING "WITH d AS ( DELETE FROM SolutionCache WHERE DictVersion >= ", function trim(LoadVersion),
           " RETURNING SolveKey ) DELETE FROM SolutionWords WHERE SolveKey IN ( SELECT SolveKey FROM d );",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

       MOVE AcceptedCount TO AcceptedZ
       MOVE RejectedCount TO RejectedZ
       MOVE DuplicateCount TO DuplicateZ
