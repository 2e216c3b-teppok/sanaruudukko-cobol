        *>   every couple hundred words) so a child that dies partway is
        *>   resumed from where it stopped by the next run instead of
        *>   recomputing -- or worse, leaving -- a half-empty ValidWords.
        *>   A board already solved under the same rules is not solved
        *>   again: every solve is stored in SolutionCache under a key
        *>   of the board (all phases), its size, the pinned dictionary
        *>   version, the star and the room's dictionary settings and
        *>   organisation, and a
        *>   later round with that key copies the stored set into
        *>   ValidWords instead. Rounds sharing a key serialize on an
        *>   advisory lock, so one solves and the rest copy.
        *> Modifies: ValidWords, SolutionCache, SolutionWords
        *> Dependencies: checkword to check if the word is in the board,
        *>   checkstar instead on a starred-cell round

       IDENTIFICATION DIVISION.
       PROGRAM-ID. allwords.
       
       01 pgres  usage pointer.
       01 pgres2  usage pointer.
       01 pgres3  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(300) based.
      *> wide enough for the prefilter SELECT at its worst: version
      *> predicate + kid-friendly exclusion + difficulty cap + the
      *> squeezed letters of an oversized board + a checkpoint resume.
       01 querystring pic x(2048).

       01 NWords usage binary-long.
       01 WordIdx usage binary-long.
       01 HintX pic 99 VALUE 0.
       01 HintY pic 99 VALUE 0.

      *> a starred-cell round only counts words whose path runs
      *> through the star, so the solution set is built with checkstar
      *> instead of checkword (0 = no star on this round).
       01 StarCell pic 999 VALUE 0.
       01 TmpStar pic x(4) VALUE SPACES.

      *> a shifting-board round is solved phase by phase from
      *> RoundPhases; each find is labelled with the first phase it
      *> turns up in. An ordinary round is just phase 0, Rounds.Board.
       01 NPhases usage binary-long VALUE 0.
       01 PhaseIdx usage binary-long.
       01 PhaseNo pic 9(3) VALUE 0.
       01 TmpPhase pic x(4) VALUE SPACES.

      *> kid-friendly mode excludes admin-managed ProfanityList
      *> entries from the room's findable word list.
       01 KidFriendlyFlag pic x VALUE "f".
         88 RoomIsKidFriendly VALUE "t".

      *> a word the room's organisation has excluded is not in the
      *> dictionary there (submitword's rule), so it is never in the
      *> solution set either; rooms outside an organisation match no
      *> exclusions.
       01 OrgPred pic x(192) VALUE SPACES.

      *> the SQL prefilter needs the board's letters as one string
      *> (spaces squeezed out) and a word-length cap from the board's
      *> cell capacity, and the checkpoint keeps a restart from
       01 NCkpt usage binary-long VALUE 0.
       01 WordsSinceCkpt usage binary-long VALUE 0.

      *> the solution cache: the md5 key of everything that decides
      *> this round's solution set, and whether it was already stored.
       01 SolveKey pic x(32) VALUE SPACES.
       01 NCached usage binary-long VALUE 0.
       01 CacheDays pic 9(4) VALUE 30.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 RoundId pic 99999 usage display.
       PROCEDURE DIVISION USING pgconn, RoundId.
       Begin.

       string "SELECT Board, BoardWidth, BoardHeight, DictVersion, COALESCE(StarCell, 0) FROM Rounds WHERE RoundId = ", RoundId, " ;", x"00" INTO QueryString
          call "PQexec" using
           by value pgconn
           by reference querystring
       MOVE TmpVer TO DictVersion
       PERFORM BuildVersionPred

       call "PQgetvalue" using
        by value pgres
           by value 0
           by value 4
           returning resptr
       end-call
       set address of resstr to resptr
       MOVE SPACES TO TmpStar
       string resstr delimited by x"00" into TmpStar end-string
       MOVE TmpStar TO StarCell

       STRING "SELECT Rooms.Language, Rooms.KidFriendly, Rooms.MaxDifficulty, Rooms.ExtraLanguages, Rooms.MinWordLength FROM Rounds JOIN Rooms ON Rounds.RoomId = Rooms.Id WHERE RoundId = ", RoundId, " ;", x"00" INTO QueryString
          call "PQexec" using
           by value pgconn
         STRING "AND Difficulty <= ", MaxDifficulty INTO DiffPred
         END-STRING
       END-IF
       MOVE SPACES TO OrgPred
       STRING "AND lower(Word) NOT IN (SELECT lower(x.Word) FROM OrgWordExclusions x ",
           "JOIN Rooms ro ON ro.OrgId = x.OrgId JOIN Rounds r ON r.RoomId = ro.Id WHERE r.RoundId = ", RoundId, ")"
           INTO OrgPred
       END-STRING

       call "PQgetvalue" using
        by value pgres
         END-PERFORM
       END-IF

       STRING "SELECT Phase, Board FROM RoundPhases WHERE RoundId = ", RoundId, " ORDER BY Phase;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres3
       end-call
       call "PQntuples" using by value pgres3 returning NPhases

      *> a board solved before under the same rules: copy, don't
      *> solve. The lock is held from the lookup to the store, so
      *> rounds dealt the same board at the same moment wait for the
      *> first one's solve and then copy it.
       PERFORM BuildSolveKey
       IF SolveKey IS NOT = SPACES THEN
         STRING "SELECT pg_advisory_lock(hashtext('", function trim(SolveKey), "'));", x"00" INTO QueryString
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
         PERFORM CopyCachedSolution
         IF NCached > 0 THEN
           PERFORM ReleaseSolveKey
           EXIT PROGRAM
         END-IF
       END-IF

       IF NPhases = 0 THEN
         MOVE 0 TO PhaseNo
         PERFORM SolveBoard
       ELSE
         PERFORM VARYING PhaseIdx FROM 0 BY 1 UNTIL PhaseIdx >= NPhases
           call "PQgetvalue" using by value pgres3 by value PhaseIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO TmpPhase
           string resstr delimited by x"00" into TmpPhase end-string
           MOVE TmpPhase TO PhaseNo
           call "PQgetvalue" using by value pgres3 by value PhaseIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO Board
           string resstr delimited by x"00" into Board end-string
           PERFORM SolveBoard
         END-PERFORM
       END-IF

       IF SolveKey IS NOT = SPACES THEN
         PERFORM StoreSolution
         PERFORM ReleaseSolveKey
       END-IF

       EXIT PROGRAM.

      *> -------------------------
      *> BuildSolveKey: hash every input that decides the solution
      *> set -- the board of each phase (or Rounds.Board), size, the
      *> pinned dictionary version, the star, and the room's
      *> dictionary settings and organisation (whose exclusions apply)
      *> -- into one cache key.
       BuildSolveKey.
       STRING "SELECT md5(concat_ws('|', COALESCE((SELECT string_agg(p.Phase || ':' || p.Board, '/' ORDER BY p.Phase) ",
           "FROM RoundPhases p WHERE p.RoundId = r.RoundId), r.Board), r.BoardWidth, r.BoardHeight, ",
           "r.DictVersion, COALESCE(r.StarCell, 0), ro.Language, COALESCE(ro.ExtraLanguages, ''), ",
           "ro.KidFriendly, ro.MaxDifficulty, ro.MinWordLength, COALESCE(ro.OrgId, 0))) ",
           "FROM Rounds r JOIN Rooms ro ON ro.Id = r.RoomId WHERE r.RoundId = ", RoundId, ";",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       MOVE SPACES TO SolveKey
       call "PQntuples" using by value pgres returning NCached
       IF NCached > 0 THEN
         call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
         set address of resstr to resptr
         string resstr delimited by x"00" into SolveKey end-string
       END-IF
       MOVE 0 TO NCached.

      *> -------------------------
      *> CopyCachedSolution: on a hit, the stored set becomes this
      *> round's ValidWords (guarded like the solve's own inserts, so
      *> a resumed round can't double up). NCached > 0 means a hit.
       CopyCachedSolution.
       STRING "UPDATE SolutionCache SET Hits = Hits + 1, LastUsedAt = now() WHERE SolveKey = '",
           function trim(SolveKey), "' RETURNING NWords;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NCached
       IF NCached = 0 THEN
         EXIT PARAGRAPH
       END-IF

       STRING "INSERT INTO ValidWords (Word, RoundId, HintX, HintY, Language, Phase) ",
           "SELECT w.Word, ", RoundId, ", w.HintX, w.HintY, w.Language, w.Phase FROM SolutionWords w ",
           "WHERE w.SolveKey = '", function trim(SolveKey), "' AND NOT EXISTS (SELECT 1 FROM ValidWords v ",
           "WHERE v.RoundId = ", RoundId, " AND v.Word = w.Word);", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres2 end-call.

      *> -------------------------
      *> StoreSolution: keep the finished set for the next round
      *> dealt this board. Header and words go in as one statement, so
      *> no reader ever sees a half-stored entry. Entries for a
      *> superseded dictionary version (no new round pins one) or
      *> unused for SolutionCacheDays are pruned on the way. The entry
      *> notes the room's organisation, so a change to its exclusions
      *> (orgexclude) can drop it.
       StoreSolution.
       STRING "SELECT COALESCE((SELECT Value FROM Status WHERE Name = 'SolutionCacheDays')::int, ",
           CacheDays, ");", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO TmpVer
       string resstr delimited by x"00" into TmpVer end-string
       MOVE function numval(TmpVer) TO CacheDays

       STRING "WITH d AS (DELETE FROM SolutionCache WHERE DictVersion < ",
           "(SELECT COALESCE(max(Version), 0) FROM WordListVersions) ",
           "OR LastUsedAt < now() - make_interval(days => ", CacheDays, ") RETURNING SolveKey) ",
           "DELETE FROM SolutionWords WHERE SolveKey IN (SELECT SolveKey FROM d);", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres2 end-call

       STRING "WITH c AS (INSERT INTO SolutionCache (SolveKey, DictVersion, KidFriendly, SourceRound, NWords, OrgId) ",
           "VALUES ('", function trim(SolveKey), "', ", DictVersion, ", '", KidFriendlyFlag, "', ", RoundId,
           ", (SELECT count(*) FROM ValidWords WHERE RoundId = ", RoundId, "), ",
           "(SELECT ro.OrgId FROM Rounds r JOIN Rooms ro ON ro.Id = r.RoomId WHERE r.RoundId = ", RoundId, ")) ",
           "ON CONFLICT (SolveKey) DO NOTHING RETURNING SolveKey) ",
           "INSERT INTO SolutionWords (SolveKey, Word, HintX, HintY, Language, Phase) ",
           "SELECT c.SolveKey, v.Word, v.HintX, v.HintY, v.Language, v.Phase FROM c, ValidWords v ",
           "WHERE v.RoundId = ", RoundId, ";", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres2 end-call.

      *> -------------------------
      *> ReleaseSolveKey: let the next round waiting on this board in.
       ReleaseSolveKey.
       STRING "SELECT pg_advisory_unlock(hashtext('", function trim(SolveKey), "'));", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres2 end-call.

      *> -------------------------
      *> SolveBoard: every listed dictionary against the board
      *> currently in Board (one phase of it, on a shifting round).
       SolveBoard.
      *> squeeze the board into its bare letters and work out how
      *> long a word the cells could even hold (2 chars per cell at
      *> most, and never more than the submission path's 32).
         IF Language IS NOT = SPACES THEN
           PERFORM BuildOneLanguage
         END-IF
       END-PERFORM.

      *> -------------------------
      *> BuildOneLanguage: the prefilter and board walk for one of the
      *> One checkpoint per language, so a multilingual round resumes
      *> exactly where it stopped.
       MOVE SPACES TO CheckpointName
       IF PhaseNo > 0 THEN
         STRING "Allwords:", RoundId, ":", function trim(Language), ":", PhaseNo INTO CheckpointName
         END-STRING
       ELSE
         STRING "Allwords:", RoundId, ":", function trim(Language) INTO CheckpointName
         END-STRING
       END-IF
       MOVE SPACES TO CheckpointWord
       STRING "SELECT Value FROM Status WHERE Name = '", function trim(CheckpointName), "';", x"00" INTO QueryString
       END-STRING
      *> the survivors get the expensive board walk below.
       IF RoomIsKidFriendly THEN
         STRING "SELECT Word from WordList WHERE Language = '", function trim(Language),
             "' ", function trim(VersionPred), " ", function trim(DiffPred), " ", function trim(OrgPred),
             " AND lower(Word) NOT IN (SELECT lower(Word) FROM ProfanityList)",
             " AND length(Word) <= ", LenCap,
             " AND length(Word) >= ", MinWordLength,
         END-STRING
       ELSE
         STRING "SELECT Word from WordList WHERE Language = '", function trim(Language), "'",
             " ", function trim(VersionPred), " ", function trim(DiffPred), " ", function trim(OrgPred),
             " AND length(Word) <= ", LenCap,
             " AND length(Word) >= ", MinWordLength,
             " AND length(translate(Word, '", function trim(BoardLetters), "', '')) = 0",
               move SPACES to ListWord
               string resstr delimited by x"00" into ListWord end-string

               IF StarCell > 0 THEN
                 CALL "checkstar" using
                   by content Board
                   by content ListWord
                   by content BoardWidth
                   by content BoardHeight
                   by content StarCell
                   By reference LoopStatus
                   By reference HintX
                   By reference HintY
                 END-CALL
               ELSE
                 CALL "checkword" using
                   by content Board
                   by content ListWord
                   by content BoardWidth
                   by content BoardHeight
                   By reference LoopStatus
                   By reference HintX
                   By reference HintY
                 END-CALL
               END-IF

               IF ValidWord THEN
                  *> guarded so a resume that replays the words
                  *> and so the same spelling from a second dictionary
                  *> stays one find, labelled with the first language
                  *> that produced it.
                   STRING "INSERT INTO ValidWords (Word, RoundId, HintX, HintY, Language, Phase) SELECT '", function trim(ListWord), "', ", RoundId, ", ", HintX, ", ", HintY,
                       ", '", function trim(Language), "', ", PhaseNo,
                       " WHERE NOT EXISTS (SELECT 1 FROM ValidWords WHERE Word = '", function trim(ListWord),
                       "' AND RoundId = ", RoundId, ");", x"00" INTO QueryString
                   END-STRING
                      call "PQexec" using by value pgconn
