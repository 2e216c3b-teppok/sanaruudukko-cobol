        *> -------------------------
        *> themepred.
        *> Takes: ThemeName, ThemeVersion, WordExpr, LangExpr,
        *>   ThemePred (out).
        *> The themed-round rule, for whichever program needs it: is
        *>   the word WordExpr (an SQL expression) in language LangExpr
        *>   tagged with the round's theme category ThemeName, as the
        *>   WordCategories tags stood at dictionary version
        *>   ThemeVersion (the round's pinned Rounds.DictVersion)?
        *>   ThemePred comes back as an SQL condition; with no theme it
        *>   is simply false. ThemeName comes from Rounds.Theme, which
        *>   roomset only ever fills from parsequery (letters and
        *>   digits), so it is safe to splice.
        *> Modifies: ThemePred
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. themepred.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       LINKAGE SECTION.
       01 ThemeName pic x(16).
       01 ThemeVersion pic 9(8).
       01 WordExpr pic x(64).
       01 LangExpr pic x(256).
       01 ThemePred pic x(1024).

       PROCEDURE DIVISION USING ThemeName, ThemeVersion, WordExpr, LangExpr, ThemePred.
       Begin.

       MOVE SPACES TO ThemePred

       IF ThemeName IS = SPACES THEN
         MOVE "false" TO ThemePred
         EXIT PROGRAM
       END-IF

      *> the same version span test allwords and submitword put on
      *> WordList rows -- baseline tags carry AddedVersion 0.
       STRING "EXISTS ( SELECT 1 FROM WordCategories tc WHERE tc.Category = '", function trim(ThemeName),
           "' AND tc.Word = ", function trim(WordExpr), " AND tc.Language = ", function trim(LangExpr),
           " AND tc.AddedVersion <= ", ThemeVersion,
           " AND ( tc.RemovedVersion IS NULL OR tc.RemovedVersion > ", ThemeVersion, " ) )"
           DELIMITED BY SIZE INTO ThemePred
       END-STRING

       EXIT PROGRAM.
