        *> -------------------------
        *> familykey.
        *> Takes: FamilyVersion, WordExpr, LangExpr, FamilyKey (out).
        *> The inflection-family lookup, for whichever program needs
        *>   it: which family does the word WordExpr (an SQL
        *>   expression) in language LangExpr belong to, as the
        *>   WordFamilies rows stood at dictionary version
        *>   FamilyVersion (the round's pinned Rounds.DictVersion)?
        *>   FamilyKey comes back as an SQL expression giving the
        *>   family's base form; a word with no row is its own family,
        *>   so the expression falls back to the word itself.
        *> Modifies: FamilyKey
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. familykey.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       LINKAGE SECTION.
       01 FamilyVersion pic 9(8).
       01 WordExpr pic x(64).
       01 LangExpr pic x(256).
       01 FamilyKey pic x(1024).

       PROCEDURE DIVISION USING FamilyVersion, WordExpr, LangExpr, FamilyKey.
       Begin.

       MOVE SPACES TO FamilyKey

      *> the same version span test themepred puts on the category
      *> tags -- baseline rows carry AddedVersion 0.
       STRING "COALESCE(( SELECT min(fk.BaseForm) FROM WordFamilies fk WHERE fk.Word = ",
           function trim(WordExpr), " AND fk.Language = ", function trim(LangExpr),
           " AND fk.AddedVersion <= ", FamilyVersion,
           " AND ( fk.RemovedVersion IS NULL OR fk.RemovedVersion > ", FamilyVersion, " ) ), ",
           function trim(WordExpr), ")"
           DELIMITED BY SIZE INTO FamilyKey
       END-STRING

       EXIT PROGRAM.
