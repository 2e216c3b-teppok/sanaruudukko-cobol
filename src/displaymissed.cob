        *> Once the round has finished, lists the words in ValidWords for that
        *>   round (every dictionary word actually present on the board) that
        *>   the calling player did not submit, so they can see what they missed.
        *> In a themed round the missed words carrying the round's theme
        *>   tag (as its pinned dictionary version had them) are listed
        *>   again on their own under "missedtheme", so the theme's
        *>   haul stands out; the list is empty for an unthemed round.
        *> Each missed word names its inflection family (its base form,
        *>   or the word itself when it has none), and "missedfamilies"
        *>   groups the round's solution set by family: every family
        *>   with more than one member on the board that the player
        *>   missed any of, its members and how many of them they found.
        *> Modifies:
        *> Dependencies: roundstatus, themepred, familykey

       IDENTIFICATION DIVISION.
       PROGRAM-ID. displaymissed.
       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(300) based.
       01 querystring pic x(4096).

       01 RoundStatus pic x.
          88 RoundFinished value "f".
      *> which dictionary the word came from in a multilingual
      *> room (blank on rows predating the label).
       01 ListLang pic x(8).
      *> on a shifting board, the first phase the word could be
      *> found in (0 for an ordinary round).
       01 ListPhase pic x(3).
      *> the word's inflection family (its base form).
       01 ListFamily pic x(32).
       01 ListMembers pic x(300).
       01 ListFound pic x(4).

      *> the round's pinned theme and dictionary version.
       01 NThemeRows usage binary-long VALUE 0.
       01 RoundTheme pic x(16) VALUE SPACES.
       01 RoundDictVersion pic 9(8) VALUE ZEROES.
       01 TmpThemeVal pic x(16) VALUE SPACES.
       01 ThemeWordExpr pic x(64) VALUE "v.Word".
       01 ThemeLangExpr pic x(256) VALUE SPACES.
       01 ThemePred pic x(1024) VALUE SPACES.
       01 FamilyKey pic x(1024) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
           CALL "roundstatus" USING BY REFERENCE pgconn Player RoomId RoundId RoundStatus

           IF RoundFinished THEN
               PERFORM FetchRoundPins
               STRING "SELECT v.Word, COALESCE(d.Definition, ''), v.Language, v.Phase, ",
                      function trim(FamilyKey), " FROM ValidWords v ",
                      "LEFT JOIN WordDefinitions d ON d.Word = v.Word AND d.Language = ",
                      "COALESCE(NULLIF(v.Language, ''), (SELECT Language FROM Rooms WHERE Id = ", RoomId, ")) ",
                      "WHERE v.RoundId = ", RoundId,
                   MOVE SPACES TO ListLang
                   string resstr delimited by x"00" into ListLang end-string

                   call "PQgetvalue" using
                    by value pgres
                       by value WordIdx
                       by value 3
                       returning resptr
                   end-call
                   set address of resstr to resptr
                   MOVE SPACES TO ListPhase
                   string resstr delimited by x"00" into ListPhase end-string

                   call "PQgetvalue" using
                    by value pgres
                       by value WordIdx
                       by value 4
                       returning resptr
                   end-call
                   set address of resstr to resptr
                   MOVE SPACES TO ListFamily
                   string resstr delimited by x"00" into ListFamily end-string

                   IF OutFormat = "json" THEN
                      IF WordIdx > 0 THEN DISPLAY "," END-IF
                      DISPLAY '{"word":"' function trim(ListWord) '","lang":"' function trim(ListLang)
                          '","phase":' function trim(ListPhase) ',"family":"' function trim(ListFamily) '"'
                          ',"definition":"' function trim(ListDefinition) '"}'
                   ELSE
                      DISPLAY "<word>", function trim(ListWord), "</word>"
                      IF ListLang IS NOT = SPACES THEN
                        DISPLAY "<lang>", function trim(ListLang), "</lang>"
                      END-IF
                      IF ListPhase IS NOT = "0" THEN
                        DISPLAY "<phase>", function trim(ListPhase), "</phase>"
                      END-IF
                      DISPLAY "<family>", function trim(ListFamily), "</family>"
                      IF ListDefinition IS NOT = SPACES THEN
                        DISPLAY "<definition>", function trim(ListDefinition), "</definition>"
                      END-IF
          DISPLAY "</missedwords>"
       END-IF

       IF OutFormat = "json" THEN
          DISPLAY ',"missedtheme":['
       ELSE
          DISPLAY "<missedtheme>"
       END-IF
       IF RoundId IS NOT = HIGH-VALUES THEN
          IF RoundFinished THEN
             PERFORM ListThemeMissed
          END-IF
       END-IF
       IF OutFormat = "json" THEN
          DISPLAY "]"
       ELSE
          DISPLAY "</missedtheme>"
       END-IF

       IF OutFormat = "json" THEN
          DISPLAY ',"missedfamilies":['
       ELSE
          DISPLAY "<missedfamilies>"
       END-IF
       IF RoundId IS NOT = HIGH-VALUES THEN
          IF RoundFinished THEN
             PERFORM ListFamiliesMissed
          END-IF
       END-IF
       IF OutFormat = "json" THEN
          DISPLAY "]"
       ELSE
          DISPLAY "</missedfamilies>"
       END-IF

       EXIT PROGRAM.

      *> -------------------------
      *> FetchRoundPins: the theme and dictionary version the round
      *> pinned, and from the version the SQL for a solution word's
      *> family.
       FetchRoundPins.
       MOVE SPACES TO RoundTheme
       MOVE ZEROES TO RoundDictVersion
       STRING "SELECT Theme, DictVersion FROM Rounds WHERE RoundId = ", RoundId,
           " UNION ALL SELECT Theme, DictVersion FROM RoundsArchive WHERE RoundId = ", RoundId,
           ";", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NThemeRows
       IF NThemeRows > 0 THEN
         call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
         set address of resstr to resptr
         MOVE SPACES TO RoundTheme
         string resstr delimited by x"00" into RoundTheme end-string
         call "PQgetvalue" using by value pgres by value 0 by value 1 returning resptr end-call
         set address of resstr to resptr
         MOVE SPACES TO TmpThemeVal
         string resstr delimited by x"00" into TmpThemeVal end-string
         MOVE TmpThemeVal TO RoundDictVersion
       END-IF

       MOVE SPACES TO ThemeLangExpr
       STRING "COALESCE(NULLIF(v.Language, ''), ( SELECT Language FROM Rooms WHERE Id = ", RoomId, " ))"
           DELIMITED BY SIZE INTO ThemeLangExpr
       END-STRING
       CALL "familykey" USING RoundDictVersion ThemeWordExpr ThemeLangExpr FamilyKey
       END-CALL.

      *> -------------------------
      *> ListThemeMissed: the missed words that carry the round's
      *> theme tag. A round with no theme lists nothing.
       ListThemeMissed.
       IF NThemeRows = 0 OR RoundTheme IS = SPACES THEN
         EXIT PARAGRAPH
       END-IF

       CALL "themepred" USING RoundTheme RoundDictVersion ThemeWordExpr ThemeLangExpr ThemePred
       END-CALL

       STRING "SELECT v.Word FROM ValidWords v WHERE v.RoundId = ", RoundId,
              " AND v.Word NOT IN (SELECT Word FROM Words WHERE RoundId = ", RoundId,
              " AND RoomId = ", RoomId, " AND Player = '", function trim(Player),
              "' AND Disabled = false) AND ", function trim(ThemePred),
              " ORDER BY v.Word;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NWords

       PERFORM VARYING WordIdx FROM 0 BY 1 UNTIL WordIdx >= NWords
           call "PQgetvalue" using by value pgres by value WordIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ListWord
           string resstr delimited by x"00" into ListWord end-string

           IF OutFormat = "json" THEN
              IF WordIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '"' function trim(ListWord) '"'
           ELSE
              DISPLAY "<word>", function trim(ListWord), "</word>"
           END-IF
       END-PERFORM.

      *> -------------------------
      *> ListFamiliesMissed: the round's solution set grouped by
      *> inflection family -- each family with more than one member on
      *> the board that the player missed any of, with all of its
      *> members and how many the player found.
       ListFamiliesMissed.
       STRING "SELECT fam, string_agg(Word, ' ' ORDER BY Word), count(*) FILTER ( WHERE found ) FROM ",
              "( SELECT v.Word, ", function trim(FamilyKey), " AS fam, v.Word IN ( SELECT Word FROM Words ",
              "WHERE RoundId = ", RoundId, " AND RoomId = ", RoomId, " AND Player = '", function trim(Player),
              "' AND Disabled = false ) AS found FROM ValidWords v WHERE v.RoundId = ", RoundId, " ) s ",
              "GROUP BY fam HAVING count(*) > 1 AND bool_or(NOT found) ORDER BY fam;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NWords

       PERFORM VARYING WordIdx FROM 0 BY 1 UNTIL WordIdx >= NWords
           call "PQgetvalue" using by value pgres by value WordIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ListFamily
           string resstr delimited by x"00" into ListFamily end-string
           call "PQgetvalue" using by value pgres by value WordIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ListMembers
           string resstr delimited by x"00" into ListMembers end-string
           call "PQgetvalue" using by value pgres by value WordIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ListFound
           string resstr delimited by x"00" into ListFound end-string

           IF OutFormat = "json" THEN
              IF WordIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"family":"' function trim(ListFamily) '","words":"' function trim(ListMembers)
                  '","found":' function trim(ListFound) '}'
           ELSE
              DISPLAY "<wordfamily><family>", function trim(ListFamily), "</family><words>",
                  function trim(ListMembers), "</words><found>", function trim(ListFound), "</found></wordfamily>"
           END-IF
       END-PERFORM.
