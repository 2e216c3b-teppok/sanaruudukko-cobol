        *>   with them, so the raw word count alone wouldn't be a fair
        *>   difficulty measure once the oversized boards are in
        *>   play.
        *> A themed round also reports its theme and how many of the
        *>   findable words carry the theme tag (as its pinned dictionary
        *>   version had them), overall and per length, so the theme's
        *>   share of the board is visible next to the whole.
        *> The solution set is also grouped by inflection family (as the
        *>   pinned dictionary version had the families): how many
        *>   distinct families the findable words make, and each family
        *>   with more than one member on the board, with its members --
        *>   a board whose words are mostly one word's case forms is
        *>   thinner than its raw count says.
        *> Modifies:
        *> Dependencies: allwords (populates the ValidWords this reads),
        *>   themepred, familykey

       IDENTIFICATION DIVISION.
       PROGRAM-ID. boarddifficulty.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(300) based.
       01 querystring pic x(4096).

       01 RoundFound usage binary-long.
       01 TmpSize pic x(2) VALUE SPACES.
       01 TmpLen pic x(2) VALUE SPACES.
       01 ListLength pic 99.
       01 ListLengthCount pic 9(6).
       01 ListThemeCount pic 9(6).

      *> the round's pinned theme, judged against the tags of its
      *> pinned dictionary version.
       01 RoundTheme pic x(16) VALUE SPACES.
       01 RoundDictVersion pic 9(8) VALUE ZEROES.
       01 BoardRoomId pic x(8) VALUE SPACES.
       01 TmpThemeVal pic x(16) VALUE SPACES.
       01 ThemeWords usage binary-long VALUE 0.
       01 ThemeWordExpr pic x(64) VALUE "ValidWords.Word".
       01 ThemeLangExpr pic x(256) VALUE SPACES.
       01 ThemePred pic x(1024) VALUE SPACES.

      *> inflection families of the solution set.
       01 FamilyKey pic x(1024) VALUE SPACES.
       01 FamilyWords usage binary-long VALUE 0.
       01 NFamilies usage binary-long.
       01 FamilyIdx usage binary-long.
       01 ListFamily pic x(32).
       01 ListFamilyCount pic 9(6).
       01 ListMembers pic x(300).

       LINKAGE SECTION.
       01 pgconn usage pointer.
       PROCEDURE DIVISION USING pgconn, RoundId, OutFormat.
       Begin.

       STRING "SELECT BoardWidth, BoardHeight, Theme, DictVersion, COALESCE(RoomId, 0) FROM Rounds WHERE RoundId = ",
              RoundId, " UNION ALL SELECT BoardWidth, BoardHeight, Theme, DictVersion, COALESCE(RoomId, 0) ",
              "FROM RoundsArchive WHERE RoundId = ", RoundId,
              ";", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
           COMPUTE BoardCells = ListBoardWidth * ListBoardHeight
           IF BoardCells < 1 THEN MOVE 1 TO BoardCells END-IF

           call "PQgetvalue" using by value pgres by value 0 by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO RoundTheme
           string resstr delimited by x"00" into RoundTheme end-string

           call "PQgetvalue" using by value pgres by value 0 by value 3 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO TmpThemeVal
           string resstr delimited by x"00" into TmpThemeVal end-string
           MOVE TmpThemeVal TO RoundDictVersion

           call "PQgetvalue" using by value pgres by value 0 by value 4 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO BoardRoomId
           string resstr delimited by x"00" into BoardRoomId end-string

           MOVE SPACES TO ThemeLangExpr
           STRING "COALESCE(NULLIF(ValidWords.Language, ''), ( SELECT Language FROM Rooms WHERE Id = ",
               function trim(BoardRoomId), " ))" DELIMITED BY SIZE INTO ThemeLangExpr
           END-STRING
           CALL "themepred" USING RoundTheme RoundDictVersion ThemeWordExpr ThemeLangExpr ThemePred
           END-CALL
           CALL "familykey" USING RoundDictVersion ThemeWordExpr ThemeLangExpr FamilyKey
           END-CALL

           STRING "SELECT count(*), coalesce(avg(length(Word)), 0), count(*) FILTER ( WHERE ",
               function trim(ThemePred), " ), count(DISTINCT ", function trim(FamilyKey),
               ") FROM ValidWords WHERE RoundId = ", RoundId, ";",
               x"00" INTO QueryString
           END-STRING
           call "PQexec" using by value pgconn by reference querystring returning pgres end-call
           string resstr delimited by x"00" into TmpAvg end-string
           MOVE TmpAvg TO AvgLength

           call "PQgetvalue" using by value pgres by value 0 by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO TmpCount
           string resstr delimited by x"00" into TmpCount end-string
           MOVE TmpCount TO ThemeWords

           call "PQgetvalue" using by value pgres by value 0 by value 3 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO TmpCount
           string resstr delimited by x"00" into TmpCount end-string
           MOVE TmpCount TO FamilyWords

           COMPUTE WordsPerCell ROUNDED = TotalWords / BoardCells

           EVALUATE TRUE
           IF OutFormat = "json" THEN
              DISPLAY '"roundid":' RoundId ',"boardwidth":' ListBoardWidth ',"boardheight":' ListBoardHeight
                  ',"totalwords":' TotalWords ',"avglength":"' AvgLength '","difficulty":"'
                  function trim(DifficultyLabel) '","theme":"' function trim(RoundTheme)
                  '","themewords":' ThemeWords ',"families":' FamilyWords ',"lengths":['
           ELSE
              DISPLAY "<roundid>", RoundId, "</roundid><boardwidth>", ListBoardWidth, "</boardwidth><boardheight>",
                  ListBoardHeight, "</boardheight><totalwords>", TotalWords, "</totalwords><avglength>",
                  AvgLength, "</avglength><difficulty>", function trim(DifficultyLabel), "</difficulty><theme>",
                  function trim(RoundTheme), "</theme><themewords>", ThemeWords, "</themewords><families>",
                  FamilyWords, "</families><lengths>"
           END-IF

           STRING "SELECT length(Word), count(*), count(*) FILTER ( WHERE ", function trim(ThemePred),
                  " ) FROM ValidWords WHERE RoundId = ", RoundId,
                  " GROUP BY length(Word) ORDER BY length(Word);", x"00" INTO QueryString
           END-STRING
           call "PQexec" using by value pgconn by reference querystring returning pgres end-call
               string resstr delimited by x"00" into TmpCount end-string
               MOVE TmpCount TO ListLengthCount

               call "PQgetvalue" using by value pgres by value LengthIdx by value 2 returning resptr end-call
               set address of resstr to resptr
               MOVE SPACES TO TmpCount
               string resstr delimited by x"00" into TmpCount end-string
               MOVE TmpCount TO ListThemeCount

               IF OutFormat = "json" THEN
                  IF LengthIdx > 0 THEN DISPLAY "," END-IF
                  DISPLAY '{"length":' ListLength ',"count":' ListLengthCount ',"themecount":' ListThemeCount '}'
               ELSE
                  DISPLAY "<wordlength><length>", ListLength, "</length><count>", ListLengthCount,
                      "</count><themecount>", ListThemeCount, "</themecount></wordlength>"
               END-IF
           END-PERFORM

           ELSE
              DISPLAY "</lengths>"
           END-IF

           PERFORM ListFamilies
       END-IF

       IF OutFormat = "json" THEN
       END-IF

       EXIT PROGRAM.

      *> -------------------------
      *> ListFamilies: each inflection family with more than one
      *> member in the solution set, biggest first, with its members.
       ListFamilies.
       STRING "SELECT fam, count(*), string_agg(Word, ' ' ORDER BY Word) FROM ( SELECT Word, ",
              function trim(FamilyKey), " AS fam FROM ValidWords WHERE RoundId = ", RoundId,
              " ) s GROUP BY fam HAVING count(*) > 1 ORDER BY count(*) DESC, fam;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NFamilies

       IF OutFormat = "json" THEN
          DISPLAY ',"wordfamilies":['
       ELSE
          DISPLAY "<wordfamilies>"
       END-IF
       PERFORM VARYING FamilyIdx FROM 0 BY 1 UNTIL FamilyIdx >= NFamilies
           call "PQgetvalue" using by value pgres by value FamilyIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ListFamily
           string resstr delimited by x"00" into ListFamily end-string

           call "PQgetvalue" using by value pgres by value FamilyIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO TmpCount
           string resstr delimited by x"00" into TmpCount end-string
           MOVE TmpCount TO ListFamilyCount

           call "PQgetvalue" using by value pgres by value FamilyIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ListMembers
           string resstr delimited by x"00" into ListMembers end-string

           IF OutFormat = "json" THEN
              IF FamilyIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"family":"' function trim(ListFamily) '","count":' ListFamilyCount
                  ',"words":"' function trim(ListMembers) '"}'
           ELSE
              DISPLAY "<wordfamily><family>", function trim(ListFamily), "</family><count>", ListFamilyCount,
                  "</count><words>", function trim(ListMembers), "</words></wordfamily>"
           END-IF
       END-PERFORM
       IF OutFormat = "json" THEN
          DISPLAY "]"
       ELSE
          DISPLAY "</wordfamilies>"
       END-IF.
