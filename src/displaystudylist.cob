        *> -------------------------
        *> displaystudylist.
        *> Takes: pgconn, Player, OutFormat.
        *> The studylist func: the caller's saved words (studyadd),
        *>   due ones first, each with its dictionary language, the
        *>   WordDefinitions entry where one is loaded, its Leitner box,
        *>   when it is next due (in the caller's timezone) and how many
        *>   drills it has been in and found in. "due" counts the words
        *>   a drillstart would review now.
        *> Modifies:
        *> Dependencies: gettimezone

       IDENTIFICATION DIVISION.
       PROGRAM-ID. displaystudylist.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(300) based.
       01 querystring pic x(1024).

       01 TzPrefix pic x(16) VALUE SPACES.
       01 TzSuffix pic x(96) VALUE SPACES.

       01 NWords usage binary-long VALUE 0.
       01 WordIdx usage binary-long.
       01 NDue usage binary-long VALUE 0.
       01 NDueZ pic zzz9.
       01 ListWord pic x(32).
       01 ListLang pic x(8).
       01 ListDefinition pic x(250).
       01 ListBox pic x(4).
       01 ListDueAt pic x(16).
       01 ListIsDue pic x.
       01 ListReviews pic x(8).
       01 ListFound pic x(8).

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".

       PROCEDURE DIVISION USING pgconn, Player, OutFormat.
       Begin.

       CALL "gettimezone" USING BY REFERENCE pgconn Player TzPrefix TzSuffix

       STRING "SELECT s.Word, s.Language, COALESCE(d.Definition, ''), s.Box, ",
           "to_char(", function trim(TzPrefix), "s.DueAt", function trim(TzSuffix), ", 'YYYY-MM-DD HH24:MI'), ",
           "CASE WHEN s.DueAt <= now() THEN 't' ELSE 'f' END, s.Reviews, s.Found FROM StudyWords s ",
           "LEFT JOIN WordDefinitions d ON d.Word = s.Word AND d.Language = s.Language ",
           "WHERE s.Player = '", function trim(Player), "' ORDER BY s.DueAt, s.Word;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NWords

       MOVE 0 TO NDue
       PERFORM VARYING WordIdx FROM 0 BY 1 UNTIL WordIdx >= NWords
           call "PQgetvalue" using by value pgres by value WordIdx by value 5 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ListIsDue
           string resstr delimited by x"00" into ListIsDue end-string
           IF ListIsDue = "t" THEN
             ADD 1 TO NDue
           END-IF
       END-PERFORM
       MOVE NDue TO NDueZ

       IF OutFormat = "json" THEN
          DISPLAY '"studylist":{"due":' function trim(NDueZ) ',"words":['
       ELSE
          DISPLAY "<studylist><due>", function trim(NDueZ), "</due>"
       END-IF

       PERFORM VARYING WordIdx FROM 0 BY 1 UNTIL WordIdx >= NWords
           call "PQgetvalue" using by value pgres by value WordIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ListWord
           string resstr delimited by x"00" into ListWord end-string

           call "PQgetvalue" using by value pgres by value WordIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ListLang
           string resstr delimited by x"00" into ListLang end-string

           call "PQgetvalue" using by value pgres by value WordIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ListDefinition
           string resstr delimited by x"00" into ListDefinition end-string

           call "PQgetvalue" using by value pgres by value WordIdx by value 3 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ListBox
           string resstr delimited by x"00" into ListBox end-string

           call "PQgetvalue" using by value pgres by value WordIdx by value 4 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ListDueAt
           string resstr delimited by x"00" into ListDueAt end-string

           call "PQgetvalue" using by value pgres by value WordIdx by value 5 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ListIsDue
           string resstr delimited by x"00" into ListIsDue end-string

           call "PQgetvalue" using by value pgres by value WordIdx by value 6 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ListReviews
           string resstr delimited by x"00" into ListReviews end-string

           call "PQgetvalue" using by value pgres by value WordIdx by value 7 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ListFound
           string resstr delimited by x"00" into ListFound end-string

           IF OutFormat = "json" THEN
              IF WordIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"word":"' function trim(ListWord) '","lang":"' function trim(ListLang)
                  '","definition":"' function trim(ListDefinition) '","box":' function trim(ListBox)
                  ',"due":"' ListIsDue '","dueat":"' function trim(ListDueAt)
                  '","reviews":' function trim(ListReviews) ',"found":' function trim(ListFound) '}'
           ELSE
              DISPLAY "<studyword><word>", function trim(ListWord), "</word><lang>", function trim(ListLang),
                  "</lang><box>", function trim(ListBox), "</box><due>", ListIsDue, "</due><dueat>",
                  function trim(ListDueAt), "</dueat><reviews>", function trim(ListReviews),
                  "</reviews><found>", function trim(ListFound), "</found>"
              IF ListDefinition IS NOT = SPACES THEN
                DISPLAY "<definition>", function trim(ListDefinition), "</definition>"
              END-IF
              DISPLAY "</studyword>"
           END-IF
       END-PERFORM

       IF OutFormat = "json" THEN
          DISPLAY "]}"
       ELSE
          DISPLAY "</studylist>"
       END-IF

       EXIT PROGRAM.
