        *> -------------------------
        *> displaywordtags.
        *> Takes: Standard arguments + Language, CategoryQ.
        *> The wordtags func, the maintenance screen behind wordtagadd /
        *>   wordtagdelete. Admin-only (or 'wordlist' staff). With no
        *>   CategoryQ it lists every category with its live tag count
        *>   under Language and how many rooms have it as their theme;
        *>   with one it lists the live words carrying that tag and the
        *>   version each was tagged in. Anyone else gets the empty
        *>   list.
        *> Modifies:
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. displaywordtags.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(80) based.
       01 querystring pic x(768).

       01 IsAdmin usage binary-long value 0.
       01 NRows usage binary-long value 0.
       01 RowIdx usage binary-long.
       01 Category pic x(16) VALUE SPACES.
       01 ListName pic x(32) VALUE SPACES.
       01 ListCount pic x(8) VALUE SPACES.
       01 ListRooms pic x(8) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".
       01 Language pic x(8).
       01 CategoryQ pic x(16).

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId, Language, CategoryQ, OutFormat.
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

       MOVE function lower-case(CategoryQ) TO Category

       IF Category IS = SPACES THEN
          IF OutFormat = "json" THEN
             DISPLAY '"wordtags":{"language":"' function trim(Language) '","categories":['
          ELSE
             DISPLAY "<wordtags><language>", function trim(Language), "</language>"
          END-IF
          IF IsAdmin > 0 THEN
             PERFORM ListCategories
          END-IF
          IF OutFormat = "json" THEN
             DISPLAY "]}"
          ELSE
             DISPLAY "</wordtags>"
          END-IF
       ELSE
          IF OutFormat = "json" THEN
             DISPLAY '"wordtags":{"language":"' function trim(Language) '","category":"'
                 function trim(Category) '","words":['
          ELSE
             DISPLAY "<wordtags><language>", function trim(Language), "</language><category>",
                 function trim(Category), "</category>"
          END-IF
          IF IsAdmin > 0 THEN
             PERFORM ListCategoryWords
          END-IF
          IF OutFormat = "json" THEN
             DISPLAY "]}"
          ELSE
             DISPLAY "</wordtags>"
          END-IF
       END-IF

       EXIT PROGRAM.

      *> every category with live tags in the language, and how many
      *> rooms are running it as their theme.
       ListCategories.
       STRING "SELECT c.Category, count(*), ( SELECT count(*) FROM Rooms r WHERE r.Theme = c.Category ",
           "AND r.Retired = false ) FROM WordCategories c WHERE c.Language = '", function trim(Language),
           "' AND c.RemovedVersion IS NULL GROUP BY c.Category ORDER BY c.Category;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ListName
           string resstr delimited by x"00" into ListName end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ListCount
           string resstr delimited by x"00" into ListCount end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ListRooms
           string resstr delimited by x"00" into ListRooms end-string

           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"category":"' function trim(ListName) '","words":' function trim(ListCount)
                  ',"rooms":' function trim(ListRooms) '}'
           ELSE
              DISPLAY "<categoryitem><category>", function trim(ListName), "</category><words>",
                  function trim(ListCount), "</words><rooms>", function trim(ListRooms),
                  "</rooms></categoryitem>"
           END-IF
       END-PERFORM.

      *> the live words under one tag, with the version that tagged
      *> them.
       ListCategoryWords.
       STRING "SELECT Word, AddedVersion FROM WordCategories WHERE Language = '", function trim(Language),
           "' AND Category = '", function trim(Category), "' AND RemovedVersion IS NULL ORDER BY Word;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ListName
           string resstr delimited by x"00" into ListName end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ListCount
           string resstr delimited by x"00" into ListCount end-string

           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"word":"' function trim(ListName) '","version":' function trim(ListCount) '}'
           ELSE
              DISPLAY "<tagged><word>", function trim(ListName), "</word><version>",
                  function trim(ListCount), "</version></tagged>"
           END-IF
       END-PERFORM.
