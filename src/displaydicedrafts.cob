        *> -------------------------
        *> displaydicedrafts.
        *> Takes: pgconn, Player, RoomId, OutFormat.
        *> The dicedrafts func, the review screen behind dicepromote:
        *>   every dicegen draft, newest first, with its language and
        *>   difficulty tier, die count and simulated board size, the
        *>   expected yield and dud rate its sample boards came out at
        *>   (against the quality gate it was measured by), the set it
        *>   was promoted as (blank while still a draft) and its dice,
        *>   one six-face group per die. Admin-only; anyone else gets
        *>   the empty list.
        *> Modifies:
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. displaydicedrafts.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(320) based.
       01 querystring pic x(768).

       01 IsAdmin usage binary-long value 0.
       01 NRows usage binary-long value 0.
       01 RowIdx usage binary-long.
       01 ColIdx usage binary-long.
       01 FieldIdx usage binary-long.

       01 DraftRow.
          05 DraftCol pic x(24) occurs 10 times.
       01 DraftDice pic x(320) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".

       PROCEDURE DIVISION USING pgconn, Player, RoomId, OutFormat.
       Begin.

       STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning IsAdmin

       IF OutFormat = "json" THEN
          DISPLAY '"dicedrafts":['
       ELSE
          DISPLAY "<dicedrafts>"
       END-IF

       IF IsAdmin > 0 THEN
          PERFORM ListDrafts
       END-IF

       IF OutFormat = "json" THEN
          DISPLAY "]"
       ELSE
          DISPLAY "</dicedrafts>"
       END-IF

       EXIT PROGRAM.

       ListDrafts.
       STRING "SELECT x.DraftName, x.Language, x.Difficulty, x.DieCount, x.BoardWidth || 'x' || x.BoardHeight, ",
           "x.SampleBoards, x.GateWords, x.AvgYield, x.DudRate, x.PromotedAs, ",
           "( SELECT string_agg(d.Side1 || d.Side2 || d.Side3 || d.Side4 || d.Side5 || d.Side6, ' ' ",
           "ORDER BY d.DieNum) FROM DiceDraftDice d WHERE d.DraftName = x.DraftName ) ",
           "FROM DiceDrafts x ORDER BY x.CreatedAt DESC, x.DraftName;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM VARYING ColIdx FROM 1 BY 1 UNTIL ColIdx > 10
               COMPUTE FieldIdx = ColIdx - 1
               call "PQgetvalue" using by value pgres by value RowIdx by value FieldIdx returning resptr end-call
               set address of resstr to resptr
               MOVE SPACES TO DraftCol(ColIdx)
               string resstr delimited by x"00" into DraftCol(ColIdx) end-string
           END-PERFORM
           call "PQgetvalue" using by value pgres by value RowIdx by value 10 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO DraftDice
           string resstr delimited by x"00" into DraftDice end-string

           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"draft":"' function trim(DraftCol(1)) '","language":"' function trim(DraftCol(2))
                  '","tier":' function trim(DraftCol(3)) ',"dice":' function trim(DraftCol(4))
                  ',"board":"' function trim(DraftCol(5)) '","boards":' function trim(DraftCol(6))
                  ',"gate":' function trim(DraftCol(7)) ',"yield":' function trim(DraftCol(8))
                  ',"dudrate":' function trim(DraftCol(9)) ',"promotedas":"' function trim(DraftCol(10))
                  '","faces":"' function trim(DraftDice) '"}'
           ELSE
              DISPLAY "<dicedraft><draft>", function trim(DraftCol(1)), "</draft><language>",
                  function trim(DraftCol(2)), "</language><tier>", function trim(DraftCol(3)),
                  "</tier><dice>", function trim(DraftCol(4)), "</dice><board>", function trim(DraftCol(5)),
                  "</board><boards>", function trim(DraftCol(6)), "</boards><gate>",
                  function trim(DraftCol(7)), "</gate><yield>", function trim(DraftCol(8)),
                  "</yield><dudrate>", function trim(DraftCol(9)), "</dudrate><promotedas>",
                  function trim(DraftCol(10)), "</promotedas><faces>", function trim(DraftDice),
                  "</faces></dicedraft>"
           END-IF
       END-PERFORM.
