        *> -------------------------
        *> displaygifts.
        *> Takes: pgconn, Player, OutFormat.
        *> The gifts func: the caller's gift ledger both ways, newest
        *>   first -- what they sent (to whom) and what they received
        *>   (from whom), each with the coins or title, what it cost the
        *>   sender, the note and when (in the caller's timezone) -- and
        *>   what is left of today's GiftDailyCap.
        *> Modifies:
        *> Dependencies: gettimezone

       IDENTIFICATION DIVISION.
       PROGRAM-ID. displaygifts.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(256) based.
       01 querystring pic x(1024).

       01 TzPrefix pic x(16) VALUE SPACES.
       01 TzSuffix pic x(96) VALUE SPACES.

       01 NRows usage binary-long VALUE 0.
       01 RowIdx usage binary-long.
       01 GiftCapLeft pic x(8).
       01 GiftOther pic x(16).
       01 GiftCoins pic x(8).
       01 GiftTitle pic x(32).
       01 GiftValue pic x(8).
       01 GiftNote pic x(256).
       01 GiftSentAt pic x(16).

      *> which side of the ledger the shared query and emitter serve.
       01 OtherColumn pic x(9).
       01 OwnColumn pic x(9).

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 OutFormat pic x(4).

       PROCEDURE DIVISION USING pgconn, Player, OutFormat.
       Begin.

       CALL "gettimezone" USING BY REFERENCE pgconn Player TzPrefix TzSuffix

       STRING "SELECT GREATEST(COALESCE((SELECT Value FROM Status WHERE Name = 'GiftDailyCap')::int, 500) ",
           "- COALESCE((SELECT sum(Value) FROM Gifts WHERE Sender = '", function trim(Player),
           "' AND SentAt >= current_date), 0), 0);", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO GiftCapLeft
       string resstr delimited by x"00" into GiftCapLeft end-string

       IF OutFormat = "json" THEN
          DISPLAY '"gifts":{"capleft":' function trim(GiftCapLeft) ',"sent":['
       ELSE
          DISPLAY "<gifts><capleft>", function trim(GiftCapLeft), "</capleft>"
          DISPLAY "<sent>"
       END-IF

       MOVE "Recipient" TO OtherColumn
       MOVE "Sender" TO OwnColumn
       PERFORM ListSide

       IF OutFormat = "json" THEN
          DISPLAY '],"received":['
       ELSE
          DISPLAY "</sent>"
          DISPLAY "<received>"
       END-IF

       MOVE "Sender" TO OtherColumn
       MOVE "Recipient" TO OwnColumn
       PERFORM ListSide

       IF OutFormat = "json" THEN
          DISPLAY "]}"
       ELSE
          DISPLAY "</received>"
          DISPLAY "</gifts>"
       END-IF

       EXIT PROGRAM.

      *> -------------------------
      *> ListSide: one side of the ledger, the other party in
      *> OtherColumn and the caller in OwnColumn.
       ListSide.
       STRING "SELECT g.", function trim(OtherColumn), ", g.Coins, COALESCE(st.Name, g.TitleCode, ''), g.Value, g.Note, ",
           "to_char(", function trim(TzPrefix), "g.SentAt", function trim(TzSuffix), ", 'YYYY-MM-DD HH24:MI') ",
           "FROM Gifts g LEFT JOIN ShopTitles st ON st.Code = g.TitleCode WHERE g.", function trim(OwnColumn),
           " = '", function trim(Player), "' ORDER BY g.SentAt DESC, g.Id DESC LIMIT 100;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO GiftOther
           string resstr delimited by x"00" into GiftOther end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO GiftCoins
           string resstr delimited by x"00" into GiftCoins end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO GiftTitle
           string resstr delimited by x"00" into GiftTitle end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 3 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO GiftValue
           string resstr delimited by x"00" into GiftValue end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 4 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO GiftNote
           string resstr delimited by x"00" into GiftNote end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 5 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO GiftSentAt
           string resstr delimited by x"00" into GiftSentAt end-string

           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"player":"' function trim(GiftOther) '","coins":' function trim(GiftCoins)
                  ',"title":"' function trim(GiftTitle) '","value":' function trim(GiftValue)
                  ',"note":"' function trim(GiftNote) '","sentat":"' function trim(GiftSentAt) '"}'
           ELSE
              DISPLAY "<gift><player>", function trim(GiftOther), "</player><coins>", function trim(GiftCoins),
                  "</coins><title>", function trim(GiftTitle), "</title><value>", function trim(GiftValue),
                  "</value><note>", function trim(GiftNote), "</note><sentat>", function trim(GiftSentAt),
                  "</sentat></gift>"
           END-IF
       END-PERFORM.
