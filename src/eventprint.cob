        *> -------------------------
        *> eventprint.
        *> Takes: the finished event and, optionally, how many places
        *>   get a certificate (default 3),
        *>     eventprint bracket 12 [places]
        *>     eventprint heat 7 [places]
        *>     eventprint league 3 [places]
        *>     eventprint season 5 [places]
        *>   (standalone batch, output to stdout for the printer, the
        *>   printpack way).
        *> The results sheet and the winners' certificates the club
        *>   used to make by hand. Only an event that is over prints:
        *>   a bracket or league marked done, a heat whose rounds have
        *>   all ended, a closed season. The sheet lists every placing
        *>   -- shared places marked "=" -- with the score, a tie-break
        *>   note where one decided or split anything, and the
        *>   player's three longest accepted words in the event. Then
        *>   one certificate per placed player: name, the title the
        *>   place earned, the event and its date, worded from the
        *>   cert_ Translations rows in the language of the room the
        *>   player last played the event in (EN where that language
        *>   has no text).
        *>   How each kind places its players is eventstandings'; a
        *>   season's places and certificates are per division.
        *> Modifies:
        *> Dependencies: getdb, eventstandings

       IDENTIFICATION DIVISION.
       PROGRAM-ID. eventprint.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgconn usage pointer.
       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(300) based.
       01 result usage binary-long.
       01 querystring pic x(6144).
       01 QPtr usage binary-long.

       01 KindArg pic x(8) VALUE SPACES.
       01 Arg2 pic x(8) VALUE SPACES.
       01 Arg3 pic x(8) VALUE SPACES.

       01 EventNum pic 99999 usage display VALUE ZEROES.
       01 Places pic 99 VALUE 3.

      *> the event's own pieces of SQL (eventstandings): is it over,
      *> the rounds that count for each player (er), the placings (st)
      *> and the name and date (ev). Everything after that is common to
      *> all four kinds.
       01 DoneSql pic x(512) VALUE SPACES.
       01 ErSql pic x(512) VALUE SPACES.
       01 StSql pic x(2048) VALUE SPACES.
       01 EvSql pic x(512) VALUE SPACES.
       01 LookupKey pic x(96) VALUE SPACES.

       01 NRows usage binary-long.
       01 RowIdx usage binary-long.
       01 NCols usage binary-long.
       01 ColIdx usage binary-long.
       01 ColNo usage binary-long.
       01 RptCols.
         05 RptCol pic x(160) OCCURS 6 TIMES.
       01 LastGrp pic x(8) VALUE SPACES.

       01 CertText pic x(160) VALUE SPACES.
       01 CertLine pic x(62) VALUE SPACES.
       01 TextLen usage binary-long.
       01 PadLen usage binary-long.

       PROCEDURE DIVISION.
       Begin.

       ACCEPT KindArg FROM ARGUMENT-VALUE
       ACCEPT Arg2 FROM ARGUMENT-VALUE
       ACCEPT Arg3 FROM ARGUMENT-VALUE

       IF ( function trim(KindArg) NOT = "bracket" AND function trim(KindArg) NOT = "heat"
           AND function trim(KindArg) NOT = "league" AND function trim(KindArg) NOT = "season" )
           OR Arg2 IS = SPACES THEN
         DISPLAY "usage: eventprint bracket|heat|league|season <id> [places]"
         STOP RUN
       END-IF
       MOVE Arg2 TO EventNum
       IF Arg3 IS NOT = SPACES THEN
         MOVE Arg3 TO Places
       END-IF

       CALL "getdb" USING BY REFERENCE pgconn

       CALL "eventstandings" USING KindArg EventNum DoneSql ErSql StSql EvSql END-CALL

       STRING function trim(DoneSql), ";", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows
       IF NRows = 0 THEN
         DISPLAY "no finished " function trim(KindArg) " " EventNum
         call "PQfinish" using by value pgconn returning result end-call
         STOP RUN
       END-IF

       PERFORM PrintStandings
       PERFORM PrintCertificates

       call "PQfinish" using by value pgconn returning result end-call
       STOP RUN.

      *> -------------------------
      *> StartQuery: the common head of every query below -- the
      *> event's pieces, plus each placed player's certificate
      *> language (their latest event round's room).
       StartQuery.
       MOVE SPACES TO QueryString
       MOVE 1 TO QPtr
       STRING "WITH er AS ( ", function trim(ErSql), " ), st AS ( ", function trim(StSql),
           " ), ev AS ( ", function trim(EvSql), " ), sl AS ( SELECT st.*, COALESCE(( SELECT ro.Language ",
           "FROM er JOIN Rooms ro ON ro.Id = er.RoomId WHERE er.Player = st.Player ",
           "ORDER BY er.RoundId DESC LIMIT 1 ), 'EN') AS Lang FROM st WHERE st.Place IS NOT NULL ) "
           DELIMITED BY SIZE INTO QueryString WITH POINTER QPtr
       END-STRING.

      *> -------------------------
      *> AddLookup: the Translations text for message LookupKey (an
      *> SQL expression) in the player's language, else EN, else the
      *> key itself.
       AddLookup.
       STRING "COALESCE(( SELECT Text FROM Translations WHERE MessageId = ", function trim(LookupKey),
           " AND Language = sl.Lang ), ( SELECT Text FROM Translations WHERE MessageId = ",
           function trim(LookupKey), " AND Language = 'EN' ), ", function trim(LookupKey), ")"
           DELIMITED BY SIZE INTO QueryString WITH POINTER QPtr
       END-STRING.

      *> -------------------------
      *> PrintStandings: the results sheet.
       PrintStandings.
       PERFORM StartQuery
       STRING "SELECT ev.EvName, ev.EvDay FROM ev;", x"00"
           DELIMITED BY SIZE INTO QueryString WITH POINTER QPtr
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       MOVE 0 TO RowIdx
       MOVE 2 TO NCols
       PERFORM FetchCols
       DISPLAY "=============================================="
       DISPLAY "FINAL STANDINGS"
       DISPLAY function trim(RptCol(1)) " (" function trim(KindArg) " " EventNum "), " function trim(RptCol(2))
       DISPLAY "=============================================="

      *> the three longest words each player had accepted in the
      *> event's rounds.
       PERFORM StartQuery
       STRING "SELECT sl.Grp, CASE WHEN count(*) OVER ( PARTITION BY sl.Grp, sl.Place ) > 1 ",
           "THEN sl.Place || '=' ELSE sl.Place::text END, sl.Player, sl.Score, sl.Note, ",
           "COALESCE(( SELECT string_agg(b.Word, ', ' ORDER BY length(b.Word) DESC, b.Word) FROM ",
           "( SELECT w.Word FROM ( SELECT Player, Word, RoundId, Disabled, Languagecheck FROM Words ",
           "UNION ALL SELECT Player, Word, RoundId, Disabled, Languagecheck FROM WordsArchive ) w ",
           "JOIN er ON er.RoundId = w.RoundId AND er.Player = w.Player WHERE w.Player = sl.Player ",
           "AND w.Languagecheck = true AND w.Disabled = false GROUP BY w.Word ",
           "ORDER BY length(w.Word) DESC, w.Word LIMIT 3 ) b ), '') ",
           "FROM sl ORDER BY sl.Grp, sl.Place, sl.Player;", x"00"
           DELIMITED BY SIZE INTO QueryString WITH POINTER QPtr
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows
       MOVE 6 TO NCols
       MOVE SPACES TO LastGrp
       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM FetchCols
           IF RptCol(1)(1:8) NOT = LastGrp THEN
             MOVE RptCol(1)(1:8) TO LastGrp
             IF function trim(LastGrp) NOT = "0" THEN
               DISPLAY " "
               DISPLAY "division " function trim(LastGrp)
             END-IF
             DISPLAY "place player           score        best words"
             DISPLAY "----------------------------------------------"
           END-IF
           DISPLAY RptCol(2)(1:5) " " RptCol(3)(1:16) " " RptCol(4)(1:12) " " function trim(RptCol(6))
           IF RptCol(5) IS NOT = SPACES THEN
             DISPLAY "      (" function trim(RptCol(5)) ")"
           END-IF
       END-PERFORM
       IF NRows = 0 THEN
         DISPLAY "(nobody placed)"
       END-IF
       DISPLAY " ".

      *> -------------------------
      *> PrintCertificates: one framed page per placed player, in the
      *> player's language.
       PrintCertificates.
       IF Places = 0 THEN
         EXIT PARAGRAPH
       END-IF
       PERFORM StartQuery
       STRING "SELECT sl.Player, " DELIMITED BY SIZE INTO QueryString WITH POINTER QPtr END-STRING
       MOVE "'cert_heading'" TO LookupKey
       PERFORM AddLookup
       STRING ", " DELIMITED BY SIZE INTO QueryString WITH POINTER QPtr END-STRING
       MOVE "'cert_awarded'" TO LookupKey
       PERFORM AddLookup
       STRING ", replace(" DELIMITED BY SIZE INTO QueryString WITH POINTER QPtr END-STRING
       MOVE "CASE WHEN sl.Place <= 3 THEN 'cert_place_' || sl.Place ELSE 'cert_place_n' END" TO LookupKey
       PERFORM AddLookup
       STRING ", '{place}', sl.Place::text), replace(replace(" DELIMITED BY SIZE INTO QueryString WITH POINTER QPtr END-STRING
       MOVE "'cert_event'" TO LookupKey
       PERFORM AddLookup
       STRING ", '{event}', ev.EvName || CASE WHEN sl.Grp > 0 THEN ' - ' || replace("
           DELIMITED BY SIZE INTO QueryString WITH POINTER QPtr
       END-STRING
       MOVE "'cert_division'" TO LookupKey
       PERFORM AddLookup
       STRING ", '{division}', sl.Grp::text) ELSE '' END), '{date}', ev.EvDay) ",
           "FROM sl CROSS JOIN ev WHERE sl.Place <= ", Places, " ORDER BY sl.Grp, sl.Place, sl.Player;", x"00"
           DELIMITED BY SIZE INTO QueryString WITH POINTER QPtr
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows
       MOVE 5 TO NCols
       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM FetchCols
           DISPLAY " "
           DISPLAY "+--------------------------------------------------------------+"
           MOVE SPACES TO CertText
           PERFORM FrameLine
           MOVE RptCol(2) TO CertText
           PERFORM FrameLine
           MOVE SPACES TO CertText
           PERFORM FrameLine
           MOVE RptCol(3) TO CertText
           PERFORM FrameLine
           MOVE SPACES TO CertText
           PERFORM FrameLine
           MOVE RptCol(1) TO CertText
           PERFORM FrameLine
           MOVE SPACES TO CertText
           PERFORM FrameLine
           MOVE RptCol(4) TO CertText
           PERFORM FrameLine
           MOVE RptCol(5) TO CertText
           PERFORM FrameLine
           MOVE SPACES TO CertText
           PERFORM FrameLine
           DISPLAY "+--------------------------------------------------------------+"
       END-PERFORM.

      *> -------------------------
      *> FrameLine: CertText centred inside the certificate frame.
       FrameLine.
       MOVE SPACES TO CertLine
       IF CertText IS NOT = SPACES THEN
         MOVE function length(function trim(CertText)) TO TextLen
         IF TextLen > 62 THEN
           MOVE 62 TO TextLen
         END-IF
         COMPUTE PadLen = ( 62 - TextLen ) / 2
         MOVE function trim(CertText) TO CertLine(PadLen + 1:TextLen)
       END-IF
       DISPLAY "|" CertLine "|".

      *> -------------------------
      *> FetchCols: the first NCols columns of row RowIdx into RptCol.
       FetchCols.
       PERFORM VARYING ColIdx FROM 1 BY 1 UNTIL ColIdx > NCols
           COMPUTE ColNo = ColIdx - 1
           call "PQgetvalue" using by value pgres by value RowIdx by value ColNo returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO RptCol(ColIdx)
           string resstr delimited by x"00" into RptCol(ColIdx) end-string
       END-PERFORM.
