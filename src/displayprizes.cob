        *> -------------------------
        *> displayprizes.
        *> Takes: pgconn, Player, EventKind, BracketNum, HeatNum,
        *>   LeagueNum, SeasonNum, OutFormat.
        *> The prize screen. With an EventKind ("bracket", "heat",
        *>   "league" or "season") and its number, the event's prizes
        *>   by place -- what each one is, who attached it, whether it
        *>   has been awarded and to whom, with each award's delivery
        *>   status. A season without a number lists the prizes waiting
        *>   for the next season to close. Without an EventKind, the
        *>   caller's own awards, newest first, with the event each one
        *>   came from. Times are in the caller's timezone.
        *> Modifies:
        *> Dependencies: gettimezone

       IDENTIFICATION DIVISION.
       PROGRAM-ID. displayprizes.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 pgres2 usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(300) based.
       01 querystring pic x(2048).

       01 TzPrefix pic x(16) VALUE SPACES.
       01 TzSuffix pic x(96) VALUE SPACES.

       01 KindWord pic x(16) VALUE SPACES.
         88 KnownEventKind VALUES "bracket" "heat" "league" "season".
       01 EventNum pic 99999 usage display VALUE HIGH-VALUES.
       01 EventClause pic x(64) VALUE SPACES.

      *> what a prize is, in words, and the event it belongs to.
       01 PrizeWords pic x(160) VALUE
           "CASE p.PrizeKind WHEN 'coins' THEN p.Coins || ' coins' WHEN 'title' THEN COALESCE(t.Name, p.TitleCode) ELSE p.Description END".
       01 EventWords pic x(320) VALUE SPACES.

       01 NRows usage binary-long.
       01 RowIdx usage binary-long.
       01 NSub usage binary-long.
       01 SubIdx usage binary-long.
       01 PrizeId pic x(8).
       01 PrizeEventKind pic x(8).
       01 PrizeEventId pic x(8).
       01 PrizeEventName pic x(64).
       01 PrizeDivision pic x(8).
       01 PrizePlace pic x(8).
       01 PrizeKind pic x(8).
       01 PrizeWhat pic x(240).
       01 PrizeCreatedBy pic x(16).
       01 PrizeAwarded pic x(16).
       01 AwardId pic x(8).
       01 AwardPlayer pic x(16).
       01 AwardStatus pic x(16).
       01 AwardTime pic x(16).

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 EventKind pic x(16).
       01 BracketNum pic 99999 usage display.
       01 HeatNum pic 99999 usage display.
       01 LeagueNum pic 99999 usage display.
       01 SeasonNum pic 99999 usage display.
       01 OutFormat pic x(4).

       PROCEDURE DIVISION USING pgconn, Player, EventKind, BracketNum, HeatNum, LeagueNum,
           SeasonNum, OutFormat.
       Begin.

       CALL "gettimezone" USING BY REFERENCE pgconn Player TzPrefix TzSuffix

       STRING "COALESCE(CASE p.EventKind WHEN 'bracket' THEN ( SELECT Name FROM Brackets WHERE Id = p.EventId ) ",
           "WHEN 'heat' THEN ( SELECT Name FROM Heats WHERE Id = p.EventId ) ",
           "WHEN 'league' THEN ( SELECT Name FROM Leagues WHERE Id = p.EventId ) ",
           "ELSE ( SELECT Name FROM Seasons WHERE Id = p.EventId ) END, 'next season')"
           DELIMITED BY SIZE INTO EventWords
       END-STRING

       MOVE function lower-case(EventKind) TO KindWord
       IF KnownEventKind THEN
         PERFORM ShowEventPrizes
       ELSE
         PERFORM ShowOwnAwards
       END-IF

       EXIT PROGRAM.

      *> -------------------------
      *> ShowEventPrizes: one event's prizes, each with its awards.
       ShowEventPrizes.
       EVALUATE KindWord
         WHEN "bracket" MOVE BracketNum TO EventNum
         WHEN "heat" MOVE HeatNum TO EventNum
         WHEN "league" MOVE LeagueNum TO EventNum
         WHEN "season" MOVE SeasonNum TO EventNum
       END-EVALUATE
       MOVE SPACES TO EventClause
       IF EventNum IS = HIGH-VALUES THEN
         MOVE "AND p.EventId IS NULL" TO EventClause
       ELSE
         STRING "AND p.EventId = ", EventNum DELIMITED BY SIZE INTO EventClause END-STRING
       END-IF

       STRING "SELECT p.Id, p.EventKind, COALESCE(p.EventId::text, ''), ", function trim(EventWords), ", ",
           "p.Division, p.Place, p.PrizeKind, ", function trim(PrizeWords), ", p.CreatedBy, ",
           "COALESCE(to_char(", function trim(TzPrefix), "p.AwardedAt", function trim(TzSuffix),
           ", 'YYYY-MM-DD HH24:MI'), '') FROM EventPrizes p LEFT JOIN ShopTitles t ON t.Code = p.TitleCode ",
           "WHERE p.EventKind = '", function trim(KindWord), "' ", function trim(EventClause),
           " ORDER BY p.Division, p.Place, p.Id;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows

       IF OutFormat = "json" THEN
          DISPLAY '"prizes":['
       ELSE
          DISPLAY "<prizes>"
       END-IF

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM FetchPrize
           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"prize":' function trim(PrizeId) ',"kind":"' function trim(PrizeEventKind)
                  '","event":"' function trim(PrizeEventId) '","eventname":"' function trim(PrizeEventName)
                  '","division":' function trim(PrizeDivision) ',"place":' function trim(PrizePlace)
                  ',"type":"' function trim(PrizeKind) '","what":"' function trim(PrizeWhat)
                  '","createdby":"' function trim(PrizeCreatedBy) '","awarded":"' function trim(PrizeAwarded)
                  '","awards":['
           ELSE
              DISPLAY "<prize><id>", function trim(PrizeId), "</id><kind>", function trim(PrizeEventKind),
                  "</kind><event>", function trim(PrizeEventId), "</event><eventname>",
                  function trim(PrizeEventName), "</eventname><division>", function trim(PrizeDivision),
                  "</division><place>", function trim(PrizePlace), "</place><type>", function trim(PrizeKind),
                  "</type><what>", function trim(PrizeWhat), "</what><createdby>", function trim(PrizeCreatedBy),
                  "</createdby><awarded>", function trim(PrizeAwarded), "</awarded>"
              DISPLAY "<awards>"
           END-IF

           PERFORM ShowAwards

           IF OutFormat = "json" THEN
              DISPLAY "]}"
           ELSE
              DISPLAY "</awards></prize>"
           END-IF
       END-PERFORM

       IF OutFormat = "json" THEN
          DISPLAY "]"
       ELSE
          DISPLAY "</prizes>"
       END-IF.

      *> -------------------------
      *> FetchPrize: row RowIdx of the prize list into the Prize
      *> fields.
       FetchPrize.
       call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO PrizeId
       string resstr delimited by x"00" into PrizeId end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO PrizeEventKind
       string resstr delimited by x"00" into PrizeEventKind end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 2 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO PrizeEventId
       string resstr delimited by x"00" into PrizeEventId end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 3 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO PrizeEventName
       string resstr delimited by x"00" into PrizeEventName end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 4 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO PrizeDivision
       string resstr delimited by x"00" into PrizeDivision end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 5 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO PrizePlace
       string resstr delimited by x"00" into PrizePlace end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 6 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO PrizeKind
       string resstr delimited by x"00" into PrizeKind end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 7 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO PrizeWhat
       string resstr delimited by x"00" into PrizeWhat end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 8 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO PrizeCreatedBy
       string resstr delimited by x"00" into PrizeCreatedBy end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 9 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO PrizeAwarded
       string resstr delimited by x"00" into PrizeAwarded end-string.

      *> -------------------------
      *> ShowAwards: who won prize PrizeId, and how far its delivery
      *> has got.
       ShowAwards.
       STRING "SELECT Id, Player, Status, to_char(", function trim(TzPrefix), "COALESCE(StatusAt, AwardedAt)",
           function trim(TzSuffix), ", 'YYYY-MM-DD HH24:MI') FROM PrizeAwards WHERE PrizeId = ",
           function trim(PrizeId), " ORDER BY Player;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres2 end-call
       call "PQntuples" using by value pgres2 returning NSub

       PERFORM VARYING SubIdx FROM 0 BY 1 UNTIL SubIdx >= NSub
           PERFORM FetchAward
           IF OutFormat = "json" THEN
              IF SubIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"award":' function trim(AwardId) ',"player":"' function trim(AwardPlayer)
                  '","status":"' function trim(AwardStatus) '","since":"' function trim(AwardTime) '"}'
           ELSE
              DISPLAY "<award><id>", function trim(AwardId), "</id><player>", function trim(AwardPlayer),
                  "</player><status>", function trim(AwardStatus), "</status><since>",
                  function trim(AwardTime), "</since></award>"
           END-IF
       END-PERFORM.

      *> -------------------------
      *> FetchAward: row SubIdx of an award list into the Award
      *> fields.
       FetchAward.
       call "PQgetvalue" using by value pgres2 by value SubIdx by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO AwardId
       string resstr delimited by x"00" into AwardId end-string

       call "PQgetvalue" using by value pgres2 by value SubIdx by value 1 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO AwardPlayer
       string resstr delimited by x"00" into AwardPlayer end-string

       call "PQgetvalue" using by value pgres2 by value SubIdx by value 2 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO AwardStatus
       string resstr delimited by x"00" into AwardStatus end-string

       call "PQgetvalue" using by value pgres2 by value SubIdx by value 3 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO AwardTime
       string resstr delimited by x"00" into AwardTime end-string.

      *> -------------------------
      *> ShowOwnAwards: everything the caller has won.
       ShowOwnAwards.
       STRING "SELECT a.Id, p.EventKind, COALESCE(p.EventId::text, ''), ", function trim(EventWords), ", ",
           "a.Place, p.PrizeKind, ", function trim(PrizeWords), ", a.Status, ",
           "to_char(", function trim(TzPrefix), "a.AwardedAt", function trim(TzSuffix), ", 'YYYY-MM-DD HH24:MI') ",
           "FROM PrizeAwards a JOIN EventPrizes p ON p.Id = a.PrizeId LEFT JOIN ShopTitles t ON t.Code = p.TitleCode ",
           "WHERE a.Player = '", function trim(Player), "' ORDER BY a.AwardedAt DESC, a.Id DESC LIMIT 200;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows

       IF OutFormat = "json" THEN
          DISPLAY '"awards":['
       ELSE
          DISPLAY "<awards>"
       END-IF

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM FetchOwnAward
           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"award":' function trim(AwardId) ',"kind":"' function trim(PrizeEventKind)
                  '","event":"' function trim(PrizeEventId) '","eventname":"' function trim(PrizeEventName)
                  '","place":' function trim(PrizePlace) ',"type":"' function trim(PrizeKind)
                  '","what":"' function trim(PrizeWhat) '","status":"' function trim(AwardStatus)
                  '","awarded":"' function trim(AwardTime) '"}'
           ELSE
              DISPLAY "<award><id>", function trim(AwardId), "</id><kind>", function trim(PrizeEventKind),
                  "</kind><event>", function trim(PrizeEventId), "</event><eventname>",
                  function trim(PrizeEventName), "</eventname><place>", function trim(PrizePlace),
                  "</place><type>", function trim(PrizeKind), "</type><what>", function trim(PrizeWhat),
                  "</what><status>", function trim(AwardStatus), "</status><awarded>",
                  function trim(AwardTime), "</awarded></award>"
           END-IF
       END-PERFORM

       IF OutFormat = "json" THEN
          DISPLAY "]"
       ELSE
          DISPLAY "</awards>"
       END-IF.

      *> -------------------------
      *> FetchOwnAward: row RowIdx of the caller's awards.
       FetchOwnAward.
       call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO AwardId
       string resstr delimited by x"00" into AwardId end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO PrizeEventKind
       string resstr delimited by x"00" into PrizeEventKind end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 2 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO PrizeEventId
       string resstr delimited by x"00" into PrizeEventId end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 3 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO PrizeEventName
       string resstr delimited by x"00" into PrizeEventName end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 4 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO PrizePlace
       string resstr delimited by x"00" into PrizePlace end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 5 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO PrizeKind
       string resstr delimited by x"00" into PrizeKind end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 6 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO PrizeWhat
       string resstr delimited by x"00" into PrizeWhat end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 7 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO AwardStatus
       string resstr delimited by x"00" into AwardStatus end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 8 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO AwardTime
       string resstr delimited by x"00" into AwardTime end-string.
