        *> -------------------------
        *> prizeset.
        *> Takes: Standard arguments + EventKind, BracketNum, HeatNum,
        *>   LeagueNum, SeasonNum, PlaceNum, DivisionNum, PrizeType,
        *>   PrizeValue, PrizeText, PrizeNum, PrizeAction.
        *> Event prizes.
        *>   "c" attaches a prize for place PlaceNum to the EventKind
        *>       event ("bracket", "heat", "league" or "season") whose
        *>       number came in the matching argument -- a season with
        *>       none means the next season to close, and DivisionNum
        *>       narrows a season prize to one division. PrizeType
        *>       "coins" pays PrizeValue coins, "title" grants the
        *>       ShopTitles code PrizeValue, "physical" is PrizeText
        *>       (URL-decoded like a chat line, first 240 characters).
        *>       Coins and titles are Admin-only; the organiser of a
        *>       bracket, heat or league may attach physical prizes to
        *>       it. An event that doesn't exist takes nothing.
        *>   "x" removes prize PrizeNum before it has been awarded
        *>       (an Admin, or whoever attached it).
        *>   "s" sets the delivery status of award PrizeNum -- a
        *>       physical prize's PrizeAwards row -- to PrizeType
        *>       "pending", "shipped" or "delivered" (Admin only).
        *>   Each lands in AuditLog.
        *> Modifies: EventPrizes, PrizeAwards, AuditLog
        *> Dependencies: execparams

       IDENTIFICATION DIVISION.
       PROGRAM-ID. prizeset.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(2048).

       01 IsAdmin usage binary-long VALUE 0.
       01 IsAdminZ pic 9 VALUE 0.
       01 KindWord pic x(16) VALUE SPACES.
         88 KnownEventKind VALUES "bracket" "heat" "league" "season".
       01 TypeWord pic x(16) VALUE SPACES.
         88 KnownPrizeType VALUES "coins" "title" "physical".
         88 KnownDelivery VALUES "pending" "shipped" "delivered".
       01 EventNum pic 99999 usage display VALUE HIGH-VALUES.
       01 EventTable pic x(16) VALUE SPACES.
       01 OwnerCond pic x(128) VALUE SPACES.
       01 DivisionTxt pic x(8) VALUE "0".
       01 CoinAmount pic 9(6) VALUE 0.
       01 CoinLen usage binary-long VALUE 0.

       01 ValueParam pic x(260) VALUE SPACES.
       01 TextParam pic x(260) VALUE SPACES.
       01 NParams2 usage binary-long VALUE 2.
       01 SpareParam3 pic x(260) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".
       01 EventKind pic x(16).
       01 BracketNum pic 99999 usage display.
       01 HeatNum pic 99999 usage display.
       01 LeagueNum pic 99999 usage display.
       01 SeasonNum pic 99999 usage display.
       01 PlaceNum pic 99999 usage display.
       01 DivisionNum pic 99999 usage display.
       01 PrizeType pic x(16).
       01 PrizeValue pic x(16).
       01 PrizeText pic x(2560).
       01 PrizeNum pic 99999 usage display.
       01 PrizeAction pic x.

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId, EventKind, BracketNum, HeatNum,
           LeagueNum, SeasonNum, PlaceNum, DivisionNum, PrizeType, PrizeValue, PrizeText,
           PrizeNum, PrizeAction.
       Begin.

       STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning IsAdmin
       MOVE IsAdmin TO IsAdminZ

       EVALUATE PrizeAction
         WHEN "c" PERFORM AddPrize
         WHEN "x" PERFORM RemovePrize
         WHEN "s" PERFORM SetDelivery
       END-EVALUATE

       EXIT PROGRAM.

      *> -------------------------
      *> AddPrize: validate, then one statement that only inserts when
      *> the event exists and the caller may give this kind of prize.
       AddPrize.
       MOVE function lower-case(EventKind) TO KindWord
       MOVE function lower-case(PrizeType) TO TypeWord
       IF NOT KnownEventKind OR NOT KnownPrizeType THEN
         EXIT PARAGRAPH
       END-IF
       IF PlaceNum IS = HIGH-VALUES OR PlaceNum = 0 THEN
         EXIT PARAGRAPH
       END-IF
       IF IsAdmin = 0 AND ( TypeWord IS NOT = "physical" OR KindWord IS = "season" ) THEN
         EXIT PARAGRAPH
       END-IF

       EVALUATE KindWord
         WHEN "bracket"
           MOVE BracketNum TO EventNum
           MOVE "Brackets" TO EventTable
         WHEN "heat"
           MOVE HeatNum TO EventNum
           MOVE "Heats" TO EventTable
         WHEN "league"
           MOVE LeagueNum TO EventNum
           MOVE "Leagues" TO EventTable
         WHEN "season"
           MOVE SeasonNum TO EventNum
           MOVE "Seasons" TO EventTable
       END-EVALUATE
       IF EventNum IS = HIGH-VALUES AND KindWord IS NOT = "season" THEN
         EXIT PARAGRAPH
       END-IF

       MOVE "0" TO DivisionTxt
       IF KindWord IS = "season" AND DivisionNum IS NOT = HIGH-VALUES THEN
         MOVE DivisionNum TO DivisionTxt
       END-IF

       MOVE SPACES TO ValueParam TextParam
       MOVE 0 TO CoinAmount
       EVALUATE TypeWord
         WHEN "coins"
           MOVE 0 TO CoinLen
           INSPECT PrizeValue TALLYING CoinLen FOR CHARACTERS BEFORE INITIAL SPACE
           IF CoinLen = 0 OR CoinLen > 6 OR PrizeValue(1:CoinLen) IS NOT NUMERIC THEN
             EXIT PARAGRAPH
           END-IF
           MOVE PrizeValue(1:CoinLen) TO CoinAmount
           IF CoinAmount = 0 THEN
             EXIT PARAGRAPH
           END-IF
         WHEN "title"
           IF PrizeValue IS = SPACES THEN
             EXIT PARAGRAPH
           END-IF
           STRING function trim(PrizeValue), x"00" INTO ValueParam END-STRING
         WHEN "physical"
           IF PrizeText IS = SPACES THEN
             EXIT PARAGRAPH
           END-IF
           STRING function trim(PrizeText(1:240)), x"00" INTO TextParam END-STRING
       END-EVALUATE
       IF ValueParam IS = SPACES THEN
         MOVE x"00" TO ValueParam
       END-IF
       IF TextParam IS = SPACES THEN
         MOVE x"00" TO TextParam
       END-IF

      *> the organiser test: an Admin passes anyway, anyone else must
      *> have created the event (seasons never reach here for them).
       MOVE SPACES TO OwnerCond
       IF IsAdmin = 0 THEN
         STRING " AND e.CreatedBy = '", function trim(Player), "'" DELIMITED BY SIZE INTO OwnerCond
         END-STRING
       END-IF

      *> a season prize without a season is for the next close, so
      *> there is no event row to select it from yet.
       IF EventNum IS = HIGH-VALUES THEN
         STRING "WITH p AS ( INSERT INTO EventPrizes ( EventKind, EventId, Division, Place, PrizeKind, Coins, ",
             "TitleCode, Description, CreatedBy ) SELECT 'season', NULL, ", function trim(DivisionTxt), ", ",
             PlaceNum, ", '", function trim(TypeWord), "', ", CoinAmount, ", NULLIF($1, ''), $2, '",
             function trim(Player), "' WHERE NULLIF($1, '') IS NULL OR EXISTS ( SELECT 1 FROM ShopTitles ",
             "WHERE Code = $1 ) RETURNING Id, EventKind, Place, PrizeKind ) ",
             "INSERT INTO AuditLog ( Actor, Action, Details ) SELECT '", function trim(Player),
             "', 'prize_add', 'prize ' || Id || ' next season place ' || Place || ' ' || PrizeKind FROM p;",
             x"00" INTO QueryString
         END-STRING
       ELSE
         STRING "WITH p AS ( INSERT INTO EventPrizes ( EventKind, EventId, Division, Place, PrizeKind, Coins, ",
             "TitleCode, Description, CreatedBy ) SELECT '", function trim(KindWord), "', e.Id, ",
             function trim(DivisionTxt), ", ", PlaceNum, ", '", function trim(TypeWord), "', ", CoinAmount,
             ", NULLIF($1, ''), $2, '", function trim(Player), "' FROM ", function trim(EventTable),
             " e WHERE e.Id = ", EventNum, function trim(OwnerCond),
             " AND ( NULLIF($1, '') IS NULL OR EXISTS ( SELECT 1 FROM ShopTitles WHERE Code = $1 ) ) ",
             "RETURNING Id, EventKind, EventId, Place, PrizeKind ) ",
             "INSERT INTO AuditLog ( Actor, Action, Details ) SELECT '", function trim(Player),
             "', 'prize_add', 'prize ' || Id || ' ' || EventKind || ' ' || EventId || ' place ' || Place ",
             "|| ' ' || PrizeKind FROM p;", x"00" INTO QueryString
         END-STRING
       END-IF
       CALL "execparams" USING pgconn querystring NParams2
           ValueParam TextParam SpareParam3 pgres END-CALL.

      *> -------------------------
      *> RemovePrize: only a prize nobody has been awarded yet.
       RemovePrize.
       IF PrizeNum IS = HIGH-VALUES THEN
         EXIT PARAGRAPH
       END-IF
       STRING "WITH p AS ( DELETE FROM EventPrizes WHERE Id = ", PrizeNum, " AND AwardedAt IS NULL ",
           "AND ( ", IsAdminZ, " > 0 OR CreatedBy = '", function trim(Player), "' ) ",
           "RETURNING Id, EventKind, COALESCE(EventId::text, 'next'), Place ) ",
           "INSERT INTO AuditLog ( Actor, Action, Details ) SELECT '", function trim(Player),
           "', 'prize_remove', 'prize ' || Id || ' ' || EventKind || ' place ' || Place FROM p;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call.

      *> -------------------------
      *> SetDelivery: the operator's progress on a physical prize.
       SetDelivery.
       MOVE function lower-case(PrizeType) TO TypeWord
       IF IsAdmin = 0 OR PrizeNum IS = HIGH-VALUES OR NOT KnownDelivery THEN
         EXIT PARAGRAPH
       END-IF
       STRING "WITH a AS ( UPDATE PrizeAwards SET Status = '", function trim(TypeWord),
           "', StatusBy = '", function trim(Player), "', StatusAt = now() WHERE Id = ", PrizeNum,
           " AND Status <> 'paid' AND Status <> '", function trim(TypeWord), "' RETURNING Id, Player ) ",
           "INSERT INTO AuditLog ( Actor, Action, Details ) SELECT '", function trim(Player),
           "', 'prize_status', 'award ' || Id || ' to ' || Player || ' now ", function trim(TypeWord),
           "' FROM a;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call.
