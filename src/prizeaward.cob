        *> -------------------------
        *> prizeaward.
        *> Takes: (standalone batch job, no arguments -- run every five
        *>   minutes from cron).
        *> Hands out event prizes once the event's results are final.
        *>   First every "next season" prize is tied to the first
        *>   season closed after it was attached. Then, for each event
        *>   with prizes not yet awarded, eventstandings says whether
        *>   the event is over and who holds each place; every such
        *>   prize is claimed (EventPrizes.AwardedAt, so a second run or
        *>   an overlapping one pays nothing twice) and one PrizeAwards
        *>   row written per player holding its place -- all of them
        *>   for a shared place. Coins go straight into Players.Coins
        *>   and titles into PlayerTitles (Status 'paid'); a physical
        *>   prize starts 'pending' for the operator (prizestatus,
        *>   prizereport). Each winner is told through notifyplayer
        *>   (event "prize") and each award lands in AuditLog.
        *> Modifies: EventPrizes, PrizeAwards, Players.Coins,
        *>   PlayerTitles, AuditLog, NotificationOutbox
        *> Dependencies: getdb, maintcheck, batchstart, batchend,
        *>   eventstandings, notifyplayer

       IDENTIFICATION DIVISION.
       PROGRAM-ID. prizeaward.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgconn usage pointer.
       01 pgres  usage pointer.
       01 pgres2 usage pointer.
       01 pgres3 usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(300) based.
       01 querystring pic x(6144).
       01 result usage binary-long.

       01 NEvents usage binary-long.
       01 EventIdx usage binary-long.
       01 NDone usage binary-long.
       01 NAwards usage binary-long.
       01 AwardIdx usage binary-long.
       01 EventKind pic x(8) VALUE SPACES.
       01 EventNum pic 99999 usage display VALUE ZEROES.
       01 Tmp pic x(8).

       01 DoneSql pic x(512) VALUE SPACES.
       01 ErSql pic x(512) VALUE SPACES.
       01 StSql pic x(2048) VALUE SPACES.
       01 EvSql pic x(512) VALUE SPACES.

       01 AwardPlayer pic x(16).
       01 AwardKind pic x(16).
       01 AwardCoins pic x(8).
       01 AwardTitle pic x(64).
       01 AwardText pic x(240).
       01 AwardPlace pic x(8).
       01 AwardEvent pic x(64).
       01 AwardPrize pic x(256).
       01 AwardTotal pic 9(7) VALUE ZEROES.
       01 AwardTotalZ pic z(6)9.

       COPY "notify.l".

       01 MaintFlag pic x VALUE "f".
         88 MaintenanceOn VALUE "t".
       01 MaintNotice pic x(128) VALUE SPACES.
       01 MaintPlayer pic x(16) VALUE SPACES.

      *> the cron-overlap guard and run ledger (BatchRuns): refuse
      *> to start on top of a live run of this same job, and close
      *> the ledger row on the way out.
       01 LedgerJobName pic x(16) VALUE "prizeaward".
       01 LedgerGranted pic x VALUE "f".
       01 LedgerRows pic 9(7) usage display VALUE ZEROES.
       01 LedgerOutcome pic x(8) VALUE "ok".

       PROCEDURE DIVISION.
       Begin.

       CALL "getdb" USING BY REFERENCE pgconn

       CALL "maintcheck" USING BY REFERENCE pgconn MaintPlayer MaintFlag MaintNotice
       END-CALL
       IF MaintenanceOn THEN
         DISPLAY "maintenance mode - standing down"
         call "PQfinish" using by value pgconn returning result end-call
         STOP RUN
       END-IF

       CALL "batchstart" USING BY REFERENCE pgconn LedgerJobName LedgerGranted
       END-CALL
       IF LedgerGranted NOT = "t" THEN
         DISPLAY "a live run already holds the ledger - exiting"
         call "PQfinish" using by value pgconn returning result end-call
         STOP RUN
       END-IF

       PERFORM BindSeasonPrizes
       PERFORM AwardEvents

       MOVE AwardTotal TO LedgerRows
       MOVE AwardTotal TO AwardTotalZ
       DISPLAY "prizes awarded: " function trim(AwardTotalZ)
       CALL "batchend" USING BY REFERENCE pgconn LedgerJobName LedgerRows LedgerOutcome
       END-CALL
       call "PQfinish" using by value pgconn returning result end-call
       STOP RUN.

      *> -------------------------
      *> BindSeasonPrizes: "the next season" becomes a season number
      *> as soon as one has closed.
       BindSeasonPrizes.
       STRING "UPDATE EventPrizes p SET EventId = ( SELECT min(s.Id) FROM Seasons s WHERE s.ClosedAt > p.CreatedAt ) ",
           "WHERE p.EventKind = 'season' AND p.EventId IS NULL AND p.AwardedAt IS NULL ",
           "AND EXISTS ( SELECT 1 FROM Seasons s WHERE s.ClosedAt > p.CreatedAt );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call.

      *> -------------------------
      *> AwardEvents: every event that still owes a prize.
       AwardEvents.
       STRING "SELECT DISTINCT EventKind, EventId FROM EventPrizes WHERE AwardedAt IS NULL ",
           "AND EventId IS NOT NULL ORDER BY EventKind, EventId;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NEvents

       PERFORM VARYING EventIdx FROM 0 BY 1 UNTIL EventIdx >= NEvents
           call "PQgetvalue" using by value pgres by value EventIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO EventKind
           string resstr delimited by x"00" into EventKind end-string
           call "PQgetvalue" using by value pgres by value EventIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO Tmp
           string resstr delimited by x"00" into Tmp end-string
           MOVE Tmp TO EventNum
           PERFORM AwardOneEvent
       END-PERFORM.

      *> -------------------------
      *> AwardOneEvent: claim and pay the event's open prizes in one
      *> statement, then tell each winner.
       AwardOneEvent.
       CALL "eventstandings" USING EventKind EventNum DoneSql ErSql StSql EvSql END-CALL
       IF DoneSql IS = SPACES THEN
         EXIT PARAGRAPH
       END-IF
       STRING function trim(DoneSql), ";", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres2 end-call
       call "PQntuples" using by value pgres2 returning NDone
       IF NDone = 0 THEN
         EXIT PARAGRAPH
       END-IF

      *> a purged player can't be paid; everyone else holding the
      *> place is, and every data-modifying step runs whether or not
      *> the final SELECT reads it.
       STRING "WITH er AS ( ", function trim(ErSql), " ), st AS ( ", function trim(StSql),
           " ), ev AS ( ", function trim(EvSql), " ), ",
           "c AS ( UPDATE EventPrizes SET AwardedAt = now() WHERE EventKind = '", function trim(EventKind),
           "' AND EventId = ", EventNum, " AND AwardedAt IS NULL ",
           "RETURNING Id, PrizeKind, Coins, TitleCode, Description, Place, Division ), ",
           "a AS ( INSERT INTO PrizeAwards ( PrizeId, Player, Place, Status ) SELECT c.Id, st.Player, st.Place, ",
           "CASE WHEN c.PrizeKind = 'physical' THEN 'pending' ELSE 'paid' END FROM c JOIN st ",
           "ON st.Place = c.Place AND ( c.Division = 0 OR st.Grp = c.Division ) ",
           "WHERE EXISTS ( SELECT 1 FROM Players pl WHERE pl.Name = st.Player ) ",
           "ON CONFLICT DO NOTHING RETURNING PrizeId, Player ), ",
           "pc AS ( UPDATE Players pl SET Coins = pl.Coins + x.Total FROM ( SELECT a.Player, sum(c.Coins) AS Total ",
           "FROM a JOIN c ON c.Id = a.PrizeId WHERE c.PrizeKind = 'coins' GROUP BY a.Player ) x ",
           "WHERE pl.Name = x.Player RETURNING pl.Name ), ",
           "pt AS ( INSERT INTO PlayerTitles ( Player, Code ) SELECT DISTINCT a.Player, c.TitleCode FROM a ",
           "JOIN c ON c.Id = a.PrizeId WHERE c.PrizeKind = 'title' ON CONFLICT DO NOTHING RETURNING Player ), ",
           "au AS ( INSERT INTO AuditLog ( Actor, Action, Details ) SELECT 'SYSTEM', 'prize_award', ",
           "'prize ' || a.PrizeId || ' to ' || a.Player FROM a RETURNING 1 ) ",
           "SELECT a.Player, c.PrizeKind, c.Coins, COALESCE(t.Name, ''), c.Description, c.Place, ev.EvName ",
           "FROM a JOIN c ON c.Id = a.PrizeId LEFT JOIN ShopTitles t ON t.Code = c.TitleCode CROSS JOIN ev ",
           "ORDER BY c.Place, a.Player;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres3 end-call
       call "PQntuples" using by value pgres3 returning NAwards

       PERFORM VARYING AwardIdx FROM 0 BY 1 UNTIL AwardIdx >= NAwards
           PERFORM FetchAward
           DISPLAY function trim(EventKind) " " EventNum ": place " function trim(AwardPlace) " "
               function trim(AwardPlayer) " - " function trim(AwardPrize)
           PERFORM NotifyWinner
           ADD 1 TO AwardTotal
       END-PERFORM.

      *> -------------------------
      *> FetchAward: row AwardIdx of the award result, and the prize
      *> put into words.
       FetchAward.
       call "PQgetvalue" using by value pgres3 by value AwardIdx by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO AwardPlayer
       string resstr delimited by x"00" into AwardPlayer end-string
       call "PQgetvalue" using by value pgres3 by value AwardIdx by value 1 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO AwardKind
       string resstr delimited by x"00" into AwardKind end-string
       call "PQgetvalue" using by value pgres3 by value AwardIdx by value 2 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO AwardCoins
       string resstr delimited by x"00" into AwardCoins end-string
       call "PQgetvalue" using by value pgres3 by value AwardIdx by value 3 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO AwardTitle
       string resstr delimited by x"00" into AwardTitle end-string
       call "PQgetvalue" using by value pgres3 by value AwardIdx by value 4 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO AwardText
       string resstr delimited by x"00" into AwardText end-string
       call "PQgetvalue" using by value pgres3 by value AwardIdx by value 5 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO AwardPlace
       string resstr delimited by x"00" into AwardPlace end-string
       call "PQgetvalue" using by value pgres3 by value AwardIdx by value 6 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO AwardEvent
       string resstr delimited by x"00" into AwardEvent end-string

       MOVE SPACES TO AwardPrize
       EVALUATE function trim(AwardKind)
         WHEN "coins"
           STRING function trim(AwardCoins), " coins" DELIMITED BY SIZE INTO AwardPrize END-STRING
         WHEN "title"
           STRING "the title ", function trim(AwardTitle) DELIMITED BY SIZE INTO AwardPrize END-STRING
         WHEN OTHER
           MOVE AwardText TO AwardPrize
       END-EVALUATE.

      *> -------------------------
      *> NotifyWinner: one winner, on their chosen channel.
       NotifyWinner.
       MOVE AwardPlayer TO NotifyTarget
       MOVE "prize" TO NotifyEvent
       MOVE "You won a prize" TO NotifySubject
       MOVE SPACES TO NotifyData NotifyText
       STRING "player=", function trim(AwardPlayer), " event=", function trim(EventKind),
           " id=", EventNum, " place=", function trim(AwardPlace), " prize=", function trim(AwardKind)
           DELIMITED BY SIZE INTO NotifyData
       END-STRING
       STRING "Place ", function trim(AwardPlace), " in ", function trim(AwardEvent), " has won you ",
           function trim(AwardPrize), "." DELIMITED BY SIZE INTO NotifyText
       END-STRING
       CALL "notifyplayer" USING BY REFERENCE pgconn NotifyTarget NotifyEvent NotifySubject
           NotifyData NotifyText NotifyResult
       END-CALL.
