        *> -------------------------
        *> broadcastset.
        *> Takes: Standard arguments + BroadcastNum, MessageKey,
        *>   BroadcastTarget, TargetValue, StartsText, EndsText,
        *>   BroadcastAction.
        *> Operator broadcasts. Any player may "d" dismiss broadcast
        *>   BroadcastNum so it stops riding their responses. The rest
        *>   is Admin-only, the membergrant way:
        *>     "c" schedule a broadcast of Translations MessageKey from
        *>         StartsText (default now) until EndsText (default a
        *>         day after the start) -- timestamps in server time,
        *>         e.g. 2026-11-02T18:00 -- to BroadcastTarget: "all"
        *>         (the default), "lobby", "language" (rooms whose
        *>         Language is TargetValue) or "org" (the organisation
        *>         whose Code is TargetValue); an end before the start,
        *>         or an unknown organisation, schedules nothing;
        *>     "x" cancel BroadcastNum as of now.
        *>   Both land in AuditLog.
        *> Modifies: Broadcasts, BroadcastDismissals, AuditLog
        *> Dependencies: execparams

       IDENTIFICATION DIVISION.
       PROGRAM-ID. broadcastset.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(2048).

       01 IsAdmin usage binary-long VALUE 0.
       01 BadChars usage binary-long VALUE 0.
       01 TargetWord pic x(16) VALUE SPACES.
         88 KnownTarget VALUES "all" "lobby" "language" "org".
       01 TargetLang pic x(16) VALUE SPACES.
       01 TargetCols pic x(32) VALUE SPACES.
       01 TargetJoin pic x(96) VALUE SPACES.

       01 KeyParam pic x(260) VALUE SPACES.
       01 NParams3 usage binary-long VALUE 3.
       01 StartsParam pic x(260) VALUE SPACES.
       01 EndsParam pic x(260) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".
       01 BroadcastNum pic 99999 usage display.
       01 MessageKey pic x(16).
       01 BroadcastTarget pic x(16).
       01 TargetValue pic x(16).
       01 StartsText pic x(16).
       01 EndsText pic x(16).
       01 BroadcastAction pic x.

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId, BroadcastNum, MessageKey,
           BroadcastTarget, TargetValue, StartsText, EndsText, BroadcastAction.
       Begin.

       IF BroadcastAction IS = "d" THEN
         IF BroadcastNum IS = HIGH-VALUES THEN
           EXIT PROGRAM
         END-IF
         STRING "INSERT INTO BroadcastDismissals ( BroadcastId, Player ) SELECT Id, '",
             function trim(Player), "' FROM Broadcasts WHERE Id = ", BroadcastNum,
             " ON CONFLICT DO NOTHING;", x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
         EXIT PROGRAM
       END-IF

       STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning IsAdmin
       IF IsAdmin = 0 THEN
         EXIT PROGRAM
       END-IF

       IF BroadcastAction IS = "x" THEN
         IF BroadcastNum IS = HIGH-VALUES THEN
           EXIT PROGRAM
         END-IF
         STRING "WITH b AS ( UPDATE Broadcasts SET CancelledAt = now() WHERE Id = ", BroadcastNum,
             " AND CancelledAt IS NULL AND EndsAt > now() RETURNING Id, MessageId ) ",
             "INSERT INTO AuditLog ( Actor, Action, Details ) SELECT '", function trim(Player),
             "', 'broadcast_cancel', 'broadcast ' || Id || ' ' || MessageId FROM b;", x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
         EXIT PROGRAM
       END-IF

       IF BroadcastAction IS NOT = "c" OR MessageKey IS = SPACES THEN
         EXIT PROGRAM
       END-IF

       MOVE function lower-case(BroadcastTarget) TO TargetWord
       IF TargetWord IS = SPACES THEN
         MOVE "all" TO TargetWord
       END-IF
       IF NOT KnownTarget THEN
         EXIT PROGRAM
       END-IF

      *> the language code or organisation code is spliced into SQL:
      *> no quotes, no backslashes, and those targets must name one.
       MOVE 0 TO BadChars
       INSPECT TargetValue TALLYING BadChars FOR ALL "'" ALL "\"
       IF BadChars > 0 THEN
         EXIT PROGRAM
       END-IF
       IF ( TargetWord IS = "language" OR TargetWord IS = "org" ) AND TargetValue IS = SPACES THEN
         EXIT PROGRAM
       END-IF

       MOVE "NULL, NULL" TO TargetCols
       MOVE SPACES TO TargetJoin
       EVALUATE TargetWord
         WHEN "language"
           MOVE function upper-case(TargetValue) TO TargetLang
           MOVE SPACES TO TargetCols
           STRING "'", function trim(TargetLang), "', NULL" DELIMITED BY SIZE INTO TargetCols
           END-STRING
         WHEN "org"
           MOVE "NULL, o.Id" TO TargetCols
           STRING "JOIN Organisations o ON o.Code = '", function trim(TargetValue), "'"
               DELIMITED BY SIZE INTO TargetJoin
           END-STRING
       END-EVALUATE

       MOVE SPACES TO KeyParam StartsParam EndsParam
       STRING function trim(MessageKey), x"00" INTO KeyParam END-STRING
       STRING function trim(StartsText), x"00" INTO StartsParam END-STRING
       STRING function trim(EndsText), x"00" INTO EndsParam END-STRING

       STRING "WITH w AS ( SELECT COALESCE(NULLIF($2, '')::timestamp, now()::timestamp(0)) AS s ), ",
           "b AS ( INSERT INTO Broadcasts ( MessageId, StartsAt, EndsAt, Target, TargetLanguage, TargetOrg, CreatedBy ) ",
           "SELECT $1, w.s, COALESCE(NULLIF($3, '')::timestamp, w.s + interval '1 day'), '",
           function trim(TargetWord), "', ", function trim(TargetCols), ", '", function trim(Player),
           "' FROM w ", function trim(TargetJoin),
           " WHERE COALESCE(NULLIF($3, '')::timestamp, w.s + interval '1 day') > w.s RETURNING Id, MessageId, Target ) ",
           "INSERT INTO AuditLog ( Actor, Action, Details ) SELECT '", function trim(Player),
           "', 'broadcast_create', 'broadcast ' || Id || ' ' || MessageId || ' to ' || Target FROM b;",
           x"00" INTO QueryString
       END-STRING
       CALL "execparams" USING pgconn querystring NParams3
           KeyParam StartsParam EndsParam pgres END-CALL

       EXIT PROGRAM.
