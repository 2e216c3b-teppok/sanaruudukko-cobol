        *> -------------------------
        *> ticketfile.
        *> Takes: Standard arguments + Category, TicketText.
        *> Opens a support ticket for the caller: one of the categories
        *>   account, passcode, score, bug or other (anything else files
        *>   as other) and the player's description (URL-decoded through
        *>   parsechat like a chat line, first 2000 characters). The
        *>   room and round the caller is in ride along, and the
        *>   caller's ErrorLog rows from the last TicketErrorHours
        *>   (Status row, default 24) -- the 20 newest -- are linked in
        *>   SupportTicketErrors for whoever picks it up. A blank
        *>   description is ignored, and so is a new ticket while the
        *>   caller already has TicketOpenMax (default 5) that aren't
        *>   closed.
        *> Modifies: SupportTickets, SupportTicketErrors
        *> Dependencies: execparams

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ticketfile.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(2048).

       01 TicketKind pic x(16) VALUE SPACES.
         88 KnownTicketKind VALUES "account" "passcode" "score" "bug" "other".
       01 RoomTxt pic x(8) VALUE "NULL".
       01 RoundTxt pic x(8) VALUE "NULL".
       01 OpenMax pic 9(3) VALUE 5.
       01 ErrorHours pic 9(3) VALUE 24.

       01 DetailParam pic x(2010) VALUE SPACES.
       01 NParams1 usage binary-long VALUE 1.
       01 SpareParam2 pic x(260) VALUE SPACES.
       01 SpareParam3 pic x(260) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".
       01 Category pic x(16).
       01 TicketText pic x(2560).

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId, Category, TicketText.
       Begin.

       IF TicketText IS = SPACES THEN
         EXIT PROGRAM
       END-IF

       MOVE function lower-case(Category) TO TicketKind
       IF NOT KnownTicketKind THEN
         MOVE "other" TO TicketKind
       END-IF

       MOVE "NULL" TO RoomTxt
       IF RoomId IS NOT = HIGH-VALUES AND RoomId IS NOT = LOW-VALUES THEN
         MOVE RoomId TO RoomTxt
       END-IF
       MOVE "NULL" TO RoundTxt
       IF RoundId IS NOT = HIGH-VALUES AND RoundId IS NOT = LOW-VALUES THEN
         MOVE RoundId TO RoundTxt
       END-IF

       MOVE SPACES TO DetailParam
       STRING function trim(TicketText(1:2000)), x"00" INTO DetailParam END-STRING

      *> the open-ticket cap, the ticket and its ErrorLog links in one
      *> statement.
       STRING "WITH t AS ( INSERT INTO SupportTickets ( Player, Category, Detail, RoomId, RoundId ) ",
           "SELECT '", function trim(Player), "', '", function trim(TicketKind), "', $1, ",
           function trim(RoomTxt), ", ", function trim(RoundTxt), " ",
           "WHERE ( SELECT count(*) FROM SupportTickets WHERE Player = '", function trim(Player),
           "' AND Status <> 'closed' ) < COALESCE((SELECT Value FROM Status WHERE Name = 'TicketOpenMax')::int, ",
           OpenMax, ") RETURNING Id ) ",
           "INSERT INTO SupportTicketErrors ( TicketId, ErrorId ) SELECT t.Id, e.Id FROM t CROSS JOIN LATERAL ( ",
           "SELECT Id FROM ErrorLog WHERE Player = '", function trim(Player), "' AND EventTime > now() - ",
           "make_interval(hours => COALESCE((SELECT Value FROM Status WHERE Name = 'TicketErrorHours')::int, ",
           ErrorHours, ")) ORDER BY EventTime DESC LIMIT 20 ) e;", x"00" INTO QueryString
       END-STRING
       CALL "execparams" USING pgconn querystring NParams1
           DetailParam SpareParam2 SpareParam3 pgres END-CALL

       EXIT PROGRAM.
