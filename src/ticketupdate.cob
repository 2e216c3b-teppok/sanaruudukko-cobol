        *> -------------------------
        *> ticketupdate.
        *> Takes: Standard arguments + TicketNum, TargetPlayer,
        *>   TicketText, TicketAction.
        *> Works one support ticket. Support staff (Admins, or a
        *>   StaffGrants 'support' grant) may
        *>     "a" assign it -- to TargetPlayer, who must be support
        *>         staff too, or with no target to themselves;
        *>     "n" add an internal note the player never sees;
        *>     "r" reply: the text goes to the player as Mail from
        *>         SYSTEM and the ticket waits on them (an unassigned
        *>         ticket becomes the replier's);
        *>     "c" close it, with a last message to the player the same
        *>         way (default "closed"), recorded in AuditLog.
        *>   The ticket's own player may only "n": their follow-up goes
        *>   on the ticket as a player note and puts it back to open.
        *>   Nothing happens to a closed ticket, and a note or reply
        *>   needs text (URL-decoded through parsechat like a chat line).
        *> Modifies: SupportTickets, SupportTicketNotes, Mail, AuditLog
        *> Dependencies: execparams

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ticketupdate.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(2048).

       01 IsStaff usage binary-long VALUE 0.
       01 NChanged usage binary-long VALUE 0.
       01 Assignee pic x(16) VALUE SPACES.
       01 StaffExpr pic x(256) VALUE SPACES.

       01 TextParam pic x(2010) VALUE SPACES.
       01 NParams usage binary-long VALUE 1.
       01 SpareParam2 pic x(260) VALUE SPACES.
       01 SpareParam3 pic x(260) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".
       01 TicketNum pic 99999 usage display.
       01 TargetPlayer pic x(16).
       01 TicketText pic x(2560).
       01 TicketAction pic x.

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId, TicketNum, TargetPlayer,
           TicketText, TicketAction.
       Begin.

       IF TicketNum IS = HIGH-VALUES THEN
         EXIT PROGRAM
       END-IF
       IF ( TicketAction IS = "n" OR TicketAction IS = "r" ) AND TicketText IS = SPACES THEN
         EXIT PROGRAM
       END-IF

       MOVE SPACES TO TextParam
       IF TicketText IS NOT = SPACES THEN
         STRING function trim(TicketText(1:2000)), x"00" INTO TextParam END-STRING
       ELSE
         STRING "closed", x"00" INTO TextParam END-STRING
       END-IF

       STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player),
           "' UNION ALL SELECT Player FROM StaffGrants WHERE Capability = 'support' ",
           "AND Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning IsStaff

       IF IsStaff = 0 THEN
         IF TicketAction IS NOT = "n" THEN
           EXIT PROGRAM
         END-IF
         STRING "WITH t AS ( UPDATE SupportTickets SET Status = 'open', UpdatedAt = now() WHERE Id = ",
             TicketNum, " AND Player = '", function trim(Player), "' AND Status <> 'closed' RETURNING Id ) ",
             "INSERT INTO SupportTicketNotes ( TicketId, Author, Kind, Body ) SELECT Id, '",
             function trim(Player), "', 'player', $1 FROM t;", x"00" INTO QueryString
         END-STRING
         CALL "execparams" USING pgconn querystring NParams
             TextParam SpareParam2 SpareParam3 pgres END-CALL
         EXIT PROGRAM
       END-IF

       EVALUATE TicketAction
         WHEN "a"
           PERFORM AssignTicket
         WHEN "n"
           STRING "INSERT INTO SupportTicketNotes ( TicketId, Author, Kind, Body ) SELECT Id, '",
               function trim(Player), "', 'note', $1 FROM SupportTickets WHERE Id = ", TicketNum,
               " AND Status <> 'closed';", x"00" INTO QueryString
           END-STRING
           CALL "execparams" USING pgconn querystring NParams
               TextParam SpareParam2 SpareParam3 pgres END-CALL
         WHEN "r"
           STRING "WITH t AS ( UPDATE SupportTickets SET Status = 'waiting', UpdatedAt = now(), ",
               "Assignee = COALESCE(Assignee, '", function trim(Player), "') WHERE Id = ", TicketNum,
               " AND Status <> 'closed' RETURNING Id, Player, Category ), ",
               "n AS ( INSERT INTO SupportTicketNotes ( TicketId, Author, Kind, Body ) SELECT Id, '",
               function trim(Player), "', 'reply', $1 FROM t ) ",
               "INSERT INTO Mail ( Sender, Recipient, Body ) SELECT 'SYSTEM', Player, ",
               "'Support ticket #' || Id || ' (' || Category || '): ' || $1 FROM t;", x"00" INTO QueryString
           END-STRING
           CALL "execparams" USING pgconn querystring NParams
               TextParam SpareParam2 SpareParam3 pgres END-CALL
         WHEN "c"
           STRING "WITH t AS ( UPDATE SupportTickets SET Status = 'closed', UpdatedAt = now(), ClosedAt = now(), ",
               "Assignee = COALESCE(Assignee, '", function trim(Player), "') WHERE Id = ", TicketNum,
               " AND Status <> 'closed' RETURNING Id, Player, Category ), ",
               "n AS ( INSERT INTO SupportTicketNotes ( TicketId, Author, Kind, Body ) SELECT Id, '",
               function trim(Player), "', 'reply', $1 FROM t ) ",
               "INSERT INTO Mail ( Sender, Recipient, Body ) SELECT 'SYSTEM', Player, ",
               "'Support ticket #' || Id || ' (' || Category || ') is closed: ' || $1 FROM t RETURNING Id;",
               x"00" INTO QueryString
           END-STRING
           CALL "execparams" USING pgconn querystring NParams
               TextParam SpareParam2 SpareParam3 pgres END-CALL
           call "PQntuples" using by value pgres returning NChanged
           IF NChanged > 0 THEN
             STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Player),
                 "', 'ticket_closed', 'ticket ", TicketNum, "' );", x"00" INTO QueryString
             END-STRING
             call "PQexec" using
                 by value pgconn
                 by reference querystring
                 returning pgres
             end-call
           END-IF
       END-EVALUATE

       EXIT PROGRAM.

      *> -------------------------
      *> AssignTicket: to the named support colleague, or to the
      *> caller; the hand-over is noted on the ticket.
       AssignTicket.
       MOVE Player TO Assignee
       IF TargetPlayer IS NOT = SPACES THEN
         MOVE TargetPlayer TO Assignee
       END-IF
       MOVE SPACES TO StaffExpr
       STRING "( SELECT Player FROM Admins WHERE Player = '", function trim(Assignee),
           "' UNION ALL SELECT Player FROM StaffGrants WHERE Capability = 'support' AND Player = '",
           function trim(Assignee), "' )" DELIMITED BY SIZE INTO StaffExpr
       END-STRING
       STRING "WITH t AS ( UPDATE SupportTickets SET Assignee = '", function trim(Assignee),
           "', UpdatedAt = now() WHERE Id = ", TicketNum, " AND Status <> 'closed' AND EXISTS ",
           function trim(StaffExpr), " RETURNING Id ) ",
           "INSERT INTO SupportTicketNotes ( TicketId, Author, Kind, Body ) SELECT Id, '",
           function trim(Player), "', 'note', 'assigned to ", function trim(Assignee), "' FROM t;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call.
