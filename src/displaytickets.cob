        *> -------------------------
        *> displaytickets.
        *> Takes: pgconn, Player, TicketNum, OutFormat.
        *> The support ticket screen. Support staff (Admins, or a
        *>   StaffGrants 'support' grant) get the queue: every ticket
        *>   that isn't closed, oldest first -- or just TicketNum, closed
        *>   or not, when one is named -- each with its player, category,
        *>   status, assignee, the hours it has waited, the room and
        *>   round it was filed from, the whole note trail and the
        *>   ErrorLog rows linked when it was filed. Anyone else gets
        *>   their own tickets, newest first, with the replies and their
        *>   own follow-ups but neither internal notes nor error rows.
        *>   Times are in the caller's timezone.
        *> Modifies:
        *> Dependencies: gettimezone

       IDENTIFICATION DIVISION.
       PROGRAM-ID. displaytickets.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 pgres2 usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(2048) based.
       01 querystring pic x(2048).

       01 TzPrefix pic x(16) VALUE SPACES.
       01 TzSuffix pic x(96) VALUE SPACES.
       01 EscPrefix pic x(96) VALUE SPACES.
       01 EscSuffix pic x(160) VALUE SPACES.

       01 IsStaff usage binary-long VALUE 0.
       01 ScopeClause pic x(96) VALUE SPACES.
       01 NoteClause pic x(32) VALUE SPACES.

       01 NRows usage binary-long.
       01 RowIdx usage binary-long.
       01 TicketId pic x(8).
       01 TicketOwner pic x(16).
       01 TicketCategory pic x(16).
       01 TicketStatus pic x(8).
       01 TicketAssignee pic x(16).
       01 TicketCreated pic x(16).
       01 TicketWaited pic x(8).
       01 TicketRoom pic x(8).
       01 TicketRound pic x(8).
       01 TicketDetail pic x(2000).

       01 NSub usage binary-long.
       01 SubIdx usage binary-long.
       01 NoteAuthor pic x(16).
       01 NoteKind pic x(8).
       01 NoteTime pic x(16).
       01 NoteBody pic x(2000).
       01 ErrTime pic x(16).
       01 ErrProgram pic x(16).
       01 ErrParagraph pic x(24).
       01 ErrState pic x(8).
       01 ErrStatement pic x(400).

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 TicketNum pic 99999 usage display.
       01 OutFormat pic x(4).

       PROCEDURE DIVISION USING pgconn, Player, TicketNum, OutFormat.
       Begin.

       CALL "gettimezone" USING BY REFERENCE pgconn Player TzPrefix TzSuffix

      *> ErrorLog statements are raw SQL text, so they are escaped
      *> for the output format on the way out.
       IF OutFormat = "json" THEN
         MOVE "replace(replace(replace(replace(replace(" TO EscPrefix
         MOVE ", '\', '\\'), '""', '\""'), E'\n', '\n'), E'\r', '\r'), E'\t', '\t')" TO EscSuffix
       ELSE
         MOVE "replace(replace(replace(" TO EscPrefix
         MOVE ", '&', '&amp;'), '<', '&lt;'), '>', '&gt;')" TO EscSuffix
       END-IF

       STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player),
           "' UNION ALL SELECT Player FROM StaffGrants WHERE Capability = 'support' ",
           "AND Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning IsStaff

       MOVE SPACES TO ScopeClause NoteClause
       IF IsStaff > 0 THEN
         IF TicketNum IS = HIGH-VALUES THEN
           MOVE "WHERE t.Status <> 'closed' ORDER BY t.CreatedAt, t.Id" TO ScopeClause
         ELSE
           STRING "WHERE t.Id = ", TicketNum DELIMITED BY SIZE INTO ScopeClause END-STRING
         END-IF
       ELSE
         STRING "WHERE t.Player = '", function trim(Player), "' ORDER BY t.CreatedAt DESC, t.Id DESC"
             DELIMITED BY SIZE INTO ScopeClause
         END-STRING
         MOVE "AND Kind <> 'note' " TO NoteClause
       END-IF

       STRING "SELECT t.Id, t.Player, t.Category, t.Status, COALESCE(t.Assignee, ''), ",
           "to_char(", function trim(TzPrefix), "t.CreatedAt", function trim(TzSuffix), ", 'YYYY-MM-DD HH24:MI'), ",
           "floor(extract(epoch from (COALESCE(t.ClosedAt, now()) - t.CreatedAt)) / 3600)::int, ",
           "COALESCE(t.RoomId::text, ''), COALESCE(t.RoundId::text, ''), t.Detail ",
           "FROM SupportTickets t ", function trim(ScopeClause), " LIMIT 200;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows

       IF OutFormat = "json" THEN
          DISPLAY '"tickets":['
       ELSE
          DISPLAY "<tickets>"
       END-IF

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM FetchTicket
           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"ticket":' function trim(TicketId) ',"player":"' function trim(TicketOwner)
                  '","category":"' function trim(TicketCategory) '","status":"' function trim(TicketStatus)
                  '","assignee":"' function trim(TicketAssignee) '","created":"' function trim(TicketCreated)
                  '","waitedhours":' function trim(TicketWaited) ',"room":"' function trim(TicketRoom)
                  '","round":"' function trim(TicketRound) '","detail":"' function trim(TicketDetail)
                  '","notes":['
           ELSE
              DISPLAY "<ticket><id>", function trim(TicketId), "</id><player>", function trim(TicketOwner),
                  "</player><category>", function trim(TicketCategory), "</category><status>",
                  function trim(TicketStatus), "</status><assignee>", function trim(TicketAssignee),
                  "</assignee><created>", function trim(TicketCreated), "</created><waitedhours>",
                  function trim(TicketWaited), "</waitedhours><room>", function trim(TicketRoom),
                  "</room><round>", function trim(TicketRound), "</round><detail>",
                  function trim(TicketDetail), "</detail>"
              DISPLAY "<notes>"
           END-IF

           PERFORM ShowNotes

           IF IsStaff > 0 THEN
              IF OutFormat = "json" THEN
                 DISPLAY '],"errors":['
              ELSE
                 DISPLAY "</notes>"
                 DISPLAY "<errors>"
              END-IF
              PERFORM ShowErrors
              IF OutFormat = "json" THEN
                 DISPLAY "]}"
              ELSE
                 DISPLAY "</errors></ticket>"
              END-IF
           ELSE
              IF OutFormat = "json" THEN
                 DISPLAY "]}"
              ELSE
                 DISPLAY "</notes></ticket>"
              END-IF
           END-IF
       END-PERFORM

       IF OutFormat = "json" THEN
          DISPLAY "]"
       ELSE
          DISPLAY "</tickets>"
       END-IF

       EXIT PROGRAM.

      *> -------------------------
      *> FetchTicket: row RowIdx of the ticket list into the Ticket
      *> fields.
       FetchTicket.
       call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO TicketId
       string resstr delimited by x"00" into TicketId end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO TicketOwner
       string resstr delimited by x"00" into TicketOwner end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 2 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO TicketCategory
       string resstr delimited by x"00" into TicketCategory end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 3 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO TicketStatus
       string resstr delimited by x"00" into TicketStatus end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 4 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO TicketAssignee
       string resstr delimited by x"00" into TicketAssignee end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 5 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO TicketCreated
       string resstr delimited by x"00" into TicketCreated end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 6 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO TicketWaited
       string resstr delimited by x"00" into TicketWaited end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 7 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO TicketRoom
       string resstr delimited by x"00" into TicketRoom end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 8 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO TicketRound
       string resstr delimited by x"00" into TicketRound end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 9 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO TicketDetail
       string resstr delimited by x"00" into TicketDetail end-string.

      *> -------------------------
      *> ShowNotes: the ticket's trail, oldest first; players don't
      *> see the internal notes.
       ShowNotes.
       STRING "SELECT Author, Kind, to_char(", function trim(TzPrefix), "CreatedAt", function trim(TzSuffix),
           ", 'YYYY-MM-DD HH24:MI'), Body FROM SupportTicketNotes WHERE TicketId = ", function trim(TicketId),
           " ", function trim(NoteClause), " ORDER BY CreatedAt, Id;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres2 end-call
       call "PQntuples" using by value pgres2 returning NSub

       PERFORM VARYING SubIdx FROM 0 BY 1 UNTIL SubIdx >= NSub
           call "PQgetvalue" using by value pgres2 by value SubIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO NoteAuthor
           string resstr delimited by x"00" into NoteAuthor end-string

           call "PQgetvalue" using by value pgres2 by value SubIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO NoteKind
           string resstr delimited by x"00" into NoteKind end-string

           call "PQgetvalue" using by value pgres2 by value SubIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO NoteTime
           string resstr delimited by x"00" into NoteTime end-string

           call "PQgetvalue" using by value pgres2 by value SubIdx by value 3 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO NoteBody
           string resstr delimited by x"00" into NoteBody end-string

           IF OutFormat = "json" THEN
              IF SubIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"author":"' function trim(NoteAuthor) '","kind":"' function trim(NoteKind)
                  '","time":"' function trim(NoteTime) '","body":"' function trim(NoteBody) '"}'
           ELSE
              DISPLAY "<note><author>", function trim(NoteAuthor), "</author><kind>", function trim(NoteKind),
                  "</kind><time>", function trim(NoteTime), "</time><body>", function trim(NoteBody),
                  "</body></note>"
           END-IF
       END-PERFORM.

      *> -------------------------
      *> ShowErrors: the ErrorLog rows linked at filing, newest first
      *> (a row deleted since simply drops out of the list).
       ShowErrors.
       STRING "SELECT to_char(", function trim(TzPrefix), "e.EventTime", function trim(TzSuffix),
           ", 'YYYY-MM-DD HH24:MI'), e.Program, e.Paragraph, e.SqlState, ",
           function trim(EscPrefix), "e.Statement", function trim(EscSuffix),
           " FROM SupportTicketErrors s JOIN ErrorLog e ON e.Id = s.ErrorId WHERE s.TicketId = ",
           function trim(TicketId), " ORDER BY e.EventTime DESC;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres2 end-call
       call "PQntuples" using by value pgres2 returning NSub

       PERFORM VARYING SubIdx FROM 0 BY 1 UNTIL SubIdx >= NSub
           call "PQgetvalue" using by value pgres2 by value SubIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ErrTime
           string resstr delimited by x"00" into ErrTime end-string

           call "PQgetvalue" using by value pgres2 by value SubIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ErrProgram
           string resstr delimited by x"00" into ErrProgram end-string

           call "PQgetvalue" using by value pgres2 by value SubIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ErrParagraph
           string resstr delimited by x"00" into ErrParagraph end-string

           call "PQgetvalue" using by value pgres2 by value SubIdx by value 3 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ErrState
           string resstr delimited by x"00" into ErrState end-string

           call "PQgetvalue" using by value pgres2 by value SubIdx by value 4 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ErrStatement
           string resstr delimited by x"00" into ErrStatement end-string

           IF OutFormat = "json" THEN
              IF SubIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"time":"' function trim(ErrTime) '","program":"' function trim(ErrProgram)
                  '","paragraph":"' function trim(ErrParagraph) '","sqlstate":"' function trim(ErrState)
                  '","statement":"' function trim(ErrStatement) '"}'
           ELSE
              DISPLAY "<error><time>", function trim(ErrTime), "</time><program>", function trim(ErrProgram),
                  "</program><paragraph>", function trim(ErrParagraph), "</paragraph><sqlstate>",
                  function trim(ErrState), "</sqlstate><statement>", function trim(ErrStatement),
                  "</statement></error>"
           END-IF
       END-PERFORM.
