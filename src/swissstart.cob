        *> -------------------------
        *> swissstart.
        *> Takes: Standard arguments + SwissNum.
        *> Locks a Swiss event's field and pairs round one. Only the
        *>   event's organizer or a global Admin may start it, and only
        *>   while it is still 'open' with at least two signups. An
        *>   event created without a round count gets ceil(log2(field))
        *>   rounds -- enough for one unbeaten player to be left -- and
        *>   no event plays more rounds than the field has opponents.
        *>   Round one pairs on equal (zero) points, so swisspair's
        *>   rating order makes it the usual top-half-meets-the-table
        *>   opening; from here on swissadvance (driven by
        *>   roundenddaemon) runs the event to its final table.
        *> Modifies: SwissEvents, and (via swisspair) SwissMatches/
        *>   SwissPlayers/Rooms/RoomInvites
        *> Dependencies: swisspair

       IDENTIFICATION DIVISION.
       PROGRAM-ID. swissstart.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(80) based.
       01 querystring pic x(512).

       01 AllowedCount usage binary-long VALUE 0.
       01 NPlayers usage binary-long VALUE 0.
       01 NClaimed usage binary-long VALUE 0.
       01 Tmp pic x(8) VALUE SPACES.
       01 EventRounds usage binary-long VALUE 0.
       01 FieldSpan usage binary-long VALUE 1.
       01 EventRoundsZ pic 99 VALUE 0.

       01 EventIdTxt pic x(8) VALUE SPACES.
       01 RoundNo pic 999 usage display VALUE 1.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".
       01 SwissNum pic 99999 usage display.

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId, SwissNum.
       Begin.

       IF SwissNum IS = HIGH-VALUES THEN
         EXIT PROGRAM
       END-IF

      *> only the organizer or a global Admin starts an event,
      *> and only while it is still taking signups.
       STRING "SELECT Rounds FROM SwissEvents WHERE Id = ", SwissNum,
           " AND Status = 'open' AND ( CreatedBy = '", function trim(Player),
           "' OR EXISTS ( SELECT 1 FROM Admins WHERE Player = '", function trim(Player),
           "' ) );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning AllowedCount
       IF AllowedCount = 0 THEN
         EXIT PROGRAM
       END-IF
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO Tmp
       string resstr delimited by x"00" into Tmp end-string
       MOVE function numval(Tmp) TO EventRounds

       STRING "SELECT count(*) FROM SwissPlayers WHERE EventId = ", SwissNum, ";",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO Tmp
       string resstr delimited by x"00" into Tmp end-string
       MOVE function numval(Tmp) TO NPlayers
       IF NPlayers < 2 THEN
         EXIT PROGRAM
       END-IF

      *> size the event: ceil(log2(field)) when the organizer left
      *> it open, and never more rounds than there are opponents.
       IF EventRounds = 0 THEN
         MOVE 1 TO FieldSpan
         PERFORM UNTIL FieldSpan >= NPlayers
           COMPUTE FieldSpan = FieldSpan * 2
           ADD 1 TO EventRounds
         END-PERFORM
       END-IF
       IF EventRounds > NPlayers - 1 THEN
         COMPUTE EventRounds = NPlayers - 1
       END-IF
       IF EventRounds < 1 THEN
         MOVE 1 TO EventRounds
       END-IF
       MOVE EventRounds TO EventRoundsZ

       STRING "UPDATE SwissEvents SET Status = 'running', Rounds = ", EventRoundsZ,
           ", CurrentRound = 1 WHERE Id = ", SwissNum, " AND Status = 'open' RETURNING Id;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NClaimed
       IF NClaimed = 0 THEN
         EXIT PROGRAM
       END-IF

       MOVE SPACES TO EventIdTxt
       MOVE SwissNum TO EventIdTxt
       MOVE 1 TO RoundNo
       CALL "swisspair" USING BY REFERENCE pgconn EventIdTxt RoundNo
       END-CALL

       STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Player),
           "', 'swiss_start', 'swiss ", function trim(EventIdTxt), "' );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       EXIT PROGRAM.
