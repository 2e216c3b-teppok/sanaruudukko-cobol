        *> -------------------------
        *> swissjoin.
        *> Takes: Standard arguments + SwissNum.
        *> Signs the caller up for a Swiss event that is still taking
        *>   entries. Joining an event that doesn't exist, has already
        *>   started, or that the caller is already in is silently
        *>   ignored, same as bracketjoin.
        *> Modifies: SwissPlayers
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. swissjoin.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(512).

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".
       01 SwissNum pic 99999 usage display.

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId, SwissNum.
       Begin.

       IF SwissNum IS = HIGH-VALUES THEN
         EXIT PROGRAM
       END-IF

       STRING "INSERT INTO SwissPlayers ( EventId, Player ) ",
           "SELECT Id, '", function trim(Player), "' FROM SwissEvents WHERE Id = ", SwissNum,
           " AND Status = 'open' ON CONFLICT ( EventId, Player ) DO NOTHING;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       EXIT PROGRAM.
