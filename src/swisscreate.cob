        *> -------------------------
        *> swisscreate.
        *> Takes: Standard arguments + RoomName (the event's name),
        *>   OutFormat, RoundsWanted (the "value" parameter: how many
        *>   rounds the event plays, 1-15; blank or 0 leaves it to
        *>   swissstart, which picks ceil(log2(field)) once the field
        *>   is known).
        *> Opens a Swiss-system event for signups, the way bracketcreate
        *>   opens a bracket: the caller becomes its organizer (only
        *>   they, or an Admin, may later run swissstart) and is signed
        *>   up themselves right away. The new event id is shown once in
        *>   this response.
        *> Modifies: SwissEvents, SwissPlayers
        *> Dependencies: checkprofanity

       IDENTIFICATION DIVISION.
       PROGRAM-ID. swisscreate.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(80) based.
       01 querystring pic x(512).

       01 NameBuf pic x(2560) VALUE SPACES.
       01 ProfanityFlag pic x VALUE "f".
         88 EventNameProfane VALUE "t".

       01 NCreated usage binary-long VALUE 0.
       01 NewEventId pic x(8) VALUE SPACES.
       01 EventRounds pic 99 VALUE 0.

       01 NameParam pic x(260) VALUE SPACES.
       01 NParams1 usage binary-long VALUE 1.
       01 SpareParam2 pic x(260) VALUE SPACES.
       01 SpareParam3 pic x(260) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".
       01 RoomName pic x(16).
       01 RoundsWanted pic x(16).

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId, RoomName, OutFormat, RoundsWanted.
       Begin.

       IF RoomName IS = SPACES THEN
         EXIT PROGRAM
       END-IF

       MOVE SPACES TO NameBuf
       MOVE RoomName TO NameBuf
       CALL "checkprofanity" USING BY REFERENCE pgconn NameBuf ProfanityFlag
       END-CALL
       IF EventNameProfane THEN
         EXIT PROGRAM
       END-IF

      *> a round count outside 1-15 (or none at all) is left for
      *> swissstart to size from the field.
       MOVE 0 TO EventRounds
       IF function trim(RoundsWanted) IS NUMERIC THEN
         IF function numval(RoundsWanted) >= 1 AND function numval(RoundsWanted) <= 15 THEN
           MOVE function numval(RoundsWanted) TO EventRounds
         END-IF
       END-IF

       MOVE SPACES TO NameParam
       STRING function trim(RoomName), x"00" INTO NameParam END-STRING
       STRING "INSERT INTO SwissEvents ( Name, CreatedBy, Rounds ) VALUES ( $1, '",
           function trim(Player), "', ", EventRounds, " ) RETURNING Id;", x"00" INTO QueryString
       END-STRING
       CALL "execparams" USING pgconn querystring NParams1
           NameParam SpareParam2 SpareParam3 pgres END-CALL
       call "PQntuples" using by value pgres returning NCreated
       IF NCreated = 0 THEN
         EXIT PROGRAM
       END-IF
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO NewEventId
       string resstr delimited by x"00" into NewEventId end-string

      *> the organizer plays too unless they later withdraw.
       STRING "INSERT INTO SwissPlayers ( EventId, Player ) VALUES ( ",
           function trim(NewEventId), ", '", function trim(Player),
           "' ) ON CONFLICT ( EventId, Player ) DO NOTHING;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       IF OutFormat = "json" THEN
         DISPLAY '"swiss":' function trim(NewEventId)
       ELSE
         DISPLAY "<swiss>", function trim(NewEventId), "</swiss>"
       END-IF

       EXIT PROGRAM.
