        *> -------------------------
        *> bracketcreate.
        *> Takes: Standard arguments + RoomName (the bracket's name),
        *>   OutFormat, TieBreakRule (the "value" parameter: longest,
        *>   fewest, earliest or suddendeath -- anything else, blank
        *>   included, keeps the default 'longest').
        *> Opens a knockout bracket for signups. The caller becomes its
        *>   organizer (only they, or an Admin, may later run
        *>   bracketstart) and is signed up themselves right away. The

       01 NCreated usage binary-long VALUE 0.
       01 NewBracketId pic x(8) VALUE SPACES.
       01 BracketTieBreak pic x(16) VALUE "longest".

       01 NameParam pic x(260) VALUE SPACES.
       01 NParams1 usage binary-long VALUE 1.
       01 pgconn usage pointer.
       COPY "init.l".
       01 RoomName pic x(16).
       01 TieBreakRule pic x(16).

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId, RoomName, OutFormat, TieBreakRule.
       Begin.

       IF RoomName IS = SPACES THEN
         EXIT PROGRAM
       END-IF

      *> the event-level tie-break rule every pairing room of the
      *> bracket will play (bracketroom copies it on).
       MOVE "longest" TO BracketTieBreak
       EVALUATE function trim(TieBreakRule)
         WHEN "fewest" MOVE "fewest" TO BracketTieBreak
         WHEN "earliest" MOVE "earliest" TO BracketTieBreak
         WHEN "suddendeath" MOVE "suddendeath" TO BracketTieBreak
       END-EVALUATE

       MOVE SPACES TO NameParam
       STRING function trim(RoomName), x"00" INTO NameParam END-STRING
       STRING "INSERT INTO Brackets ( Name, CreatedBy, TieBreak ) VALUES ( $1, '",
           function trim(Player), "', '", function trim(BracketTieBreak),
           "' ) RETURNING Id;", x"00" INTO QueryString
       END-STRING
       CALL "execparams" USING pgconn querystring NParams1
           NameParam SpareParam2 SpareParam3 pgres END-CALL
