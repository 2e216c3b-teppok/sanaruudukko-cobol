        *> -------------------------
        *> dicepromote.
        *> Takes: Standard arguments + SettingNameQ (the draft) +
        *>   SettingValueQ (the set name to publish it as).
        *> Admin-only. Turns a dicegen draft into a live dice set: its
        *>   dice are copied into DiceSets under the set name, replacing
        *>   any set already called that, so a room can point its
        *>   DiceSet at it through roomset. "classic" is the built-in
        *>   palette in initround and is refused. The draft is stamped
        *>   with what it became and when, and the promotion lands in
        *>   AuditLog. Rounds already started keep the board they rolled.
        *> Modifies: DiceSets, DiceDrafts, AuditLog
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. dicepromote.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(512).
       01 TxnCommand pic x(8) VALUE SPACES.

       01 IsAdmin usage binary-long value 0.
       01 DraftFound usage binary-long value 0.
       01 DraftName pic x(32) VALUE SPACES.
       01 SetName pic x(16) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".
       01 SettingNameQ pic x(32).
       01 SettingValueQ pic x(16).

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId, SettingNameQ, SettingValueQ.
       Begin.

       STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning IsAdmin

       IF IsAdmin = 0 OR SettingNameQ IS = SPACES OR SettingValueQ IS = SPACES THEN
         EXIT PROGRAM
       END-IF

      *> dicegen keeps draft names lower-case, and Rooms.DiceSet
      *> names ("classic") are lower-case too.
       MOVE function lower-case(SettingNameQ) TO DraftName
       MOVE function lower-case(SettingValueQ) TO SetName
       IF function trim(SetName) = "classic" THEN
         EXIT PROGRAM
       END-IF

       STRING "SELECT DraftName FROM DiceDraftDice WHERE DraftName = '", function trim(DraftName), "';",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning DraftFound

       IF DraftFound = 0 THEN
         EXIT PROGRAM
       END-IF

       MOVE "BEGIN;" TO TxnCommand
       STRING function trim(TxnCommand), x"00" INTO Querystring END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

       STRING "DELETE FROM DiceSets WHERE SetName = '", function trim(SetName), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

       STRING "INSERT INTO DiceSets ( SetName, DieNum, Side1, Side2, Side3, Side4, Side5, Side6 ) ",
           "SELECT '", function trim(SetName), "', DieNum, Side1, Side2, Side3, Side4, Side5, Side6 ",
           "FROM DiceDraftDice WHERE DraftName = '", function trim(DraftName), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

       STRING "UPDATE DiceDrafts SET PromotedAs = '", function trim(SetName), "', PromotedAt = now() ",
           "WHERE DraftName = '", function trim(DraftName), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

       STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Player),
           "', 'dicepromote', '", function trim(DraftName), " -> ", function trim(SetName), "' );",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

       MOVE "COMMIT;" TO TxnCommand
       STRING function trim(TxnCommand), x"00" INTO Querystring END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

       EXIT PROGRAM.
