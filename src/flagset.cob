        *> -------------------------
        *> flagset.
        *> Takes: Standard arguments + FlagName, FlagAction, FlagValue.
        *> The sysset discipline applied to feature flags: Admin-only,
        *>   every input checked before it reaches SQL, the previous
        *>   state written to AuditLog beside the change. FlagAction is
        *>     on / off        switch the flag on or off for everyone;
        *>     percent         FlagValue 0-100, share of rooms it is on
        *>                     in;
        *>     addroom /       FlagValue a room id, list or unlist the
        *>     droproom        room;
        *>     addplayer /     FlagValue a player name, list or unlist
        *>     dropplayer      the player;
        *>     delete          remove the flag and its lists.
        *>   The first change to an unknown name creates the flag, off.
        *>   A flag name is letters, digits and : _ - only, at most 32
        *>   characters. Anything else, or a change that changes
        *>   nothing (an unknown room or player), does nothing.
        *> Modifies: FeatureFlags, FeatureFlagRooms, FeatureFlagPlayers,
        *>   AuditLog
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. flagset.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(80) based.
       01 querystring pic x(768).

       01 IsAdmin usage binary-long value 0.
       01 NChanged usage binary-long value 0.

       01 NameLen usage binary-long.
       01 ValLen usage binary-long.
       01 ScanIdx usage binary-long.
       01 ValBad pic 9 VALUE 0.
         88 ValIsBad VALUE 1.
       01 ValNum usage binary-long VALUE 0.
       01 ValNumZ pic zzzzzz9.
       01 MaxAllowed usage binary-long VALUE 0.
       01 OldState pic x(80) VALUE "(new)".
       01 NOld usage binary-long VALUE 0.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".
       01 FlagName pic x(32).
       01 FlagAction pic x(32).
       01 FlagValue pic x(16).

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId, FlagName, FlagAction, FlagValue.
       Begin.

       IF FlagName IS = SPACES OR FlagAction IS = SPACES THEN
         EXIT PROGRAM
       END-IF

       STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning IsAdmin
       IF IsAdmin = 0 THEN
         EXIT PROGRAM
       END-IF

      *> the name is spliced into SQL below, so it is held to a
      *> plain identifier alphabet first.
       COMPUTE NameLen = function length(function trim(FlagName))
       PERFORM VARYING ScanIdx FROM 1 BY 1 UNTIL ScanIdx > NameLen
         IF FlagName(ScanIdx:1) IS NOT ALPHABETIC AND FlagName(ScanIdx:1) IS NOT NUMERIC
             AND FlagName(ScanIdx:1) IS NOT = ":" AND FlagName(ScanIdx:1) IS NOT = "_"
             AND FlagName(ScanIdx:1) IS NOT = "-" THEN
           SET ValIsBad TO TRUE
         END-IF
       END-PERFORM
       IF ValIsBad OR FlagName(1:1) IS = SPACE THEN
         EXIT PROGRAM
       END-IF

       STRING "SELECT 'enabled=' || Enabled || ' percent=' || Percent || ' rooms=' || ",
           "(SELECT count(*) FROM FeatureFlagRooms WHERE Flag = Name) || ' players=' || ",
           "(SELECT count(*) FROM FeatureFlagPlayers WHERE Flag = Name) FROM FeatureFlags WHERE Name = '",
           function trim(FlagName), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NOld
       IF NOld > 0 THEN
         call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
         set address of resstr to resptr
         MOVE SPACES TO OldState
         string resstr delimited by x"00" into OldState end-string
       END-IF

       EVALUATE function trim(FlagAction)
         WHEN "on"
           STRING "INSERT INTO FeatureFlags ( Name, Enabled, UpdatedBy ) VALUES ( '", function trim(FlagName),
               "', true, '", function trim(Player), "' ) ON CONFLICT ( Name ) DO UPDATE SET Enabled = true, ",
               "UpdatedBy = EXCLUDED.UpdatedBy, UpdatedAt = now() RETURNING Name;", x"00" INTO QueryString
           END-STRING
         WHEN "off"
           STRING "INSERT INTO FeatureFlags ( Name, Enabled, UpdatedBy ) VALUES ( '", function trim(FlagName),
               "', false, '", function trim(Player), "' ) ON CONFLICT ( Name ) DO UPDATE SET Enabled = false, ",
               "UpdatedBy = EXCLUDED.UpdatedBy, UpdatedAt = now() RETURNING Name;", x"00" INTO QueryString
           END-STRING
         WHEN "percent"
           MOVE 100 TO MaxAllowed
           PERFORM ValidateNumeric
           IF ValIsBad THEN EXIT PROGRAM END-IF
           MOVE ValNum TO ValNumZ
           STRING "INSERT INTO FeatureFlags ( Name, Percent, UpdatedBy ) VALUES ( '", function trim(FlagName),
               "', ", function trim(ValNumZ), ", '", function trim(Player), "' ) ON CONFLICT ( Name ) ",
               "DO UPDATE SET Percent = EXCLUDED.Percent, UpdatedBy = EXCLUDED.UpdatedBy, UpdatedAt = now() ",
               "RETURNING Name;", x"00" INTO QueryString
           END-STRING
         WHEN "addroom"
           MOVE 99999 TO MaxAllowed
           PERFORM ValidateNumeric
           IF ValIsBad THEN EXIT PROGRAM END-IF
           MOVE ValNum TO ValNumZ
           PERFORM EnsureFlag
           STRING "INSERT INTO FeatureFlagRooms ( Flag, RoomId, AddedBy ) SELECT '", function trim(FlagName),
               "', Id, '", function trim(Player), "' FROM Rooms WHERE Id = ", function trim(ValNumZ),
               " ON CONFLICT ( Flag, RoomId ) DO NOTHING RETURNING Flag;", x"00" INTO QueryString
           END-STRING
         WHEN "droproom"
           MOVE 99999 TO MaxAllowed
           PERFORM ValidateNumeric
           IF ValIsBad THEN EXIT PROGRAM END-IF
           MOVE ValNum TO ValNumZ
           STRING "DELETE FROM FeatureFlagRooms WHERE Flag = '", function trim(FlagName),
               "' AND RoomId = ", function trim(ValNumZ), " RETURNING Flag;", x"00" INTO QueryString
           END-STRING
         WHEN "addplayer"
           IF FlagValue IS = SPACES THEN EXIT PROGRAM END-IF
           PERFORM EnsureFlag
           STRING "INSERT INTO FeatureFlagPlayers ( Flag, Player, AddedBy ) SELECT '", function trim(FlagName),
               "', Name, '", function trim(Player), "' FROM Players WHERE Name = '", function trim(FlagValue),
               "' ON CONFLICT ( Flag, Player ) DO NOTHING RETURNING Flag;", x"00" INTO QueryString
           END-STRING
         WHEN "dropplayer"
           STRING "DELETE FROM FeatureFlagPlayers WHERE Flag = '", function trim(FlagName),
               "' AND Player = '", function trim(FlagValue), "' RETURNING Flag;", x"00" INTO QueryString
           END-STRING
         WHEN "delete"
           STRING "DELETE FROM FeatureFlags WHERE Name = '", function trim(FlagName), "' RETURNING Name;",
               x"00" INTO QueryString
           END-STRING
         WHEN OTHER
           EXIT PROGRAM
       END-EVALUATE
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NChanged
       IF NChanged = 0 THEN
         EXIT PROGRAM
       END-IF

       STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Player),
           "', 'flagset', '", function trim(FlagName), " ", function trim(FlagAction), " ",
           function trim(FlagValue), " (was ", function trim(OldState), ")' );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

       EXIT PROGRAM.

      *> a list entry needs its flag row; a new one starts off.
       EnsureFlag.
       STRING "INSERT INTO FeatureFlags ( Name, UpdatedBy ) VALUES ( '", function trim(FlagName),
           "', '", function trim(Player), "' ) ON CONFLICT ( Name ) DO NOTHING;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call.

      *> digits only, 0 to MaxAllowed -- the sysset discipline.
       ValidateNumeric.
       MOVE 0 TO ValBad
       COMPUTE ValLen = function length(function trim(FlagValue))
       IF ValLen = 0 OR ValLen > 6 THEN
         SET ValIsBad TO TRUE
         EXIT PARAGRAPH
       END-IF
       PERFORM VARYING ScanIdx FROM 1 BY 1 UNTIL ScanIdx > ValLen
         IF FlagValue(ScanIdx:1) NOT NUMERIC THEN
           SET ValIsBad TO TRUE
         END-IF
       END-PERFORM
       IF ValIsBad THEN
         EXIT PARAGRAPH
       END-IF
       MOVE function numval(FlagValue(1:ValLen)) TO ValNum
       IF ValNum > MaxAllowed THEN
         SET ValIsBad TO TRUE
       END-IF.
