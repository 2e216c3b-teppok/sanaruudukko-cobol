        *> -------------------------
        *> guardianset.
        *> Takes: pgconn, Player, ChildName, SettingName, SettingValue.
        *> Changes one of a minor's contact switches -- lobbychat,
        *>   whispers, mailanyone (mail from non-friends) or
        *>   profilepublic, value 1 or 0 -- for ChildName's confirmed
        *>   guardian or an Admin. The minor can't turn them on
        *>   themselves. An Admin can also correct a band with setting
        *>   ageband (under13, 13to17, adult): a move into a minor band
        *>   turns all four switches off, a move to adult turns them
        *>   back on. Anything else changes nothing. Every change lands
        *>   in AuditLog.
        *> Modifies: Players, AuditLog
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. guardianset.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(1024).

       01 IsGuardian usage binary-long VALUE 0.
       01 IsAdmin usage binary-long VALUE 0.
       01 NChanged usage binary-long VALUE 0.
       01 ColumnName pic x(16) VALUE SPACES.
       01 SwitchValue pic x(5) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 ChildName pic x(16).
       01 SettingName pic x(16).
       01 SettingValue pic x(16).

       PROCEDURE DIVISION USING pgconn, Player, ChildName, SettingName, SettingValue.
       Begin.

       IF ChildName IS = SPACES THEN
         EXIT PROGRAM
       END-IF

       STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       call "PQntuples" using by value pgres returning IsAdmin

       STRING "SELECT Name FROM Players WHERE Name = '", function trim(ChildName),
           "' AND Guardian = '", function trim(Player), "' AND GuardianConfirmed;", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       call "PQntuples" using by value pgres returning IsGuardian

       IF IsAdmin = 0 AND IsGuardian = 0 THEN
         EXIT PROGRAM
       END-IF

       IF function trim(SettingName) = "ageband" THEN
         IF IsAdmin = 0 THEN
           EXIT PROGRAM
         END-IF
         EVALUATE function trim(SettingValue)
           WHEN "adult" MOVE "true" TO SwitchValue
           WHEN "under13" MOVE "false" TO SwitchValue
           WHEN "13to17" MOVE "false" TO SwitchValue
           WHEN OTHER EXIT PROGRAM
         END-EVALUATE
      *> only a real change of side flips the switches -- 13to17 to
      *> under13 leaves whatever the guardian allowed alone.
         STRING "UPDATE Players SET LobbyChat = CASE WHEN ( AgeBand = 'adult' ) = ( '",
             function trim(SettingValue), "' = 'adult' ) THEN LobbyChat ELSE ", function trim(SwitchValue), " END, ",
             "Whispers = CASE WHEN ( AgeBand = 'adult' ) = ( '", function trim(SettingValue),
             "' = 'adult' ) THEN Whispers ELSE ", function trim(SwitchValue), " END, ",
             "MailFromAnyone = CASE WHEN ( AgeBand = 'adult' ) = ( '", function trim(SettingValue),
             "' = 'adult' ) THEN MailFromAnyone ELSE ", function trim(SwitchValue), " END, ",
             "ProfilePublic = CASE WHEN ( AgeBand = 'adult' ) = ( '", function trim(SettingValue),
             "' = 'adult' ) THEN ProfilePublic ELSE ", function trim(SwitchValue), " END, ",
             "AgeBand = '", function trim(SettingValue), "' WHERE Name = '", function trim(ChildName),
             "' RETURNING Name;", x"00" INTO QueryString
         END-STRING
       ELSE
         EVALUATE function trim(SettingName)
           WHEN "lobbychat" MOVE "LobbyChat" TO ColumnName
           WHEN "whispers" MOVE "Whispers" TO ColumnName
           WHEN "mailanyone" MOVE "MailFromAnyone" TO ColumnName
           WHEN "profilepublic" MOVE "ProfilePublic" TO ColumnName
           WHEN OTHER EXIT PROGRAM
         END-EVALUATE
         EVALUATE function trim(SettingValue)
           WHEN "1" MOVE "true" TO SwitchValue
           WHEN "0" MOVE "false" TO SwitchValue
           WHEN OTHER EXIT PROGRAM
         END-EVALUATE
         STRING "UPDATE Players SET ", function trim(ColumnName), " = ", function trim(SwitchValue),
             " WHERE Name = '", function trim(ChildName), "' AND AgeBand <> 'adult' RETURNING Name;",
             x"00" INTO QueryString
         END-STRING
       END-IF
       PERFORM RunStatement
       call "PQntuples" using by value pgres returning NChanged

       IF NChanged > 0 THEN
         STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Player),
             "', 'guardian_set', 'child ", function trim(ChildName), " ", function trim(SettingName),
             "=", function trim(SettingValue), "' );", x"00" INTO QueryString
         END-STRING
         PERFORM RunStatement
       END-IF

       EXIT PROGRAM.

       RunStatement.
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call.
