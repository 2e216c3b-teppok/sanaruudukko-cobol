        *> -------------------------
        *> maskbackup.
        *> Takes: the fullbackup prefix to read, the prefix to write and
        *>   an optional test passcode, e.g.
        *>     maskbackup /backup/sanaruudukko-20260902 /tmp/masked-0902 letmein
        *>   (standalone batch, run wherever a database with the current
        *>   schema is at hand -- the test server's own, typically).
        *> Turns a fullbackup set into a masked set of the same shape
        *>   for the test server, loaded there with fullrestore live.
        *>   The set is staged whole into a scratch schema (maskwork,
        *>   bare LIKE copies as the restore drill builds them) and
        *>   count-verified against its manifest, then masked there:
        *>     - every player name, in every column of the purge map
        *>       plus the staff and authoring columns a purge leaves, is
        *>       swapped for a pseudonym (player0000042; guests stay
        *>       Guest<n>) through one map, so a name means the same
        *>       player in every table; names inside audit details,
        *>       four-eyes reasons, job errors and alert details follow
        *>       the same map word by word; the former<N> placeholders
        *>       and SYSTEM are not people and stay;
        *>     - chat lines, mail bodies, outbox texts, taglines,
        *>       conduct reports and proposal notes are scrambled letter
        *>       by letter -- lengths, spacing and punctuation survive,
        *>       the words do not;
        *>     - passcodes are rehashed under fresh salts (to the test
        *>       passcode when one is given, else to nothing anyone
        *>       knows), and session and API tokens, reset, invite and
        *>       confirmation codes, second-factor secrets and recovery
        *>       hashes are replaced; emails become <pseudonym>@example
        *>       .invalid;
        *>     - every client address, wherever it was recorded, is
        *>       swapped through a second map for a 10.x.y.z address,
        *>       so throttle and login patterns keep their shape;
        *>     - room and alert webhooks are dropped and the outbox is
        *>       marked delivered, so the test server never calls out.
        *>   Round, word, score and id columns are never touched, so
        *>   the copy plays and scores as production did. A leak check
        *>   over every mapped column must find no original name left,
        *>   and each written file is count-verified as fullbackup
        *>   does; either failing declares the run FAILED. The schema
        *>   version fullbackup recorded for the set
        *>   (<prefix>.schemaversion) goes over unchanged, so fullrestore
        *>   on the test server can hold the masked set against its
        *>   database just the same. The maps live
        *>   only in temporary tables and the scratch schema is dropped
        *>   at the end.
        *> Modifies: the maskwork schema (dropped again), the output files
        *> Dependencies: getdb, execparams, checkresult

       IDENTIFICATION DIVISION.
       PROGRAM-ID. maskbackup.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DumpFile ASSIGN USING DumpFileName
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS DumpStatus.
           SELECT ManifestFile ASSIGN USING ManifestFileName
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ManifestStatus.
           SELECT MaskedFile ASSIGN USING MaskedFileName
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS MaskedStatus.
           SELECT MaskedManifest ASSIGN USING MaskedManifestName
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS MaskedManifestStatus.
       DATA DIVISION.
       FILE SECTION.
       FD DumpFile.
          01 DumpLine pic x(8192).
       FD ManifestFile.
          01 ManifestLine pic x(64).
       FD MaskedFile.
          01 MaskedLine pic x(8192).
       FD MaskedManifest.
          01 MaskedManifestLine pic x(64).
       WORKING-STORAGE SECTION.

       01 pgconn usage pointer.
       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(8192) based.
       01 result usage binary-long.
       01 querystring pic x(2048).

       01 InPrefix pic x(64) VALUE SPACES.
       01 OutPrefix pic x(64) VALUE SPACES.
       01 TestPasscode pic x(16) VALUE SPACES.
       01 DumpFileName pic x(96) VALUE SPACES.
       01 ManifestFileName pic x(96) VALUE SPACES.
       01 MaskedFileName pic x(96) VALUE SPACES.
       01 MaskedManifestName pic x(96) VALUE SPACES.
       01 DumpStatus pic xx VALUE "00".
       01 ManifestStatus pic xx VALUE "00".
       01 MaskedStatus pic xx VALUE "00".
       01 MaskedManifestStatus pic xx VALUE "00".

       01 TableName pic x(24) VALUE SPACES.
       01 WantRowsTxt pic x(12) VALUE SPACES.
       01 WantRows usage binary-long.
       01 GotRows usage binary-long.
       01 NRows usage binary-long.
       01 RowIdx usage binary-long.
       01 WrittenRows usage binary-long.
       01 RowsZ pic zzzzzzz9.
       01 CountTxt pic x(12) VALUE SPACES.
       01 LeakCount usage binary-long VALUE 0.
       01 LeakZ pic zzzzzzz9.
       01 FailFlag pic 9 VALUE 0.
         88 MaskFailed VALUE 1.
       01 ErrFlag pic x VALUE "f".
       01 StagedCount usage binary-long.
       01 SchemaTxt pic x(12) VALUE SPACES.

      *> the row lines and the test passcode bind as parameters; the
      *> composite text is full of quotes by construction. execparams
      *> reads the buffer to its terminator, so the wide row fits
      *> despite the wrapper's nominal declaration.
       01 LineParam pic x(8200) VALUE SPACES.
       01 PasscodeParam pic x(260) VALUE SPACES.
       01 NParams1 usage binary-long VALUE 1.
       01 SpareParam2 pic x(260) VALUE SPACES.
       01 SpareParam3 pic x(260) VALUE SPACES.

      *> every column a player name can live in: purgeverify's map
      *> (keep the two together), plus the staff and authoring
      *> columns a purge deliberately leaves alone.
       01 NameColumns.
          05 NameDef pic x(40) OCCURS 144 TIMES.
       01 NameIdx usage binary-long.

      *> every column a client address is recorded in.
       01 AddrColumns.
          05 AddrDef pic x(40) OCCURS 8 TIMES.
       01 AddrIdx usage binary-long.

      *> free text that is scrambled outright.
       01 ScrambleColumns.
          05 ScrambleDef pic x(40) OCCURS 16 TIMES.
       01 ScrambleIdx usage binary-long.

       01 MaskTable pic x(24).
       01 MaskColumn pic x(16).
       01 TokenPattern pic x(48).
       01 TokenMap pic x(8).

       PROCEDURE DIVISION.
       Begin.

       ACCEPT InPrefix FROM ARGUMENT-VALUE
       ACCEPT OutPrefix FROM ARGUMENT-VALUE
       ACCEPT TestPasscode FROM ARGUMENT-VALUE
       IF InPrefix IS = SPACES OR OutPrefix IS = SPACES OR InPrefix = OutPrefix THEN
         DISPLAY "usage: maskbackup <backup file prefix> <masked file prefix> [test passcode]"
         STOP RUN
       END-IF

       PERFORM LoadColumnMaps

       CALL "getdb" USING BY REFERENCE pgconn

       STRING "DROP SCHEMA IF EXISTS maskwork CASCADE;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       STRING "CREATE SCHEMA maskwork;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

       MOVE SPACES TO ManifestFileName
       STRING function trim(InPrefix), ".manifest" INTO ManifestFileName
       END-STRING
       OPEN INPUT ManifestFile
       IF ManifestStatus NOT = "00" THEN
         DISPLAY "cannot open " function trim(ManifestFileName) " (status " ManifestStatus ")"
         PERFORM DropWorkSchema
         STOP RUN
       END-IF

       PERFORM UNTIL ManifestStatus NOT = "00"
         READ ManifestFile
           AT END EXIT PERFORM
         END-READ
         PERFORM StageOneTable
       END-PERFORM
       CLOSE ManifestFile

      *> a set that did not stage whole is not masked half-way.
       IF MaskFailed THEN
         DISPLAY "verdict: FAILED - the backup set did not stage whole; nothing written"
         PERFORM DropWorkSchema
         STOP RUN
       END-IF

       PERFORM MaskNames
       PERFORM MaskAddresses
       PERFORM MaskSecrets
       PERFORM ScrambleTexts
       PERFORM LeakCheck

       IF MaskFailed THEN
         DISPLAY "verdict: FAILED - masking did not complete; nothing written"
         PERFORM DropWorkSchema
         STOP RUN
       END-IF

       MOVE SPACES TO MaskedManifestName
       STRING function trim(OutPrefix), ".manifest" INTO MaskedManifestName
       END-STRING
       OPEN OUTPUT MaskedManifest
       IF MaskedManifestStatus NOT = "00" THEN
         DISPLAY "cannot write " function trim(MaskedManifestName) " (status " MaskedManifestStatus ")"
         PERFORM DropWorkSchema
         STOP RUN
       END-IF

       PERFORM CopySchemaVersion

       MOVE "00" TO ManifestStatus
       OPEN INPUT ManifestFile
       PERFORM UNTIL ManifestStatus NOT = "00"
         READ ManifestFile
           AT END EXIT PERFORM
         END-READ
         PERFORM WriteOneTable
       END-PERFORM
       CLOSE ManifestFile
       CLOSE MaskedManifest

       PERFORM DropWorkSchema

       IF MaskFailed THEN
         DISPLAY "verdict: FAILED - at least one masked file did not verify"
       ELSE
         DISPLAY "verdict: CLEAN - every table masked, written and count-verified"
       END-IF
       STOP RUN.

      *> -------------------------
      *> CopySchemaVersion: the set's recorded schema version, one line
      *> as fullbackup wrote it, into the masked set. An older set
      *> without one gets none either.
       CopySchemaVersion.
       MOVE SPACES TO SchemaTxt
       MOVE SPACES TO DumpFileName
       STRING function trim(InPrefix), ".schemaversion" INTO DumpFileName
       END-STRING
       OPEN INPUT DumpFile
       IF DumpStatus NOT = "00" THEN
         DISPLAY "schema version: not recorded in the set"
         EXIT PARAGRAPH
       END-IF
       READ DumpFile
         NOT AT END MOVE DumpLine(1:12) TO SchemaTxt
       END-READ
       CLOSE DumpFile
       IF SchemaTxt IS = SPACES THEN
         DISPLAY "schema version: not recorded in the set"
         EXIT PARAGRAPH
       END-IF

       MOVE SPACES TO MaskedFileName
       STRING function trim(OutPrefix), ".schemaversion" INTO MaskedFileName
       END-STRING
       OPEN OUTPUT MaskedFile
       IF MaskedStatus NOT = "00" THEN
         DISPLAY "FAILED schemaversion - cannot write (status " MaskedStatus ")"
         SET MaskFailed TO TRUE
         EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO MaskedLine
       MOVE function trim(SchemaTxt) TO MaskedLine
       WRITE MaskedLine
       CLOSE MaskedFile
       DISPLAY "schema version " function trim(SchemaTxt).

      *> -------------------------
      *> StageOneTable: one manifest entry into its maskwork twin,
      *> line by line, then the count against the manifest.
       StageOneTable.
       IF ManifestLine IS = SPACES THEN
         EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO TableName WantRowsTxt
       UNSTRING ManifestLine DELIMITED BY "|" INTO TableName, WantRowsTxt
       END-UNSTRING
       MOVE function numval(WantRowsTxt) TO WantRows

       STRING "CREATE TABLE maskwork.", function trim(TableName),
           " ( LIKE public.", function trim(TableName), " );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

       MOVE SPACES TO DumpFileName
       STRING function trim(InPrefix), ".", function trim(TableName) INTO DumpFileName
       END-STRING
       OPEN INPUT DumpFile
       IF DumpStatus NOT = "00" THEN
         DISPLAY "FAILED " function trim(TableName) " - cannot open its file (status " DumpStatus ")"
         SET MaskFailed TO TRUE
         MOVE "00" TO DumpStatus
         EXIT PARAGRAPH
       END-IF

       PERFORM UNTIL DumpStatus NOT = "00"
         READ DumpFile
           AT END EXIT PERFORM
         END-READ
         IF DumpLine IS NOT = SPACES THEN
           MOVE SPACES TO LineParam
           STRING function trim(DumpLine), x"00" INTO LineParam END-STRING
           STRING "INSERT INTO maskwork.", function trim(TableName),
               " SELECT ($1::public.", function trim(TableName), ").*;", x"00" INTO QueryString
           END-STRING
           CALL "execparams" USING pgconn querystring NParams1
               LineParam SpareParam2 SpareParam3 pgres END-CALL
         END-IF
       END-PERFORM
       CLOSE DumpFile
       MOVE "00" TO DumpStatus

       STRING "SELECT count(*) FROM maskwork.", function trim(TableName), ";", x"00" INTO QueryString
       END-STRING
       PERFORM CountStatement
       MOVE StagedCount TO GotRows
       IF GotRows NOT = WantRows THEN
         DISPLAY "FAILED " function trim(TableName) " - staged " GotRows " of " WantRows
         SET MaskFailed TO TRUE
       END-IF.

      *> -------------------------
      *> MaskNames: collect every name from every mapped column, deal
      *> the pseudonyms out in random order, then swap them in --
      *> column by column, then inside the free text.
       MaskNames.
       STRING "CREATE TEMP TABLE NameSeen ( Name text ); ",
           "CREATE TEMP TABLE NameMap ( OldName text PRIMARY KEY, NewName text NOT NULL );",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

       PERFORM VARYING NameIdx FROM 1 BY 1 UNTIL NameIdx > 144
           MOVE SPACES TO MaskTable MaskColumn
           UNSTRING NameDef(NameIdx) DELIMITED BY "/" INTO MaskTable, MaskColumn
           END-UNSTRING
           PERFORM CheckStaged
           IF StagedCount > 0 THEN
             STRING "INSERT INTO NameSeen SELECT DISTINCT ", function trim(MaskColumn),
                 " FROM maskwork.", function trim(MaskTable), " WHERE ", function trim(MaskColumn),
                 " IS NOT NULL;", x"00" INTO QueryString
             END-STRING
             PERFORM RunMaskStatement
           END-IF
       END-PERFORM

       STRING "INSERT INTO NameMap ( OldName, NewName ) SELECT Name, ",
           "CASE WHEN Name LIKE 'Guest%' THEN 'Guest' || lpad(row_number() OVER (PARTITION BY Name LIKE 'Guest%' ",
           "ORDER BY random())::text, 8, '0') ELSE 'player' || lpad(row_number() OVER (PARTITION BY ",
           "Name LIKE 'Guest%' ORDER BY random())::text, 7, '0') END ",
           "FROM (SELECT DISTINCT Name FROM NameSeen WHERE Name <> '' AND Name <> 'SYSTEM' ",
           "AND Name !~ '^former[0-9]+$') d;", x"00" INTO QueryString
       END-STRING
       PERFORM RunMaskStatement

       PERFORM VARYING NameIdx FROM 1 BY 1 UNTIL NameIdx > 144
           MOVE SPACES TO MaskTable MaskColumn
           UNSTRING NameDef(NameIdx) DELIMITED BY "/" INTO MaskTable, MaskColumn
           END-UNSTRING
           PERFORM CheckStaged
           IF StagedCount > 0 THEN
             STRING "UPDATE maskwork.", function trim(MaskTable), " x SET ", function trim(MaskColumn),
                 " = m.NewName FROM NameMap m WHERE x.", function trim(MaskColumn), " = m.OldName;",
                 x"00" INTO QueryString
             END-STRING
             PERFORM RunMaskStatement
           END-IF
       END-PERFORM

      *> names embedded in free text, a whole word at a time.
       MOVE "[[:alnum:]]+|[^[:alnum:]]+" TO TokenPattern
       MOVE "NameMap" TO TokenMap
       MOVE "AuditLog" TO MaskTable
       MOVE "Details" TO MaskColumn
       PERFORM MapTextColumn
       MOVE "PendingActions" TO MaskTable
       MOVE "Reason" TO MaskColumn
       PERFORM MapTextColumn
       MOVE "Jobs" TO MaskTable
       MOVE "LastError" TO MaskColumn
       PERFORM MapTextColumn
       MOVE "AlertState" TO MaskTable
       MOVE "LastDetail" TO MaskColumn
       PERFORM MapTextColumn
       MOVE "Achievements" TO MaskTable
       MOVE "Detail" TO MaskColumn
       PERFORM MapTextColumn

      *> logged statements carry their spliced values as literals --
      *> names, passcodes, chat. The statement shape is what a
      *> debugging session needs; every literal goes.
       MOVE "ErrorLog" TO MaskTable
       MOVE "Statement" TO MaskColumn
       PERFORM MaskLiterals
       MOVE "SlowStatements" TO MaskTable
       MOVE "Statement" TO MaskColumn
       PERFORM MaskLiterals.

      *> -------------------------
      *> MaskAddresses: the same two-step for client addresses, into
      *> 10.x.y.z, and through the audit and alert details.
       MaskAddresses.
       STRING "CREATE TEMP TABLE AddrSeen ( Address text ); ",
           "CREATE TEMP TABLE AddrMap ( OldName text PRIMARY KEY, NewName text NOT NULL );",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

       PERFORM VARYING AddrIdx FROM 1 BY 1 UNTIL AddrIdx > 8
           MOVE SPACES TO MaskTable MaskColumn
           UNSTRING AddrDef(AddrIdx) DELIMITED BY "/" INTO MaskTable, MaskColumn
           END-UNSTRING
           PERFORM CheckStaged
           IF StagedCount > 0 THEN
             STRING "INSERT INTO AddrSeen SELECT DISTINCT ", function trim(MaskColumn),
                 " FROM maskwork.", function trim(MaskTable), " WHERE ", function trim(MaskColumn),
                 " IS NOT NULL;", x"00" INTO QueryString
             END-STRING
             PERFORM RunMaskStatement
           END-IF
       END-PERFORM

       STRING "INSERT INTO AddrMap ( OldName, NewName ) SELECT Address, '10.' || (n / 65536 % 256) || '.' || ",
           "(n / 256 % 256) || '.' || (n % 256) FROM (SELECT Address, row_number() OVER (ORDER BY random()) AS n ",
           "FROM (SELECT DISTINCT Address FROM AddrSeen WHERE Address <> '') d) a;", x"00" INTO QueryString
       END-STRING
       PERFORM RunMaskStatement

       PERFORM VARYING AddrIdx FROM 1 BY 1 UNTIL AddrIdx > 8
           MOVE SPACES TO MaskTable MaskColumn
           UNSTRING AddrDef(AddrIdx) DELIMITED BY "/" INTO MaskTable, MaskColumn
           END-UNSTRING
           PERFORM CheckStaged
           IF StagedCount > 0 THEN
             STRING "UPDATE maskwork.", function trim(MaskTable), " x SET ", function trim(MaskColumn),
                 " = m.NewName FROM AddrMap m WHERE x.", function trim(MaskColumn), " = m.OldName;",
                 x"00" INTO QueryString
             END-STRING
             PERFORM RunMaskStatement
           END-IF
       END-PERFORM

       MOVE "[0-9A-Fa-f.:]+|[^0-9A-Fa-f.:]+" TO TokenPattern
       MOVE "AddrMap" TO TokenMap
       MOVE "AuditLog" TO MaskTable
       MOVE "Details" TO MaskColumn
       PERFORM MapTextColumn
       MOVE "AlertState" TO MaskTable
       MOVE "LastDetail" TO MaskColumn
       PERFORM MapTextColumn.

      *> -------------------------
      *> MaskSecrets: everything that lets somebody in or reaches
      *> somebody outside. Names are already pseudonyms here, so the
      *> made-up emails follow them.
       MaskSecrets.
       MOVE SPACES TO PasscodeParam
       STRING function trim(TestPasscode), x"00" INTO PasscodeParam END-STRING

       MOVE "Players" TO MaskTable
       PERFORM CheckStaged
       IF StagedCount > 0 THEN
         STRING "UPDATE maskwork.Players SET PassSalt = substr(md5(random()::text || Name), 1, 16), ",
             "SessionToken = NULL, SessionTokenExpiry = NULL, ContactUrl = NULL, ",
             "Email = CASE WHEN Email IS NULL THEN NULL ELSE Name || '@example.invalid' END;",
             x"00" INTO QueryString
         END-STRING
         PERFORM RunMaskStatement
         STRING "UPDATE maskwork.Players SET Passcode = md5(PassSalt || COALESCE(NULLIF($1, ''), ",
             "md5(random()::text)));", x"00" INTO QueryString
         END-STRING
         CALL "execparams" USING pgconn querystring NParams1
             PasscodeParam SpareParam2 SpareParam3 pgres END-CALL
         PERFORM CheckMaskResult
       END-IF

       MOVE "Rooms" TO MaskTable
       PERFORM CheckStaged
       IF StagedCount > 0 THEN
         STRING "UPDATE maskwork.Rooms SET WebhookUrl = NULL, BridgeUrl = NULL, RoomPasscode = CASE WHEN RoomPasscode IS NULL ",
             "THEN NULL ELSE COALESCE(NULLIF($1, ''), substr(md5(random()::text), 1, 8)) END;",
             x"00" INTO QueryString
         END-STRING
         CALL "execparams" USING pgconn querystring NParams1
             PasscodeParam SpareParam2 SpareParam3 pgres END-CALL
         PERFORM CheckMaskResult
       END-IF

       MOVE "Sessions" TO MaskTable
       STRING "UPDATE maskwork.Sessions SET Token = md5(random()::text || Id);", x"00" INTO QueryString
       END-STRING
       PERFORM RunIfStaged
       MOVE "ViewAsSessions" TO MaskTable
       STRING "UPDATE maskwork.ViewAsSessions SET Token = substr(md5(random()::text || Id), 1, 16);", x"00"
           INTO QueryString
       END-STRING
       PERFORM RunIfStaged
       MOVE "ApiKeys" TO MaskTable
       STRING "UPDATE maskwork.ApiKeys SET ApiKey = upper(substr(md5(random()::text || ApiKey), 1, 16));",
           x"00" INTO QueryString
       END-STRING
       PERFORM RunIfStaged
       MOVE "ResetCodes" TO MaskTable
       STRING "UPDATE maskwork.ResetCodes SET Code = substr(md5(random()::text || Code), 1, 16);",
           x"00" INTO QueryString
       END-STRING
       PERFORM RunIfStaged
       MOVE "InviteCodes" TO MaskTable
       STRING "UPDATE maskwork.InviteCodes SET Code = substr(md5(random()::text || Code), 1, 16);",
           x"00" INTO QueryString
       END-STRING
       PERFORM RunIfStaged
       MOVE "EmailConfirmations" TO MaskTable
       STRING "UPDATE maskwork.EmailConfirmations SET Email = Player || '@example.invalid', ",
           "Code = substr(md5(random()::text || Code), 1, length(Code));", x"00" INTO QueryString
       END-STRING
       PERFORM RunIfStaged
       MOVE "TwoFactor" TO MaskTable
       STRING "UPDATE maskwork.TwoFactor SET Secret = substring(decode(md5(random()::text) || ",
           "md5(random()::text), 'hex') from 1 for octet_length(Secret));", x"00" INTO QueryString
       END-STRING
       PERFORM RunIfStaged
       MOVE "RecoveryCodes" TO MaskTable
       STRING "UPDATE maskwork.RecoveryCodes SET CodeHash = md5(random()::text || CodeHash);",
           x"00" INTO QueryString
       END-STRING
       PERFORM RunIfStaged

      *> nothing the test server does may reach a real person or a
      *> production endpoint.
       MOVE "NotificationOutbox" TO MaskTable
       STRING "UPDATE maskwork.NotificationOutbox SET DeliveredAt = COALESCE(DeliveredAt, now()), ",
           "WebhookUrl = CASE WHEN Channel = 'email' THEN COALESCE(Player, 'nobody') || '@example.invalid' ",
           "ELSE 'https://example.invalid/hook' END;", x"00" INTO QueryString
       END-STRING
       PERFORM RunIfStaged
       MOVE "Status" TO MaskTable
       STRING "DELETE FROM maskwork.Status WHERE Name IN ( 'AlertWebhookUrl', 'LobbyBridgeUrl' );", x"00" INTO QueryString
       END-STRING
       PERFORM RunIfStaged.

      *> -------------------------
      *> ScrambleTexts: each letter becomes a random letter and each
      *> digit a random digit; spacing, punctuation and the HTML
      *> entities parsechat left in place survive, so line lengths
      *> and rendering still look like production.
       ScrambleTexts.
       PERFORM VARYING ScrambleIdx FROM 1 BY 1 UNTIL ScrambleIdx > 16
           MOVE SPACES TO MaskTable MaskColumn
           UNSTRING ScrambleDef(ScrambleIdx) DELIMITED BY "/" INTO MaskTable, MaskColumn
           END-UNSTRING
           STRING "UPDATE maskwork.", function trim(MaskTable), " x SET ", function trim(MaskColumn),
               " = (SELECT string_agg(CASE WHEN g.t[1] ~ '^[[:alpha:]]$' THEN chr(97 + floor(random() * 26)::int) ",
               "WHEN g.t[1] ~ '^[0-9]$' THEN chr(48 + floor(random() * 10)::int) ELSE g.t[1] END, '' ",
               "ORDER BY g.n) FROM regexp_matches(x.", function trim(MaskColumn),
               ", '&#?[[:alnum:]]+;|.', 'g') WITH ORDINALITY g(t, n)) WHERE x.", function trim(MaskColumn),
               " <> '';", x"00" INTO QueryString
           END-STRING
           PERFORM RunIfStaged
       END-PERFORM.

      *> -------------------------
      *> LeakCheck: no mapped column may still hold a name the map
      *> replaced (a pseudonym that happens to equal some original
      *> name is not a leak).
       LeakCheck.
       MOVE 0 TO LeakCount
       PERFORM VARYING NameIdx FROM 1 BY 1 UNTIL NameIdx > 144
           MOVE SPACES TO MaskTable MaskColumn
           UNSTRING NameDef(NameIdx) DELIMITED BY "/" INTO MaskTable, MaskColumn
           END-UNSTRING
           PERFORM CheckStaged
           IF StagedCount > 0 THEN
             STRING "SELECT count(*) FROM maskwork.", function trim(MaskTable), " x JOIN NameMap m ",
                 "ON m.OldName = x.", function trim(MaskColumn), " WHERE NOT EXISTS ",
                 "(SELECT 1 FROM NameMap n WHERE n.NewName = x.", function trim(MaskColumn), ");",
                 x"00" INTO QueryString
             END-STRING
             PERFORM CountStatement
             IF StagedCount > 0 THEN
               DISPLAY "LEAK " function trim(MaskTable) "/" function trim(MaskColumn) ": " StagedCount
               ADD StagedCount TO LeakCount
             END-IF
           END-IF
       END-PERFORM

       IF LeakCount > 0 THEN
         MOVE LeakCount TO LeakZ
         DISPLAY "leak check: " function trim(LeakZ) " row(s) still carry an original name"
         SET MaskFailed TO TRUE
       ELSE
         STRING "SELECT count(*) FROM NameMap;", x"00" INTO QueryString
         END-STRING
         PERFORM CountStatement
         MOVE StagedCount TO LeakZ
         DISPLAY "leak check: clean, " function trim(LeakZ) " name(s) pseudonymised"
       END-IF.

      *> -------------------------
      *> WriteOneTable: the masked twin out in fullbackup's own
      *> format, verified line count against row count, and only then
      *> into the masked manifest.
       WriteOneTable.
       IF ManifestLine IS = SPACES THEN
         EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO TableName WantRowsTxt
       UNSTRING ManifestLine DELIMITED BY "|" INTO TableName, WantRowsTxt
       END-UNSTRING

       STRING "SELECT count(*) FROM maskwork.", function trim(TableName), ";", x"00" INTO QueryString
       END-STRING
       PERFORM CountStatement
       MOVE StagedCount TO NRows

       MOVE SPACES TO MaskedFileName
       STRING function trim(OutPrefix), ".", function trim(TableName) INTO MaskedFileName
       END-STRING
       OPEN OUTPUT MaskedFile
       IF MaskedStatus NOT = "00" THEN
         DISPLAY "FAILED " function trim(TableName) " - cannot write (status " MaskedStatus ")"
         SET MaskFailed TO TRUE
         MOVE "00" TO MaskedStatus
         EXIT PARAGRAPH
       END-IF

       STRING "SELECT translate(t::text, chr(10) || chr(13), '  ') FROM maskwork.",
           function trim(TableName), " t;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning WrittenRows

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= WrittenRows
           call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO MaskedLine
           string resstr delimited by x"00" into MaskedLine end-string
           WRITE MaskedLine
       END-PERFORM
       CLOSE MaskedFile

       IF WrittenRows NOT = NRows THEN
         DISPLAY "FAILED " function trim(TableName) " - wrote " WrittenRows " of " NRows
         SET MaskFailed TO TRUE
         EXIT PARAGRAPH
       END-IF

       MOVE NRows TO RowsZ
       MOVE SPACES TO MaskedManifestLine
       STRING function trim(TableName), "|", function trim(RowsZ) INTO MaskedManifestLine
       END-STRING
       WRITE MaskedManifestLine
       DISPLAY "ok " function trim(TableName) " " function trim(RowsZ) " row(s)".

      *> -------------------------
      *> MapTextColumn: split the text into tokens (TokenPattern) and
      *> swap each one the map (TokenMap) knows.
       MapTextColumn.
       STRING "UPDATE maskwork.", function trim(MaskTable), " x SET ", function trim(MaskColumn),
           " = (SELECT string_agg(COALESCE(m.NewName, g.t[1]), '' ORDER BY g.n) ",
           "FROM regexp_matches(x.", function trim(MaskColumn), ", '", function trim(TokenPattern),
           "', 'g') WITH ORDINALITY g(t, n) LEFT JOIN ", function trim(TokenMap),
           " m ON m.OldName = g.t[1]) WHERE x.", function trim(MaskColumn), " <> '';", x"00" INTO QueryString
       END-STRING
       PERFORM RunIfStaged.

       MaskLiterals.
       STRING "UPDATE maskwork.", function trim(MaskTable), " SET ", function trim(MaskColumn),
           " = regexp_replace(", function trim(MaskColumn), ", '''[^'']*''', '''*''', 'g');",
           x"00" INTO QueryString
       END-STRING
       PERFORM RunIfStaged.

      *> -------------------------
      *> CheckStaged: is MaskTable part of this set? An older set
      *> lacks the newer tables, and they simply have nothing to mask.
       CheckStaged.
       STRING "SELECT count(*) FROM pg_tables WHERE schemaname = 'maskwork' AND tablename = lower('",
           function trim(MaskTable), "');", x"00" INTO QueryString
       END-STRING
       PERFORM CountStatement.

       RunIfStaged.
       MOVE querystring TO LineParam
       PERFORM CheckStaged
       MOVE LineParam TO querystring
       IF StagedCount > 0 THEN
         PERFORM RunMaskStatement
       END-IF.

       RunMaskStatement.
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       PERFORM CheckMaskResult.

      *> a statement that failed left something unmasked; the run
      *> must not write it out.
       CheckMaskResult.
       CALL "checkresult" USING BY REFERENCE pgconn pgres querystring
         BY CONTENT "maskbackup      " "MaskTable               "
         BY REFERENCE ErrFlag
       END-CALL
       IF ErrFlag = "t" THEN
         DISPLAY "FAILED masking " function trim(MaskTable) " - see errorlogreport"
         SET MaskFailed TO TRUE
       END-IF.

       CountStatement.
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       MOVE 0 TO StagedCount
       call "PQntuples" using by value pgres returning result
       IF result > 0 THEN
         call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
         set address of resstr to resptr
         MOVE SPACES TO CountTxt
         string resstr delimited by x"00" into CountTxt end-string
         MOVE function numval(CountTxt) TO StagedCount
       END-IF.

       DropWorkSchema.
       STRING "DROP SCHEMA IF EXISTS maskwork CASCADE;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQfinish" using by value pgconn returning result end-call.

      *> -------------------------
      *> LoadColumnMaps: where names, addresses and free text live.
       LoadColumnMaps.
       MOVE "Players/Name"            TO NameDef(1)
       MOVE "Words/Player"            TO NameDef(2)
       MOVE "WordsArchive/Player"     TO NameDef(3)
       MOVE "Chat/Player"             TO NameDef(4)
       MOVE "Chat/Recipient"          TO NameDef(5)
       MOVE "ChatArchive/Player"      TO NameDef(6)
       MOVE "ChatArchive/Recipient"   TO NameDef(7)
       MOVE "WordAudit/Player"        TO NameDef(8)
       MOVE "HintsUsed/Player"        TO NameDef(9)
       MOVE "DailyPlays/Player"       TO NameDef(10)
       MOVE "ShareCodes/IssuedBy"     TO NameDef(11)
       MOVE "ShareRedeems/Player"     TO NameDef(12)
       MOVE "InviteCodes/IssuedBy"    TO NameDef(13)
       MOVE "ResetCodes/Player"       TO NameDef(14)
       MOVE "ResetCodes/IssuedBy"     TO NameDef(15)
       MOVE "Mail/Sender"             TO NameDef(16)
       MOVE "Mail/Recipient"          TO NameDef(17)
       MOVE "Friends/Player"          TO NameDef(18)
       MOVE "Friends/Friend"          TO NameDef(19)
       MOVE "Achievements/Player"     TO NameDef(20)
       MOVE "PracticeBests/Player"    TO NameDef(21)
       MOVE "RoomModerators/Player"   TO NameDef(22)
       MOVE "Waitlist/Player"         TO NameDef(23)
       MOVE "Rooms/OwnerName"         TO NameDef(24)
       MOVE "AuditLog/Actor"          TO NameDef(25)
       MOVE "Profiles/Player"         TO NameDef(26)
       MOVE "IgnoreList/Player"       TO NameDef(27)
       MOVE "IgnoreList/Ignored"      TO NameDef(28)
       MOVE "WordChallenges/Player"   TO NameDef(29)
       MOVE "WordChallenges/Challenger" TO NameDef(30)
       MOVE "WordChallenges/RuledBy"  TO NameDef(31)
       MOVE "RoomInvites/Invitee"     TO NameDef(32)
       MOVE "RoomInvites/InvitedBy"   TO NameDef(33)
       MOVE "RoomMembers/Player"      TO NameDef(34)
       MOVE "Handicaps/Player"        TO NameDef(35)
       MOVE "PuzzleFinds/Player"      TO NameDef(36)
       MOVE "PuzzleRounds/Player"     TO NameDef(37)
       MOVE "Jobs/Player"             TO NameDef(38)
       MOVE "RoundScores/Player"       TO NameDef(39)
       MOVE "SeasonResults/Player"     TO NameDef(40)
       MOVE "SeasonRatings/Player"     TO NameDef(41)
       MOVE "RatingHistory/Player"     TO NameDef(42)
       MOVE "Clubs/Captain"            TO NameDef(43)
       MOVE "ClubMembers/Player"       TO NameDef(44)
       MOVE "Brackets/CreatedBy"       TO NameDef(45)
       MOVE "Brackets/Winner"          TO NameDef(46)
       MOVE "BracketPlayers/Player"    TO NameDef(47)
       MOVE "BracketMatches/Player1"   TO NameDef(48)
       MOVE "BracketMatches/Player2"   TO NameDef(49)
       MOVE "BracketMatches/Winner"    TO NameDef(50)
       MOVE "GhostRounds/Player"       TO NameDef(51)
       MOVE "GhostRounds/GhostPlayer"  TO NameDef(52)
       MOVE "WordProposals/ProposedBy" TO NameDef(53)
       MOVE "WordProposals/RuledBy"    TO NameDef(54)
       MOVE "WordProposalVotes/Player" TO NameDef(55)
       MOVE "ConductReports/Reporter"  TO NameDef(56)
       MOVE "ConductReports/Target"    TO NameDef(57)
       MOVE "ConductReports/ResolvedBy" TO NameDef(58)
       MOVE "Reactions/Player"         TO NameDef(59)
       MOVE "Reactions/TargetPlayer"   TO NameDef(60)
       MOVE "LoginHistory/Player"      TO NameDef(61)
       MOVE "PlayerTitles/Player"      TO NameDef(62)
       MOVE "StaffGrants/Player"       TO NameDef(63)
       MOVE "ApiKeys/IssuedBy"         TO NameDef(64)
       MOVE "RoomVotes/OpenedBy"       TO NameDef(65)
       MOVE "RoomVotes/TargetPlayer"   TO NameDef(66)
       MOVE "RoomVoteBallots/Player"   TO NameDef(67)
       MOVE "Chat/DeletedBy"           TO NameDef(68)
       MOVE "Leagues/CreatedBy"        TO NameDef(69)
       MOVE "LeaguePlayers/Player"     TO NameDef(70)
       MOVE "LeagueFixtures/Player1"   TO NameDef(71)
       MOVE "LeagueFixtures/Player2"   TO NameDef(72)
       MOVE "SwissEvents/CreatedBy"    TO NameDef(73)
       MOVE "SwissEvents/Winner"       TO NameDef(74)
       MOVE "SwissPlayers/Player"      TO NameDef(75)
       MOVE "SwissMatches/Player1"     TO NameDef(76)
       MOVE "SwissMatches/Player2"     TO NameDef(77)
       MOVE "SwissMatches/Winner"      TO NameDef(78)
       MOVE "EmailConfirmations/Player" TO NameDef(79)
       MOVE "NotificationPrefs/Player" TO NameDef(80)
       MOVE "NotificationOutbox/Player" TO NameDef(81)
       MOVE "TwoFactor/Player"         TO NameDef(82)
       MOVE "RecoveryCodes/Player"     TO NameDef(83)
       MOVE "PendingActions/TargetPlayer" TO NameDef(84)
       MOVE "PendingActions/RequestedBy" TO NameDef(85)
       MOVE "PendingActions/DecidedBy" TO NameDef(86)
       MOVE "Sessions/Player"          TO NameDef(87)
       MOVE "ThrottleAllowlist/AddedBy" TO NameDef(88)
       MOVE "Players/Guardian"         TO NameDef(89)
       MOVE "ConsentLog/Player"        TO NameDef(90)
       MOVE "FeatureFlags/UpdatedBy"   TO NameDef(91)
       MOVE "FeatureFlagRooms/AddedBy" TO NameDef(92)
       MOVE "FeatureFlagPlayers/AddedBy" TO NameDef(93)
       MOVE "FeatureFlagPlayers/Player" TO NameDef(94)
       MOVE "Admins/Player"            TO NameDef(95)
       MOVE "DigestLog/Player"         TO NameDef(96)
       MOVE "MissionProgress/Player"   TO NameDef(97)
       MOVE "Handicaps/SetBy"          TO NameDef(98)
       MOVE "Seasons/ClosedBy"         TO NameDef(99)
       MOVE "PuzzlePacks/CreatedBy"    TO NameDef(100)
       MOVE "Heats/CreatedBy"          TO NameDef(101)
       MOVE "RoomTemplates/CreatedBy"  TO NameDef(102)
       MOVE "WordListVersions/EditedBy" TO NameDef(103)
       MOVE "StaffGrants/GrantedBy"    TO NameDef(104)
       MOVE "TermsVersions/PublishedBy" TO NameDef(105)
       MOVE "Bots/Name"                TO NameDef(106)
       MOVE "PlayerTraces/StartedBy"   TO NameDef(107)
       MOVE "PlayerTraces/Player"      TO NameDef(108)
       MOVE "TraceRequests/Player"     TO NameDef(109)
       MOVE "ViewAsSessions/Staff"     TO NameDef(110)
       MOVE "ViewAsSessions/Player"    TO NameDef(111)
       MOVE "PlayerMerges/FromPlayer"  TO NameDef(112)
       MOVE "PlayerMerges/IntoPlayer"  TO NameDef(113)
       MOVE "PlayerMerges/PreviewedBy" TO NameDef(114)
       MOVE "PlayerMerges/MergedBy"    TO NameDef(115)
       MOVE "PlayerAliases/Player"     TO NameDef(116)
       MOVE "PlayerAliases/Alias"      TO NameDef(117)
       MOVE "Organisations/CreatedBy"  TO NameDef(118)
       MOVE "OrgAdmins/AddedBy"        TO NameDef(119)
       MOVE "OrgMembers/AddedBy"       TO NameDef(120)
       MOVE "OrgWordExclusions/AddedBy" TO NameDef(121)
       MOVE "OrgAdmins/Player"         TO NameDef(122)
       MOVE "OrgMembers/Player"        TO NameDef(123)
       MOVE "ExtraTime/SetBy"          TO NameDef(124)
       MOVE "ExtraTime/Player"         TO NameDef(125)
       MOVE "StudyWords/Player"        TO NameDef(126)
       MOVE "DrillRounds/Player"       TO NameDef(127)
       MOVE "Gifts/Sender"             TO NameDef(128)
       MOVE "Gifts/Recipient"          TO NameDef(129)
       MOVE "DuplicateLinks/PlayerA"   TO NameDef(130)
       MOVE "DuplicateLinks/PlayerB"   TO NameDef(131)
       MOVE "Referrals/Referee"        TO NameDef(132)
       MOVE "Referrals/Referrer"       TO NameDef(133)
       MOVE "Predictions/Player"       TO NameDef(134)
       MOVE "Memberships/Player"       TO NameDef(135)
       MOVE "SupportTickets/Player"    TO NameDef(136)
       MOVE "ErrorLog/Player"          TO NameDef(137)
       MOVE "SupportTickets/Assignee"  TO NameDef(138)
       MOVE "SupportTicketNotes/Author" TO NameDef(139)
       MOVE "BroadcastDismissals/Player" TO NameDef(140)
       MOVE "Broadcasts/CreatedBy"     TO NameDef(141)
       MOVE "PrizeAwards/Player"       TO NameDef(142)
       MOVE "EventPrizes/CreatedBy"    TO NameDef(143)
       MOVE "PrizeAwards/StatusBy"     TO NameDef(144)

       MOVE "LoginHistory/Address"     TO AddrDef(1)
       MOVE "RequestMetrics/Address"   TO AddrDef(2)
       MOVE "Sessions/Address"         TO AddrDef(3)
       MOVE "AddressHits/Address"      TO AddrDef(4)
       MOVE "ThrottleAllowlist/Address" TO AddrDef(5)
       MOVE "ConsentLog/Address"       TO AddrDef(6)
       MOVE "TraceRequests/Address"    TO AddrDef(7)
       MOVE "ViewAsSessions/Address"   TO AddrDef(8)

       MOVE "Chat/ChatRow"             TO ScrambleDef(1)
       MOVE "ChatArchive/ChatRow"      TO ScrambleDef(2)
       MOVE "Mail/Body"                TO ScrambleDef(3)
       MOVE "NotificationOutbox/Payload" TO ScrambleDef(4)
       MOVE "NotificationOutbox/Subject" TO ScrambleDef(5)
       MOVE "Profiles/Tagline"         TO ScrambleDef(6)
       MOVE "ConductReports/Detail"    TO ScrambleDef(7)
       MOVE "ConductReports/Resolution" TO ScrambleDef(8)
       MOVE "WordProposals/Note"       TO ScrambleDef(9)
       MOVE "ThrottleAllowlist/Note"   TO ScrambleDef(10)
       MOVE "PlayerTraces/Note"        TO ScrambleDef(11)
       MOVE "TraceRequests/Params"     TO ScrambleDef(12)
       MOVE "TraceRequests/Response"   TO ScrambleDef(13)
       MOVE "ViewAsSessions/Reason"    TO ScrambleDef(14)
       MOVE "SupportTickets/Detail"    TO ScrambleDef(15)
       MOVE "SupportTicketNotes/Body"  TO ScrambleDef(16).
