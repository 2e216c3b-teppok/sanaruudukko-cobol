        *>   cross-table referential checks (words without their
        *>   round, settled scores without their round, seats without
        *>   their player) are reported so a sick database isn't
        *>   faithfully preserved unnoticed. The database's schema
        *>   version (schemacheck) goes into <prefix>.schemaversion
        *>   for fullrestore to hold against the database it restores
        *>   into; the SchemaMigrations ledger itself belongs to the
        *>   schema, not the data, and is not backed up.
        *> Modifies: the output files only
        *> Dependencies: getdb, schemacheck

       IDENTIFICATION DIVISION.
       PROGRAM-ID. fullbackup.
       01 ManifestFileName pic x(96) VALUE SPACES.
       01 DumpStatus pic xx VALUE "00".
       01 ManifestStatus pic xx VALUE "00".
       01 SchemaHave pic 9(4) VALUE 0.
       01 SchemaNeed pic 9(4) VALUE 0.
       01 SchemaState pic x VALUE "o".
       01 SchemaZ pic zzz9.

      *> every game table, the whole schema. A table missing here
      *> is a table the recovery loses -- extend this list and
      *> fullrestore's together whenever a migration adds one.
       01 TableCatalogue.
          05 TableDef pic x(24) OCCURS 140 TIMES.
       01 TableIdx usage binary-long.
       01 TableName pic x(24).

         STOP RUN
       END-IF

       PERFORM WriteSchemaVersion

       PERFORM VARYING TableIdx FROM 1 BY 1 UNTIL TableIdx > 140
           MOVE TableDef(TableIdx) TO TableName
           PERFORM DumpOneTable
       END-PERFORM
       call "PQfinish" using by value pgconn returning result end-call
       STOP RUN.

      *> -------------------------
      *> WriteSchemaVersion: the schema the set was taken at, one line
      *> (0 for a database without a ledger).
       WriteSchemaVersion.
       CALL "schemacheck" USING BY REFERENCE pgconn SchemaHave SchemaNeed SchemaState
       END-CALL
       MOVE SchemaHave TO SchemaZ
       MOVE SPACES TO DumpFileName
       STRING function trim(OutPrefix), ".schemaversion" INTO DumpFileName
       END-STRING
       OPEN OUTPUT DumpFile
       IF DumpStatus NOT = "00" THEN
         DISPLAY "FAILED schemaversion - cannot write (status " DumpStatus ")"
         SET BackupFailed TO TRUE
         EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO DumpLine
       MOVE function trim(SchemaZ) TO DumpLine
       WRITE DumpLine
       CLOSE DumpFile
       DISPLAY "schema version " function trim(SchemaZ).

      *> -------------------------
      *> DumpOneTable: count, write, re-verify the line count against
      *> the row count, and only then record the table in the
       MOVE "LeaguePlayers"      TO TableDef(82)
       MOVE "LeagueFixtures"     TO TableDef(83)
       MOVE "BonusWord"          TO TableDef(84)
       MOVE "NotificationOutbox" TO TableDef(85)
       MOVE "RoundPhases"        TO TableDef(86)
       MOVE "TieBreakBoards"     TO TableDef(87)
       MOVE "SwissEvents"        TO TableDef(88)
       MOVE "SwissPlayers"       TO TableDef(89)
       MOVE "SwissMatches"       TO TableDef(90)
       MOVE "SolutionCache"      TO TableDef(91)
       MOVE "SolutionWords"      TO TableDef(92)
       MOVE "SlowStatements"     TO TableDef(93)
       MOVE "EmailConfirmations" TO TableDef(94)
       MOVE "NotificationPrefs"  TO TableDef(95)
       MOVE "TwoFactor"          TO TableDef(96)
       MOVE "RecoveryCodes"      TO TableDef(97)
       MOVE "PendingActions"     TO TableDef(98)
       MOVE "Sessions"           TO TableDef(99)
       MOVE "ThrottleAllowlist"  TO TableDef(100)
       MOVE "TermsVersions"      TO TableDef(101)
       MOVE "ConsentLog"         TO TableDef(102)
       MOVE "FeatureFlags"       TO TableDef(103)
       MOVE "FeatureFlagRooms"   TO TableDef(104)
       MOVE "FeatureFlagPlayers" TO TableDef(105)
       MOVE "BatchSchedule"      TO TableDef(106)
       MOVE "BatchDependencies"  TO TableDef(107)
       MOVE "BatchSlots"         TO TableDef(108)
       MOVE "PlayerTraces"       TO TableDef(109)
       MOVE "TraceRequests"      TO TableDef(110)
       MOVE "ViewAsSessions"     TO TableDef(111)
       MOVE "PlayerAliases"      TO TableDef(112)
       MOVE "PlayerMerges"       TO TableDef(113)
       MOVE "Organisations"      TO TableDef(114)
       MOVE "OrgAdmins"          TO TableDef(115)
       MOVE "OrgMembers"         TO TableDef(116)
       MOVE "OrgWordExclusions"  TO TableDef(117)
       MOVE "ExtraTime"          TO TableDef(118)
       MOVE "RoomHours"          TO TableDef(119)
       MOVE "RoomHolidays"       TO TableDef(120)
       MOVE "WordCategories"     TO TableDef(121)
       MOVE "DiceDrafts"         TO TableDef(122)
       MOVE "DiceDraftDice"      TO TableDef(123)
       MOVE "StudyWords"         TO TableDef(124)
       MOVE "DrillRounds"        TO TableDef(125)
       MOVE "DrillWords"         TO TableDef(126)
       MOVE "Gifts"              TO TableDef(127)
       MOVE "DuplicateLinks"     TO TableDef(128)
       MOVE "Referrals"          TO TableDef(129)
       MOVE "Predictions"        TO TableDef(130)
       MOVE "Memberships"        TO TableDef(131)
       MOVE "SupportTickets"     TO TableDef(132)
       MOVE "SupportTicketNotes" TO TableDef(133)
       MOVE "SupportTicketErrors" TO TableDef(134)
       MOVE "Broadcasts"         TO TableDef(135)
       MOVE "BroadcastDismissals" TO TableDef(136)
       MOVE "EventPrizes"        TO TableDef(137)
       MOVE "PrizeAwards"        TO TableDef(138)
       MOVE "ServiceChecks"      TO TableDef(139)
       MOVE "WordFamilies"       TO TableDef(140).
