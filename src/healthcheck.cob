        *>   monitoring: does the database answer (SELECT 1 must come
        *>   back as tuples), how many Initializing:<room> Status
        *>   semaphores are stuck past their 30-second expiry, how big
        *>   the undelivered NotificationOutbox backlog is (rows held
        *>   for a player's quiet hours don't count until due), the age
        *>   in seconds of the newest Rounds row (-1 when there are no
        *>   rounds at all), and how many seconds the read-only replica
        *>   (getreplica) is behind (-1 when none is configured or it
        *>   can't be reached), whether the cryptographic source
        *>   securetoken draws tokens and codes from answers (strongrandom
        *>   1/0) and how many draws failed in the last day, and the
        *>   database's schema version beside the one this build needs
        *>   (schemacheck). Verdict is
        *>   "ok" unless the database is silent, a round-start semaphore
        *>   is stuck or the strong source is down -- the first two kill
        *>   the room list on a Saturday evening, the last stops every
        *>   login token and code being issued -- and "outdated" when
        *>   the schema is behind, which is what processq and the
        *>   daemons refuse to run on; the rest are gauges for
        *>   thresholds in the monitoring itself. At most once a
        *>   minute, however often it is polled, the verdict also goes
        *>   into ServiceChecks for availabilityreport.
        *> Modifies: ServiceChecks
        *> Dependencies: getreplica, schemacheck

       IDENTIFICATION DIVISION.
       PROGRAM-ID. healthcheck.
       01 NewestRoundAge pic x(16) VALUE "-1".
       01 AgeNull usage binary-long VALUE 0.
       01 Verdict pic x(8) VALUE "degraded".
       01 ReplicaConn usage pointer.
       01 ReplicaLag pic x(16) VALUE "-1".
       01 StrongFlag pic 9 VALUE 0.
         88 StrongRandomOk VALUE 1.
       01 TokenFailures pic x(8) VALUE "0".
       01 VerdictOk pic x(5) VALUE "false".
       01 SchemaHave pic 9(4) VALUE 0.
       01 SchemaNeed pic 9(4) VALUE 0.
       01 SchemaState pic x VALUE "n".
         88 SchemaOk VALUE "o".
       01 SchemaHaveZ pic zzz9.
       01 SchemaNeedZ pic zzz9.

       LINKAGE SECTION.
       01 pgconn usage pointer.
         MOVE SPACES TO StuckInits
         string resstr delimited by x"00" into StuckInits end-string

         STRING "SELECT count(*) FROM NotificationOutbox WHERE DeliveredAt IS NULL ",
             "AND (DeliverAfter IS NULL OR DeliverAfter <= now());", x"00" INTO QueryString
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
         call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
         END-IF
       END-IF

       IF DbOk THEN
         STRING "SELECT length(gen_random_bytes(16));", x"00" INTO QueryString
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
         call "PQresultStatus" using by value pgres returning ResStatus
         IF ResStatus = 2 THEN
           SET StrongRandomOk TO TRUE
         END-IF

         STRING "SELECT count(*) FROM ErrorLog WHERE Program = 'securetoken' ",
             "AND EventTime > now() - interval '1 day';", x"00" INTO QueryString
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
         call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
         set address of resstr to resptr
         MOVE SPACES TO TokenFailures
         string resstr delimited by x"00" into TokenFailures end-string
       END-IF

       IF DbOk THEN
         CALL "getreplica" USING BY REFERENCE pgconn ReplicaConn ReplicaLag
         END-CALL
         IF ReplicaConn NOT = pgconn THEN
           call "PQfinish" using by value ReplicaConn end-call
         END-IF
       END-IF

       CALL "schemacheck" USING BY REFERENCE pgconn SchemaHave SchemaNeed SchemaState
       END-CALL
       MOVE SchemaHave TO SchemaHaveZ
       MOVE SchemaNeed TO SchemaNeedZ

       IF DbOk AND function numval(StuckInits) = 0 AND StrongRandomOk THEN
         MOVE "ok" TO Verdict
       ELSE
         MOVE "degraded" TO Verdict
       END-IF
       IF DbOk AND NOT SchemaOk THEN
         MOVE "outdated" TO Verdict
       END-IF

      *> a silent database takes no row; the gap it leaves in the
      *> probe history is what availabilityreport counts.
       IF DbOk THEN
         IF Verdict = "ok" THEN
           MOVE "true" TO VerdictOk
         END-IF
         STRING "INSERT INTO ServiceChecks ( Source, Ok, Detail, Maintenance ) SELECT 'health', ",
             function trim(VerdictOk), ", '", function trim(Verdict), "', EXISTS ( SELECT 1 FROM Status ",
             "WHERE Name = 'MaintenanceMode' AND Value = '1' ) WHERE NOT EXISTS ( SELECT 1 FROM ServiceChecks ",
             "WHERE Source = 'health' AND CheckedAt > now() - interval '1 minute' );", x"00" INTO QueryString
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       END-IF

       IF OutFormat = "json" THEN
         DISPLAY '"health":{"verdict":"' function trim(Verdict)
             '","dbok":' DbOkFlag ',"stuckinits":' function trim(StuckInits)
             ',"outboxbacklog":' function trim(OutboxBacklog)
             ',"newestroundage":' function trim(NewestRoundAge)
             ',"replicalag":' function trim(ReplicaLag)
             ',"strongrandom":' StrongFlag ',"tokenfailures":' function trim(TokenFailures)
             ',"schemaversion":' function trim(SchemaHaveZ) ',"schemaexpected":' function trim(SchemaNeedZ) '}'
       ELSE
         DISPLAY "<health>"
         DISPLAY "<verdict>", function trim(Verdict), "</verdict>"
         DISPLAY "<stuckinits>", function trim(StuckInits), "</stuckinits>"
         DISPLAY "<outboxbacklog>", function trim(OutboxBacklog), "</outboxbacklog>"
         DISPLAY "<newestroundage>", function trim(NewestRoundAge), "</newestroundage>"
         DISPLAY "<replicalag>", function trim(ReplicaLag), "</replicalag>"
         DISPLAY "<strongrandom>", StrongFlag, "</strongrandom>"
         DISPLAY "<tokenfailures>", function trim(TokenFailures), "</tokenfailures>"
         DISPLAY "<schemaversion>", function trim(SchemaHaveZ), "</schemaversion>"
         DISPLAY "<schemaexpected>", function trim(SchemaNeedZ), "</schemaexpected>"
         DISPLAY "</health>"
       END-IF

