        *>   Words row landed, then tears the room down outright. Each
        *>   step prints PASS or FAIL; the first failure stops the run
        *>   and pages through the same NotificationOutbox 'alert' path
        *>   alertmonitor uses (Status row AlertWebhookUrl). Pass or
        *>   fail, the run leaves a ServiceChecks row -- the failed step,
        *>   the run's wall time, whether MaintenanceMode was up -- for
        *>   availabilityreport.
        *> Modifies: Players (the probe account), Rooms/Rounds/Words/...
        *>   (created then deleted), NotificationOutbox on failure,
        *>   ServiceChecks
        *> Dependencies: getdb, init, newround, initround,
        *>   allwords, submitword, displaywords

       01 XmlFormat pic x(4) VALUE "xml".

       01 FailedStep pic x(16) VALUE SPACES.
       01 ProbeStarted pic x(40) VALUE SPACES.
       01 ProbeOk pic x(5) VALUE "true".
       01 NoPath pic x(120) VALUE SPACES.
       01 AlertUrl pic x(256) VALUE SPACES.


       CALL "getdb" USING BY REFERENCE pgconn

      *> the database clock times the run, so the figure is the same
      *> one the report compares against.
       STRING "SELECT clock_timestamp()::text;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO ProbeStarted
       string resstr delimited by x"00" into ProbeStarted end-string

      *> the probe logs in with a passcode minted for this run and
      *> stamped straight onto the account -- never reused, never
      *> shared, never in anyone's logs longer than one run.
           "', md5('", NewSalt, "' || '", ProbePass, "'), null, false, now(), false, false, 0, '",
           NewSalt, "' ) ON CONFLICT ( name ) DO UPDATE SET ",
           "Passcode = md5('", NewSalt, "' || '", ProbePass, "'), PassSalt = '", NewSalt,
           "', LockedUntil = NULL, FailedLogins = 0;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
      *> each run logs in afresh; last run's session is of no use.
       STRING "DELETE FROM Sessions WHERE Player = '", function trim(ProbeName), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

         By Reference IdleWarning
         By Reference LockedOut
         By Reference ClientAddr
         By Reference SessionId
       END-CALL
       IF Player IS = HIGH-VALUES THEN
         MOVE "init" TO FailedStep
       PERFORM TearDownRoom
       DISPLAY "PASS teardown"
       DISPLAY "probe run clean"
       PERFORM RecordCheck

       call "PQfinish" using by value pgconn returning result end-call
       STOP RUN.
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call.

      *> -------------------------
      *> RecordCheck: this run's outcome into the availability
      *> history.
       RecordCheck.
       STRING "INSERT INTO ServiceChecks ( Source, Ok, Detail, Millis, Maintenance ) SELECT 'probe', ",
           function trim(ProbeOk), ", '", function trim(FailedStep), "', ",
           "floor(extract(epoch from (clock_timestamp() - '", function trim(ProbeStarted),
           "'::timestamptz)) * 1000)::int, EXISTS ( SELECT 1 FROM Status WHERE Name = 'MaintenanceMode' ",
           "AND Value = '1' );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call.

      *> -------------------------
      *> FailAndAlert: print the FAIL, page through the alert path
      *> alertmonitor uses, try to clean up, and stop -- cron's exit
      *> log plus the page is the whole report.
       FailAndAlert.
       DISPLAY "FAIL " function trim(FailedStep)
       MOVE "false" TO ProbeOk
       PERFORM RecordCheck
       STRING "SELECT COALESCE((SELECT Value FROM Status WHERE Name = 'AlertWebhookUrl'), '');",
           x"00" INTO QueryString
       END-STRING
