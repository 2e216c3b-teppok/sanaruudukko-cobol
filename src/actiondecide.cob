        *> -------------------------
        *> actiondecide.
        *> Takes: pgconn, Player, ActionNum, Decision, Note, OutFormat.
        *> The second pair of eyes. Decision "a" approves PendingActions
        *>   row ActionNum: only an Admin, never the one who asked, and
        *>   only while the row is pending and unexpired -- the Outcome
        *>   flip is the exactly-once claim. An in-game action then runs
        *>   here and now, as the approver, through its own program
        *>   (purgeplayer, annulround, wordlistrollback, retireroom,
        *>   mergeplayer), so
        *>   its own gate still applies; a batch action (seasonclose,
        *>   fullrestore) becomes 'approved' with a fresh FourEyesHours
        *>   window for the operator to run the job with this Id.
        *>   Decision "r" rejects a pending row -- any Admin, the
        *>   requester included, which is how a request is withdrawn.
        *>   Both names, the reason and the note land in AuditLog, and
        *>   for a purge before it runs, so the purge scrubs the name
        *>   from them like every other trace.
        *> Modifies: PendingActions, AuditLog (+ whatever the approved
        *>   action modifies)
        *> Dependencies: execparams, purgeplayer, annulround,
        *>   wordlistrollback, retireroom, mergeplayer

       IDENTIFICATION DIVISION.
       PROGRAM-ID. actiondecide.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(2560) based.
       01 querystring pic x(2048).

       01 NClaimed usage binary-long VALUE 0.
       01 ActionKind pic x(16) VALUE SPACES.
       01 ExecTarget pic x(16) VALUE SPACES.
       01 ExecRoom pic 99999 usage display VALUE ZEROES.
       01 ExecRound pic 99999 usage display VALUE ZEROES.
       01 ExecHistory pic 99999 usage display VALUE ZEROES.
       01 ExecParam pic x(2560) VALUE SPACES.
       01 ExecVersion pic x(16) VALUE SPACES.
       01 ExecInto pic x(16) VALUE SPACES.
       01 ExecReason pic x(2560) VALUE SPACES.
       01 RequestedBy pic x(16) VALUE SPACES.
       01 Tmp pic x(8) VALUE SPACES.
       01 AuditAction pic x(32) VALUE SPACES.
       01 ActionZ pic zzzz9.

       01 AuditParam pic x(5400) VALUE SPACES.
       01 NParams1 usage binary-long VALUE 1.
       01 SpareParam2 pic x(260) VALUE SPACES.
       01 SpareParam3 pic x(260) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 ActionNum pic 99999 usage display.
       01 Decision pic x.
       01 Note pic x(2560).
       01 OutFormat pic x(4).

       PROCEDURE DIVISION USING pgconn, Player, ActionNum, Decision, Note, OutFormat.
       Begin.

       IF ActionNum IS NOT = HIGH-VALUES THEN
         IF Decision = "a" THEN
           STRING "UPDATE PendingActions SET DecidedBy = '", function trim(Player), "', DecidedAt = now(), ",
               "Outcome = CASE WHEN Action IN ('seasonclose', 'fullrestore') THEN 'approved' ELSE 'executed' END, ",
               "ExecutedAt = CASE WHEN Action IN ('seasonclose', 'fullrestore') THEN NULL ELSE now() END, ",
               "ExpiresAt = CASE WHEN Action IN ('seasonclose', 'fullrestore') THEN now() + make_interval(hours => ",
               "COALESCE((SELECT Value FROM Status WHERE Name = 'FourEyesHours')::int, 24)) ELSE ExpiresAt END ",
               "WHERE Id = ", ActionNum, " AND Outcome = 'pending' AND ExpiresAt > now() ",
               "AND RequestedBy <> '", function trim(Player), "' ",
               "AND EXISTS (SELECT 1 FROM Admins WHERE Player = '", function trim(Player), "') ",
               "RETURNING Action, COALESCE(TargetPlayer, ''), COALESCE(RoomId, 0), COALESCE(RoundId, 0), ",
               "RequestedBy, Param, Reason;", x"00" INTO QueryString
           END-STRING
           MOVE "foureyes_approved" TO AuditAction
         ELSE
           STRING "UPDATE PendingActions SET DecidedBy = '", function trim(Player), "', DecidedAt = now(), ",
               "Outcome = 'rejected' WHERE Id = ", ActionNum, " AND Outcome = 'pending' AND ExpiresAt > now() ",
               "AND EXISTS (SELECT 1 FROM Admins WHERE Player = '", function trim(Player), "') ",
               "RETURNING Action, COALESCE(TargetPlayer, ''), COALESCE(RoomId, 0), COALESCE(RoundId, 0), ",
               "RequestedBy, Param, Reason;", x"00" INTO QueryString
           END-STRING
           MOVE "foureyes_rejected" TO AuditAction
         END-IF
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
         call "PQntuples" using by value pgres returning NClaimed
       END-IF

       IF OutFormat = "json" THEN
         IF NClaimed > 0 THEN
           DISPLAY '"actiondecided":1'
         ELSE
           DISPLAY '"actiondecided":0'
         END-IF
       ELSE
         IF NClaimed > 0 THEN
           DISPLAY "<actiondecided>1</actiondecided>"
         ELSE
           DISPLAY "<actiondecided>0</actiondecided>"
         END-IF
       END-IF

       IF NClaimed = 0 THEN
         EXIT PROGRAM
       END-IF

       PERFORM ReadClaimedRow
       PERFORM AuditDecision

       IF Decision = "a" THEN
         PERFORM RunApprovedAction
       END-IF

       EXIT PROGRAM.

      *> -------------------------
      *> ReadClaimedRow: the claimed row's action and arguments.
       ReadClaimedRow.
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO ActionKind
       string resstr delimited by x"00" into ActionKind end-string
       call "PQgetvalue" using by value pgres by value 0 by value 1 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO ExecTarget
       string resstr delimited by x"00" into ExecTarget end-string
       call "PQgetvalue" using by value pgres by value 0 by value 2 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO Tmp
       string resstr delimited by x"00" into Tmp end-string
       MOVE function numval(Tmp) TO ExecRoom
       call "PQgetvalue" using by value pgres by value 0 by value 3 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO Tmp
       string resstr delimited by x"00" into Tmp end-string
       MOVE function numval(Tmp) TO ExecRound
       call "PQgetvalue" using by value pgres by value 0 by value 4 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RequestedBy
       string resstr delimited by x"00" into RequestedBy end-string
       call "PQgetvalue" using by value pgres by value 0 by value 5 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO ExecParam
       string resstr delimited by x"00" into ExecParam end-string
       call "PQgetvalue" using by value pgres by value 0 by value 6 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO ExecReason
       string resstr delimited by x"00" into ExecReason end-string.

      *> -------------------------
      *> AuditDecision: who asked, who decided, on what, and why.
       AuditDecision.
       MOVE SPACES TO AuditParam
       MOVE ActionNum TO ActionZ
       STRING function trim(ActionKind), " #", function trim(ActionZ), " ", function trim(ExecTarget), " ",
           function trim(ExecParam), " requested by ", function trim(RequestedBy), ": ",
           function trim(ExecReason), " / ", function trim(Note), x"00" INTO AuditParam
       END-STRING
       STRING "INSERT INTO AuditLog ( Actor, Action, RoomId, Details ) VALUES ( '", function trim(Player),
           "', '", function trim(AuditAction), "', NULLIF(", ExecRoom, ", 0), $1 );", x"00" INTO QueryString
       END-STRING
       CALL "execparams" USING pgconn querystring NParams1
           AuditParam SpareParam2 SpareParam3 pgres END-CALL.

      *> -------------------------
      *> RunApprovedAction: the in-game actions run now, as the
      *> approver; the batch ones wait for the operator.
       RunApprovedAction.
       EVALUATE function trim(ActionKind)
         WHEN "purgeplayer"
           IF OutFormat = "json" THEN DISPLAY "," END-IF
           CALL "purgeplayer" USING BY REFERENCE pgconn Player ExecRoom ExecRound ExecTarget
             BY CONTENT OutFormat
           END-CALL
         WHEN "annulround"
           MOVE ExecRound TO ExecHistory
           CALL "annulround" USING BY REFERENCE pgconn Player ExecRoom ExecRound ExecHistory ExecReason
           END-CALL
         WHEN "wordlistrollback"
           MOVE ExecParam TO ExecVersion
           CALL "wordlistrollback" USING BY REFERENCE pgconn Player ExecRoom ExecRound ExecVersion
           END-CALL
         WHEN "retireroom"
           CALL "retireroom" USING BY REFERENCE pgconn Player ExecRoom ExecRound
           END-CALL
         WHEN "mergeplayer"
           IF OutFormat = "json" THEN DISPLAY "," END-IF
           MOVE ExecParam TO ExecInto
           CALL "mergeplayer" USING BY REFERENCE pgconn Player ExecRoom ExecRound ExecTarget ExecInto
             BY CONTENT "m" OutFormat
           END-CALL
       END-EVALUATE.
