        *> -------------------------
        *> actionrequest.
        *> Takes: pgconn, Player, RoomId, RoundId, ActionKind,
        *>   TargetPlayer, HistoryRound, VersionQ, ActionParam, Reason,
        *>   ActionMode (out), OutFormat.
        *> The first pair of eyes on a destructive admin action. Checks
        *>   the caller could run ActionKind at all -- the same gate the
        *>   action's own program applies -- and files a PendingActions
        *>   row that a second, different Admin must approve with
        *>   actionapprove before FourEyesHours (Status row, default 24)
        *>   run out:
        *>     purgeplayer      TargetPlayer (Admins or 'purges' grant)
        *>     annulround       HistoryRound, else the current round
        *>                      (Admins or the round's room owner)
        *>     wordlistrollback VersionQ (Admins or 'wordlist' grant)
        *>     retireroom       the current room (Admins); the room's
        *>                      own owner needs nobody's approval, and
        *>                      ActionMode comes back "direct" (Id 0)
        *>                      so the caller retires it at once
        *>     seasonclose      ActionParam, the season name (Admins)
        *>     fullrestore      ActionParam, the backup prefix of a
        *>                      live restore (Admins)
        *>     mergeplayer      TargetPlayer folded into ActionParam
        *>                      (Admins), only once mergepreview has
        *>                      rehearsed that pair within
        *>                      MergePreviewHours (default 24)
        *>   ActionMode is "pending", "direct" or "refused"; the filed
        *>   row's Id is shown (0 when none) for the approver to name.
        *>   Requester, target and reason land in AuditLog.
        *> Modifies: PendingActions, AuditLog
        *> Dependencies: execparams

       IDENTIFICATION DIVISION.
       PROGRAM-ID. actionrequest.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(16) based.
       01 querystring pic x(1024).

       01 IsAdmin usage binary-long value 0.
       01 IsOwner usage binary-long value 0.
       01 NFound usage binary-long value 0.
       01 TargetRound pic 99999 usage display VALUE ZEROES.
       01 TargetRoom pic 99999 usage display VALUE ZEROES.
       01 TargetName pic x(16) VALUE SPACES.
       01 GrantName pic x(16) VALUE SPACES.
       01 Tmp pic x(8) VALUE SPACES.
       01 ActionId pic x(8) VALUE "0".

       01 ReasonParam pic x(2600) VALUE SPACES.
       01 DetailParam pic x(2600) VALUE SPACES.
       01 AuditParam pic x(5200) VALUE SPACES.
       01 NParams2 usage binary-long VALUE 2.
       01 NParams1 usage binary-long VALUE 1.
       01 SpareParam2 pic x(260) VALUE SPACES.
       01 SpareParam3 pic x(260) VALUE SPACES.
       01 FromParam pic x(260) VALUE SPACES.
       01 IntoParam pic x(260) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".
       01 ActionKind pic x(16).
       01 TargetPlayer pic x(16).
       01 HistoryRound pic 99999 usage display.
       01 VersionQ pic x(16).
       01 ActionParam pic x(2560).
       01 Reason pic x(2560).
       01 ActionMode pic x(8).

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId, ActionKind, TargetPlayer,
           HistoryRound, VersionQ, ActionParam, Reason, ActionMode, OutFormat.
       Begin.

       MOVE "refused" TO ActionMode
       MOVE SPACES TO ReasonParam DetailParam

       EVALUATE function trim(ActionKind)
         WHEN "purgeplayer"
           MOVE "purges" TO GrantName
           PERFORM CheckGrant
           IF TargetPlayer IS NOT = SPACES AND IsAdmin > 0 THEN
             MOVE TargetPlayer TO TargetName
             MOVE "pending" TO ActionMode
           END-IF
         WHEN "annulround"
           PERFORM CheckAnnulRound
         WHEN "wordlistrollback"
           MOVE "wordlist" TO GrantName
           PERFORM CheckGrant
           IF VersionQ IS NOT = SPACES AND IsAdmin > 0 THEN
             STRING function trim(VersionQ), x"00" INTO DetailParam END-STRING
             MOVE "pending" TO ActionMode
           END-IF
         WHEN "retireroom"
           PERFORM CheckRetireRoom
         WHEN "seasonclose"
         WHEN "fullrestore"
           MOVE SPACES TO GrantName
           PERFORM CheckGrant
           IF ActionParam IS NOT = SPACES AND IsAdmin > 0 THEN
             STRING function trim(ActionParam), x"00" INTO DetailParam END-STRING
             MOVE "pending" TO ActionMode
           END-IF
         WHEN "mergeplayer"
           MOVE SPACES TO GrantName
           PERFORM CheckGrant
           IF TargetPlayer IS NOT = SPACES AND ActionParam IS NOT = SPACES AND IsAdmin > 0 THEN
             PERFORM CheckMergePreview
           END-IF
       END-EVALUATE

       IF ActionMode = "pending" THEN
         PERFORM FileRequest
       END-IF

       IF OutFormat = "json" THEN
         DISPLAY '"pendingaction":' function trim(ActionId) ',"actionmode":"' function trim(ActionMode) '"'
       ELSE
         DISPLAY "<pendingaction>", function trim(ActionId), "</pendingaction>"
         DISPLAY "<actionmode>", function trim(ActionMode), "</actionmode>"
       END-IF

       EXIT PROGRAM.

      *> -------------------------
      *> CheckGrant: IsAdmin counts an Admins row, or the StaffGrants
      *> capability in GrantName when there is one.
       CheckGrant.
       IF GrantName IS = SPACES THEN
         STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player), "';",
             x"00" INTO QueryString
         END-STRING
       ELSE
         STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player),
             "' UNION ALL SELECT Player FROM StaffGrants WHERE Capability = '", function trim(GrantName),
             "' AND Player = '", function trim(Player), "';", x"00" INTO QueryString
         END-STRING
       END-IF
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning IsAdmin.

      *> -------------------------
      *> CheckAnnulRound: the round named (or the current one), its
      *> room live or archived, and the caller as Admin or that room's
      *> owner -- annulround's own gate.
       CheckAnnulRound.
       IF HistoryRound IS NOT = HIGH-VALUES THEN
         MOVE HistoryRound TO TargetRound
       ELSE
         IF RoundId IS = HIGH-VALUES THEN
           EXIT PARAGRAPH
         END-IF
         MOVE RoundId TO TargetRound
       END-IF

       STRING "SELECT COALESCE(RoomId, 0) FROM Rounds WHERE RoundId = ", TargetRound,
           " UNION ALL SELECT COALESCE(RoomId, 0) FROM RoundsArchive WHERE RoundId = ", TargetRound,
           ";", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NFound
       IF NFound = 0 THEN
         EXIT PARAGRAPH
       END-IF
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO Tmp
       string resstr delimited by x"00" into Tmp end-string
       MOVE Tmp TO TargetRoom

       MOVE SPACES TO GrantName
       PERFORM CheckGrant
       STRING "SELECT Id FROM Rooms WHERE Id = ", TargetRoom,
           " AND OwnerName = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning IsOwner

       IF IsAdmin > 0 OR IsOwner > 0 THEN
         MOVE "pending" TO ActionMode
       END-IF.

      *> -------------------------
      *> CheckMergePreview: a merge is only filed for a pair whose
      *> mergepreview report is recent enough to be what the approver
      *> is shown.
       CheckMergePreview.
       STRING function trim(TargetPlayer), x"00" INTO FromParam END-STRING
       STRING function trim(ActionParam), x"00" INTO IntoParam END-STRING
       STRING "SELECT Id FROM PlayerMerges WHERE FromPlayer = $1 AND IntoPlayer = $2 ",
           "AND MergedAt IS NULL AND PreviewedAt > now() - make_interval(hours => ",
           "COALESCE((SELECT Value FROM Status WHERE Name = 'MergePreviewHours')::int, 24));",
           x"00" INTO QueryString
       END-STRING
       CALL "execparams" USING pgconn querystring NParams2
           FromParam IntoParam SpareParam3 pgres END-CALL
       call "PQntuples" using by value pgres returning NFound
       IF NFound > 0 THEN
         MOVE TargetPlayer TO TargetName
         STRING function trim(ActionParam), x"00" INTO DetailParam END-STRING
         MOVE "pending" TO ActionMode
       END-IF.

      *> -------------------------
      *> CheckRetireRoom: an owner retiring their own room is their
      *> own business; an Admin retiring someone else's is not.
       CheckRetireRoom.
       IF RoomId IS = HIGH-VALUES OR RoomId IS = LOW-VALUES THEN
         EXIT PARAGRAPH
       END-IF
       MOVE RoomId TO TargetRoom

       STRING "SELECT Id FROM Rooms WHERE Id = ", RoomId,
           " AND OwnerName = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning IsOwner
       IF IsOwner > 0 THEN
         MOVE "direct" TO ActionMode
         EXIT PARAGRAPH
       END-IF

       MOVE SPACES TO GrantName
       PERFORM CheckGrant
       IF IsAdmin > 0 THEN
         MOVE "pending" TO ActionMode
       END-IF.

      *> -------------------------
      *> FileRequest: the PendingActions row and its AuditLog line.
      *> Reason and Param are free text, so both travel as bound
      *> parameters.
       FileRequest.
       IF Reason IS NOT = SPACES THEN
         STRING function trim(Reason), x"00" INTO ReasonParam END-STRING
       ELSE
         STRING x"00" INTO ReasonParam END-STRING
       END-IF
       IF DetailParam IS = SPACES THEN
         STRING x"00" INTO DetailParam END-STRING
       END-IF

       STRING "INSERT INTO PendingActions ( Action, TargetPlayer, RoomId, RoundId, Param, Reason, ",
           "RequestedBy, ExpiresAt ) VALUES ( '", function trim(ActionKind), "', NULLIF('",
           function trim(TargetName), "', ''), NULLIF(", TargetRoom, ", 0), NULLIF(", TargetRound,
           ", 0), $2, $1, '", function trim(Player), "', now() + make_interval(hours => ",
           "COALESCE((SELECT Value FROM Status WHERE Name = 'FourEyesHours')::int, 24)) ) RETURNING Id;",
           x"00" INTO QueryString
       END-STRING
       CALL "execparams" USING pgconn querystring NParams2
           ReasonParam DetailParam SpareParam3 pgres END-CALL
       call "PQntuples" using by value pgres returning NFound
       IF NFound = 0 THEN
         MOVE "refused" TO ActionMode
         EXIT PARAGRAPH
       END-IF
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO ActionId
       string resstr delimited by x"00" into ActionId end-string

       MOVE SPACES TO AuditParam
       STRING function trim(ActionKind), " #", function trim(ActionId), " ",
           function trim(TargetName), " ", DetailParam delimited by x"00", ": ",
           function trim(Reason), x"00" INTO AuditParam
       END-STRING
       STRING "INSERT INTO AuditLog ( Actor, Action, RoomId, Details ) VALUES ( '", function trim(Player),
           "', 'foureyes_requested', NULLIF(", TargetRoom, ", 0), $1 );", x"00" INTO QueryString
       END-STRING
       CALL "execparams" USING pgconn querystring NParams1
           AuditParam SpareParam2 SpareParam3 pgres END-CALL.
