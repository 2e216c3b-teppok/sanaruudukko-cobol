        *> -------------------------
        *> displaybroadcasts.
        *> Takes: pgconn, Player, RoomId, BroadcastScope, OutFormat.
        *> The operator broadcasts this player should be seeing now --
        *>   running, not cancelled, not dismissed by them -- each with
        *>   its text and end time. BroadcastScope "r" is a seat in
        *>   RoomId (the wordwaiter view): broadcasts to all, to the
        *>   room's Language and to the room's organisation, in the
        *>   room's language. "l" is the lobby (the getrooms view):
        *>   broadcasts to all, to the lobby and to any organisation
        *>   the player belongs to, in their PreferredLanguage. Either
        *>   way the text falls back to the EN Translations row and
        *>   finally the MessageId itself, the lookup chain maintcheck
        *>   uses. "a" gives an Admin the whole schedule instead --
        *>   everything not ended more than a week ago, with target,
        *>   window, status and how many have dismissed it; anyone else
        *>   asking for it gets their own room or lobby view.
        *> Modifies:
        *> Dependencies: gettimezone

       IDENTIFICATION DIVISION.
       PROGRAM-ID. displaybroadcasts.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(1024) based.
       01 querystring pic x(2560).

       01 IsAdmin usage binary-long VALUE 0.
       01 ViewScope pic x VALUE "l".
         88 RoomView VALUE "r".
         88 ScheduleView VALUE "a".
       01 LangExpr pic x(160) VALUE SPACES.
       01 TargetClause pic x(400) VALUE SPACES.
       01 TzPrefix pic x(16) VALUE SPACES.
       01 TzSuffix pic x(96) VALUE SPACES.
       01 EscPrefix pic x(48) VALUE SPACES.
       01 EscSuffix pic x(96) VALUE SPACES.

       01 NRows usage binary-long VALUE 0.
       01 RowIdx usage binary-long.
       01 BroadcastId pic x(8).
       01 BroadcastText pic x(1000).
       01 BroadcastEnds pic x(16).
       01 BroadcastKey pic x(64).
       01 BroadcastTarget pic x(8).
       01 BroadcastTo pic x(16).
       01 BroadcastStarts pic x(16).
       01 BroadcastStatus pic x(10).
       01 BroadcastDismissed pic x(8).

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 RoomId pic 99999 usage display.
       01 BroadcastScope pic x.
       01 OutFormat pic x(4).

       PROCEDURE DIVISION USING pgconn, Player, RoomId, BroadcastScope, OutFormat.
       Begin.

       CALL "gettimezone" USING BY REFERENCE pgconn Player TzPrefix TzSuffix

      *> translations and message keys are operator text, escaped for
      *> the output format on the way out.
       IF OutFormat = "json" THEN
         MOVE "replace(replace(replace(replace(replace(" TO EscPrefix
         MOVE ", '\', '\\'), '""', '\""'), E'\n', '\n'), E'\r', '\r'), E'\t', '\t')" TO EscSuffix
       ELSE
         MOVE "replace(replace(replace(" TO EscPrefix
         MOVE ", '&', '&amp;'), '<', '&lt;'), '>', '&gt;')" TO EscSuffix
       END-IF

       MOVE BroadcastScope TO ViewScope
       IF ScheduleView THEN
         STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
         call "PQntuples" using by value pgres returning IsAdmin
         IF IsAdmin = 0 THEN
           MOVE "l" TO ViewScope
           IF RoomId IS NOT = HIGH-VALUES AND RoomId IS NOT = LOW-VALUES AND RoomId > 0 THEN
             MOVE "r" TO ViewScope
           END-IF
         END-IF
       END-IF
       IF RoomView AND ( RoomId IS = HIGH-VALUES OR RoomId IS = LOW-VALUES ) THEN
         MOVE "l" TO ViewScope
       END-IF

       IF OutFormat = "json" THEN
          DISPLAY '"broadcasts":['
       ELSE
          DISPLAY "<broadcasts>"
       END-IF

       IF ScheduleView THEN
         PERFORM ShowSchedule
       ELSE
         PERFORM ShowActive
       END-IF

       IF OutFormat = "json" THEN
          DISPLAY "]"
       ELSE
          DISPLAY "</broadcasts>"
       END-IF

       EXIT PROGRAM.

      *> -------------------------
      *> ShowActive: the running broadcasts for a room seat or the
      *> lobby, oldest first.
       ShowActive.
       MOVE SPACES TO LangExpr TargetClause
       IF RoomView THEN
         STRING "(SELECT Language FROM Rooms WHERE Id = ", RoomId, ")" DELIMITED BY SIZE INTO LangExpr
         END-STRING
         STRING "( b.Target = 'all' OR ( b.Target = 'language' AND b.TargetLanguage = ",
             "(SELECT Language FROM Rooms WHERE Id = ", RoomId, ") ) OR ( b.Target = 'org' AND ",
             "b.TargetOrg = (SELECT OrgId FROM Rooms WHERE Id = ", RoomId, ") ) )"
             DELIMITED BY SIZE INTO TargetClause
         END-STRING
       ELSE
         STRING "(SELECT PreferredLanguage FROM Profiles WHERE Player = '", function trim(Player), "')"
             DELIMITED BY SIZE INTO LangExpr
         END-STRING
         STRING "( b.Target IN ('all', 'lobby') OR ( b.Target = 'org' AND b.TargetOrg IN ",
             "( SELECT OrgId FROM OrgMembers WHERE Player = '", function trim(Player),
             "' UNION SELECT OrgId FROM OrgAdmins WHERE Player = '", function trim(Player), "' ) ) )"
             DELIMITED BY SIZE INTO TargetClause
         END-STRING
       END-IF

       STRING "SELECT b.Id, ", function trim(EscPrefix), "COALESCE( ",
           "(SELECT Text FROM Translations WHERE MessageId = b.MessageId AND Language = ",
           function trim(LangExpr), "), ",
           "(SELECT Text FROM Translations WHERE MessageId = b.MessageId AND Language = 'EN'), ",
           "b.MessageId)", function trim(EscSuffix), ", ",
           "to_char(", function trim(TzPrefix), "b.EndsAt", function trim(TzSuffix), ", 'YYYY-MM-DD HH24:MI') ",
           "FROM Broadcasts b WHERE b.CancelledAt IS NULL AND b.StartsAt <= now() AND b.EndsAt > now() ",
           "AND ", function trim(TargetClause), " AND NOT EXISTS ( SELECT 1 FROM BroadcastDismissals d ",
           "WHERE d.BroadcastId = b.Id AND d.Player = '", function trim(Player), "' ) ",
           "ORDER BY b.StartsAt, b.Id LIMIT 20;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO BroadcastId
           string resstr delimited by x"00" into BroadcastId end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO BroadcastText
           string resstr delimited by x"00" into BroadcastText end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO BroadcastEnds
           string resstr delimited by x"00" into BroadcastEnds end-string

           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"broadcast":' function trim(BroadcastId) ',"text":"' function trim(BroadcastText)
                  '","ends":"' function trim(BroadcastEnds) '"}'
           ELSE
              DISPLAY "<broadcast><id>", function trim(BroadcastId), "</id><text>", function trim(BroadcastText),
                  "</text><ends>", function trim(BroadcastEnds), "</ends></broadcast>"
           END-IF
       END-PERFORM.

      *> -------------------------
      *> ShowSchedule: every broadcast still running, still to come or
      *> ended within the week, for an Admin, soonest start first.
       ShowSchedule.
       STRING "SELECT b.Id, ", function trim(EscPrefix), "b.MessageId", function trim(EscSuffix), ", b.Target, ",
           "COALESCE(b.TargetLanguage, o.Code, ''), ",
           "to_char(", function trim(TzPrefix), "b.StartsAt", function trim(TzSuffix), ", 'YYYY-MM-DD HH24:MI'), ",
           "to_char(", function trim(TzPrefix), "b.EndsAt", function trim(TzSuffix), ", 'YYYY-MM-DD HH24:MI'), ",
           "CASE WHEN b.CancelledAt IS NOT NULL THEN 'cancelled' WHEN b.EndsAt <= now() THEN 'ended' ",
           "WHEN b.StartsAt > now() THEN 'scheduled' ELSE 'active' END, ",
           "(SELECT count(*) FROM BroadcastDismissals d WHERE d.BroadcastId = b.Id), ",
           function trim(EscPrefix), "COALESCE((SELECT Text FROM Translations WHERE MessageId = b.MessageId ",
           "AND Language = 'EN'), b.MessageId)", function trim(EscSuffix), " ",
           "FROM Broadcasts b LEFT JOIN Organisations o ON o.Id = b.TargetOrg ",
           "WHERE b.EndsAt > now() - interval '7 days' ORDER BY b.StartsAt, b.Id LIMIT 200;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO BroadcastId
           string resstr delimited by x"00" into BroadcastId end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO BroadcastKey
           string resstr delimited by x"00" into BroadcastKey end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO BroadcastTarget
           string resstr delimited by x"00" into BroadcastTarget end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 3 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO BroadcastTo
           string resstr delimited by x"00" into BroadcastTo end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 4 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO BroadcastStarts
           string resstr delimited by x"00" into BroadcastStarts end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 5 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO BroadcastEnds
           string resstr delimited by x"00" into BroadcastEnds end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 6 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO BroadcastStatus
           string resstr delimited by x"00" into BroadcastStatus end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 7 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO BroadcastDismissed
           string resstr delimited by x"00" into BroadcastDismissed end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 8 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO BroadcastText
           string resstr delimited by x"00" into BroadcastText end-string

           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"broadcast":' function trim(BroadcastId) ',"key":"' function trim(BroadcastKey)
                  '","target":"' function trim(BroadcastTarget) '","to":"' function trim(BroadcastTo)
                  '","starts":"' function trim(BroadcastStarts) '","ends":"' function trim(BroadcastEnds)
                  '","status":"' function trim(BroadcastStatus) '","dismissed":' function trim(BroadcastDismissed)
                  ',"text":"' function trim(BroadcastText) '"}'
           ELSE
              DISPLAY "<broadcast><id>", function trim(BroadcastId), "</id><key>", function trim(BroadcastKey),
                  "</key><target>", function trim(BroadcastTarget), "</target><to>", function trim(BroadcastTo),
                  "</to><starts>", function trim(BroadcastStarts), "</starts><ends>", function trim(BroadcastEnds),
                  "</ends><status>", function trim(BroadcastStatus), "</status><dismissed>",
                  function trim(BroadcastDismissed), "</dismissed><text>", function trim(BroadcastText),
                  "</text></broadcast>"
           END-IF
       END-PERFORM.
