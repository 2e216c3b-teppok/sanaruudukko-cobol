        *> -------------------------
        *> seasonclose.
        *> Takes: the season's name and the Id of the PendingActions
        *>   row two Admins agreed on (standalone batch job, run by the
        *>   operator when a season ends).
        *> Closes the competitive season: creates the Seasons row, then
        *>   freezes every room's cumulative standings (the same
        *>   settled RoundScores sum displayleaderboard shows, every
        *>   everyone ended up, so the seasons func can show who was
        *>   promoted and relegated. The whole close runs as one
        *>   transaction, same as newroom's recycle.
        *>   Nothing runs without four eyes: the first statement of
        *>   that transaction claims the named PendingActions row -- an
        *>   approved, unexpired seasonclose request for this very
        *>   season name -- and marks it executed, so one approval is
        *>   one close.
        *> Modifies: Seasons, SeasonResults, SeasonRatings,
        *>   Players.Division, PendingActions, AuditLog
        *> Dependencies: getdb, execparams

       IDENTIFICATION DIVISION.
       01 SeasonName pic x(64) VALUE SPACES.
       01 SeasonNameParam pic x(260) VALUE SPACES.
       01 NParams1 usage binary-long VALUE 1.
       01 NParams2 usage binary-long VALUE 2.
       01 ActionArg pic x(16) VALUE SPACES.
       01 ActionParam pic x(260) VALUE SPACES.
       01 NApproved usage binary-long VALUE 0.
       01 SpareParam2 pic x(260) VALUE SPACES.
       01 SpareParam3 pic x(260) VALUE SPACES.

       Begin.

       ACCEPT SeasonName FROM ARGUMENT-VALUE
       ACCEPT ActionArg FROM ARGUMENT-VALUE

       IF SeasonName IS = SPACES OR ActionArg IS = SPACES
           OR function trim(ActionArg) IS NOT NUMERIC THEN
         DISPLAY "usage: seasonclose <season name> <approved action id>"
         STOP RUN
       END-IF


       MOVE SPACES TO SeasonNameParam
       STRING function trim(SeasonName), x"00" INTO SeasonNameParam END-STRING

      *> the four-eyes claim. The request's Param went through
      *> parsechat on its way in, so the name is compared in that
      *> entity-escaped form.
       MOVE SPACES TO ActionParam
       STRING function trim(ActionArg), x"00" INTO ActionParam END-STRING
       STRING "UPDATE PendingActions SET Outcome = 'executed', ExecutedAt = now() ",
           "WHERE Id = $2::int AND Action = 'seasonclose' AND Outcome = 'approved' AND ExpiresAt > now() ",
           "AND Param = replace(replace(replace(replace(replace(replace($1, '&', '&amp;'), '<', '&lt;'), ",
           "'>', '&gt;'), '", x"22", "', '&quot;'), '''', '&#x27;'), '/', '&#x2F;') RETURNING Id;",
           x"00" INTO QueryString
       END-STRING
       CALL "execparams" USING pgconn querystring NParams2
           SeasonNameParam ActionParam SpareParam3 pgres END-CALL
       call "PQntuples" using by value pgres returning NApproved
       IF NApproved = 0 THEN
         DISPLAY "no approved seasonclose request " function trim(ActionArg)
             " for this season - nothing closed"
         STRING "ROLLBACK;", x"00" INTO Querystring END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
         call "PQfinish" using by value pgconn returning result end-call
         STOP RUN
       END-IF

       STRING "INSERT INTO Seasons ( Name ) VALUES ( $1 ) RETURNING Id;", x"00" INTO QueryString
       END-STRING
       CALL "execparams" USING pgconn querystring NParams1
       CALL "execparams" USING pgconn querystring NParams1
           SeasonNameParam SpareParam2 SpareParam3 pgres END-CALL

       STRING "INSERT INTO AuditLog ( Actor, Action, Details ) SELECT 'SYSTEM', 'foureyes_executed', ",
           "'seasonclose #' || Id || ' ' || Param || ' requested by ' || RequestedBy || ', approved by ' || ",
           "DecidedBy FROM PendingActions WHERE Id = $1::int;", x"00" INTO QueryString
       END-STRING
       CALL "execparams" USING pgconn querystring NParams1
           ActionParam SpareParam2 SpareParam3 pgres END-CALL

       MOVE "COMMIT;" TO TxnCommand
       STRING function trim(TxnCommand), x"00" INTO Querystring END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
