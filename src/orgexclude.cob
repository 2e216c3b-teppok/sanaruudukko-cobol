        *> -------------------------
        *> orgexclude.
        *> Takes: Standard arguments + OrgCode, Word, GrantAction.
        *> An organisation's own dictionary exclusions: GrantAction "g"
        *>   excludes Word in the organisation's rooms (submitword then
        *>   treats it as not in the dictionary there), "r" lifts the
        *>   exclusion. The shared WordList is untouched, so every other
        *>   room plays on as before. Its OrgAdmins or a global Admin
        *>   only; the word is bound as a parameter and every change
        *>   lands in AuditLog. The organisation's cached solution sets
        *>   were built against the old exclusions and are dropped, so
        *>   the next round on a cached board solves afresh.
        *> Modifies: OrgWordExclusions, SolutionCache, SolutionWords,
        *>   AuditLog
        *> Dependencies: execparams

       IDENTIFICATION DIVISION.
       PROGRAM-ID. orgexclude.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(512).

       01 IsAdmin usage binary-long value 0.
       01 ActionWord pic x(24) VALUE SPACES.

       01 WordParam pic x(260) VALUE SPACES.
       01 NParams1 usage binary-long VALUE 1.
       01 SpareParam2 pic x(260) VALUE SPACES.
       01 SpareParam3 pic x(260) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".
       01 OrgCode pic x(16).
       01 Word pic x(32).
       01 GrantAction pic x.

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId, OrgCode, Word, GrantAction.
       Begin.

       IF OrgCode IS = SPACES OR Word IS = SPACES THEN
         EXIT PROGRAM
       END-IF

       STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player),
           "' UNION ALL SELECT a.Player FROM OrgAdmins a JOIN Organisations o ON o.Id = a.OrgId ",
           "WHERE o.Code = '", function trim(OrgCode), "' AND a.Player = '", function trim(Player), "';",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning IsAdmin
       IF IsAdmin = 0 THEN
         EXIT PROGRAM
       END-IF

       MOVE SPACES TO WordParam
       STRING function trim(Word), x"00" INTO WordParam END-STRING
       IF GrantAction IS = "g" THEN
         MOVE "org_exclude" TO ActionWord
         STRING "INSERT INTO OrgWordExclusions ( OrgId, Word, AddedBy ) SELECT Id, lower($1), '",
             function trim(Player), "' FROM Organisations WHERE Code = '", function trim(OrgCode),
             "' ON CONFLICT ( OrgId, Word ) DO NOTHING;", x"00" INTO QueryString
         END-STRING
       ELSE
         MOVE "org_include" TO ActionWord
         STRING "DELETE FROM OrgWordExclusions WHERE Word = lower($1) AND OrgId IN ",
             "( SELECT Id FROM Organisations WHERE Code = '", function trim(OrgCode), "' );",
             x"00" INTO QueryString
         END-STRING
       END-IF
       CALL "execparams" USING pgconn querystring NParams1
           WordParam SpareParam2 SpareParam3 pgres END-CALL

      *> the organisation's cached solutions were built against the
      *> old exclusions.
       STRING "WITH d AS ( DELETE FROM SolutionCache WHERE OrgId IN ( SELECT Id FROM Organisations ",
           "WHERE Code = '", function trim(OrgCode), "' ) RETURNING SolveKey ) ",
           "DELETE FROM SolutionWords WHERE SolveKey IN ( SELECT SolveKey FROM d );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Player),
           "', '", function trim(ActionWord), "', '", function trim(OrgCode), ": ' || $1 );",
           x"00" INTO QueryString
       END-STRING
       CALL "execparams" USING pgconn querystring NParams1
           WordParam SpareParam2 SpareParam3 pgres END-CALL

       EXIT PROGRAM.
