        *> -------------------------
        *> traceend.
        *> Takes: pgconn, Player, Func, TraceProgram, RawQuery (the query
        *>   string or POST body as received), ClientAddr, and the
        *>   trace.l block tracestart filled in.
        *> The other half of tracestart: puts standard output back,
        *>   copies what the request answered out of the scratch file to
        *>   the client unchanged, and files one TraceRequests row for
        *>   it. The parameters are split one per line and decoded
        *>   (+ and %XX), except that the value of every secret-bearing
        *>   key -- passcodes, tokens, one-time and emailed codes, keys
        *>   -- is stored as ***. A body that doesn't decode to UTF-8 is
        *>   kept as sent, still masked. The response keeps its first
        *>   8000 bytes (Truncated set past that) with the session
        *>   token, issued keys and codes and the second-factor secret
        *>   masked the same way. Nothing happens unless TraceOn.
        *> Modifies: TraceRequests, standard output (file descriptor 1)
        *> Dependencies: execparams, checkresult

       IDENTIFICATION DIVISION.
       PROGRAM-ID. traceend.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(2560).

       01 StdOutFd usage binary-long VALUE 1.
       01 NullPtr usage pointer VALUE NULL.
       01 SeekOffset usage binary-double VALUE 0.
       01 SeekSet usage binary-long VALUE 0.
       01 SeekResult usage binary-double.
       01 ChunkSize usage binary-long VALUE 4096.
       01 Chunk pic x(4096).
       01 NRead usage binary-long.
       01 NTake usage binary-long.
       01 CopyFlag pic x VALUE "f".
         88 CopyDone VALUE "t".

       01 BodyMax usage binary-long VALUE 8000.
       01 BodyLen usage binary-long VALUE 0.
       01 Body pic x(8000).
       01 TruncFlag pic x(5) VALUE "false".

       01 TraceName pic x(16) VALUE SPACES.
       01 FuncName pic x(16) VALUE SPACES.
       01 ValueExpr pic x(512) VALUE SPACES.
       01 ErrFlag pic x VALUE "f".
       01 ResStatus usage binary-long VALUE 0.

       01 RawParam pic x(2600) VALUE SPACES.
       01 BodyParam pic x(8200) VALUE SPACES.
       01 AddrParam pic x(260) VALUE SPACES.
       01 NParams3 usage binary-long VALUE 3.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 Func pic x(16).
       01 TraceProgram pic x(16).
       01 RawQuery pic x(2560).
       01 ClientAddr pic x(45).
       COPY "trace.l".

       PROCEDURE DIVISION USING pgconn, Player, Func, TraceProgram, RawQuery, ClientAddr,
           TraceFlag, TraceSavedFd, TraceFd.
       Begin.

       IF NOT TraceOn THEN
         EXIT PROGRAM
       END-IF
       MOVE "f" TO TraceFlag

       CALL "fflush" USING BY VALUE NullPtr
       CALL "dup2" USING BY VALUE TraceSavedFd BY VALUE StdOutFd
       CALL "close" USING BY VALUE TraceSavedFd

       CALL "lseek" USING BY VALUE TraceFd BY VALUE SeekOffset BY VALUE SeekSet
           RETURNING SeekResult
       END-CALL
       MOVE 0 TO BodyLen
       MOVE SPACES TO Body
       MOVE "f" TO CopyFlag
       PERFORM CopyChunk UNTIL CopyDone
       CALL "close" USING BY VALUE TraceFd

      *> a cut can land inside a multi-byte character; drop the
      *> dangling bytes so the row still stores as UTF-8.
       IF TruncFlag = "true" THEN
         PERFORM UNTIL BodyLen = 0
           IF Body(BodyLen:1) < x"80" THEN
             EXIT PERFORM
           END-IF
           SUBTRACT 1 FROM BodyLen
         END-PERFORM
       END-IF

      *> the name already matched a PlayerTraces row and Func is one
      *> of ours, but neither has been through a parameter; keep
      *> quotes out of the literals regardless.
       MOVE Player TO TraceName
       INSPECT TraceName REPLACING ALL "'" BY " "
       MOVE Func TO FuncName
       INSPECT FuncName REPLACING ALL "'" BY " "

       MOVE SPACES TO RawParam
       STRING function trim(RawQuery), x"00" INTO RawParam END-STRING
       MOVE SPACES TO BodyParam
       IF BodyLen > 0 THEN
         STRING Body(1:BodyLen), x"00" INTO BodyParam END-STRING
       ELSE
         STRING x"00" INTO BodyParam END-STRING
       END-IF
       MOVE SPACES TO AddrParam
       STRING function trim(ClientAddr), x"00" INTO AddrParam END-STRING

       MOVE SPACES TO ValueExpr
       STRING "COALESCE((SELECT convert_from(string_agg(CASE WHEN m[1] ~ '^%[0-9A-Fa-f]{2}$' ",
           "THEN decode(substr(m[1], 2), 'hex') ELSE convert_to(m[1], 'UTF8') END, ''::bytea ORDER BY o), 'UTF8') ",
           "FROM regexp_matches(replace(kv, '+', ' '), '%[0-9A-Fa-f]{2}|[^%]+|%', 'g') ",
           "WITH ORDINALITY AS t(m, o)), '')" INTO ValueExpr
       END-STRING
      *> 1 = PGRES_COMMAND_OK. A value that decodes to bytes that
      *> aren't UTF-8 fails only this first try, quietly; the plain
      *> retry is the one that counts as an error if it fails too.
       PERFORM InsertTrace
       call "PQresultStatus" using by value pgres returning ResStatus
       IF ResStatus NOT = 1 THEN
         MOVE "kv" TO ValueExpr
         PERFORM InsertTrace
         CALL "checkresult" USING BY REFERENCE pgconn pgres querystring
             BY CONTENT "traceend        " "InsertTrace             "
             BY REFERENCE ErrFlag
         END-CALL
       END-IF

       EXIT PROGRAM.

      *> -------------------------
      *> CopyChunk: the next piece of the scratch file out to the
      *> client, and as much of it as still fits into Body.
       CopyChunk.
       CALL "read" USING BY VALUE TraceFd BY REFERENCE Chunk BY VALUE ChunkSize
           RETURNING NRead
       END-CALL
       IF NRead <= 0 THEN
         SET CopyDone TO TRUE
         EXIT PARAGRAPH
       END-IF
       CALL "write" USING BY VALUE StdOutFd BY REFERENCE Chunk BY VALUE NRead

       COMPUTE NTake = BodyMax - BodyLen
       IF NTake > NRead THEN
         MOVE NRead TO NTake
       END-IF
       IF NTake < NRead THEN
         MOVE "true" TO TruncFlag
       END-IF
       IF NTake > 0 THEN
         MOVE Chunk(1:NTake) TO Body(BodyLen + 1:NTake)
         ADD NTake TO BodyLen
       END-IF.

      *> -------------------------
      *> InsertTrace: the TraceRequests row, with ValueExpr deciding
      *> how each unmasked value is stored.
       InsertTrace.
       STRING "INSERT INTO TraceRequests ( Player, Program, Func, Address, Params, Response, Truncated ) ",
           "SELECT '", function trim(TraceName), "', '", function trim(TraceProgram), "', '",
           function trim(FuncName), "', $3, ",
           "COALESCE((SELECT string_agg(CASE WHEN lower(split_part(kv, '=', 1)) IN ( 'passcode', 'newpasscode', ",
           "'roompasscode', 'token', 'session', 'otp', 'apikey', 'resetcode', 'emailcode', 'invitecode', ",
           "'sharecode', 'viewas' ) THEN split_part(kv, '=', 1) || '=***' ELSE ",
           function trim(ValueExpr), " END, E'\n' ORDER BY n) ",
           "FROM unnest(string_to_array($1, '&')) WITH ORDINALITY AS u(kv, n) WHERE kv <> ''), ''), ",
           "regexp_replace(regexp_replace(regexp_replace(regexp_replace($2, ",
           "'(""(token|apikey|invitecode|resetcode|sharecode|viewas|twofactorsecret)"":"")[^""]*', '\1***', 'g'), ",
           "'(<(token|apikey|invitecode|resetcode|sharecode|viewas|twofactorsecret)>)[^<]*', '\1***', 'g'), ",
           "'(""recoverycodes"":\[)[^]]*', '\1""***""', 'g'), ",
           "'(<recoverycodes>).*?(</recoverycodes>)', '\1***\2', 'g'), ",
           TruncFlag, ";", x"00" INTO QueryString
       END-STRING
       CALL "execparams" USING pgconn querystring NParams3
           RawParam BodyParam AddrParam pgres END-CALL.
