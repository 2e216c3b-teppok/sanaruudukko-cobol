        *> -------------------------
        *> tracestart.
        *> Takes: pgconn, Player, and the trace.l block (out).
        *> Called by the front ends right after they connect. If Player
        *>   has a live PlayerTraces row (Until still ahead), standard
        *>   output is swung over to an unlinked scratch file so
        *>   everything the request answers from here on can be kept
        *>   for the trace; traceend writes it on to the real standard
        *>   output and files the TraceRequests row. Anyone else, or a
        *>   scratch file that can't be made, leaves TraceFlag "f" and
        *>   the request runs untouched. The name comes straight off
        *>   the request, before init has checked it -- a trace is
        *>   about what arrived under that name, signed in or not.
        *> Modifies: standard output (file descriptor 1)
        *> Dependencies: execparams

       IDENTIFICATION DIVISION.
       PROGRAM-ID. tracestart.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(256).

       01 NTraced usage binary-long VALUE 0.
       01 StdOutFd usage binary-long VALUE 1.
       01 NullPtr usage pointer VALUE NULL.
       01 ScratchName pic x(32) VALUE SPACES.

       01 PlayerParam pic x(260) VALUE SPACES.
       01 NParams1 usage binary-long VALUE 1.
       01 SpareParam2 pic x(260) VALUE SPACES.
       01 SpareParam3 pic x(260) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       COPY "trace.l".

       PROCEDURE DIVISION USING pgconn, Player, TraceFlag, TraceSavedFd, TraceFd.
       Begin.

       MOVE "f" TO TraceFlag
       MOVE -1 TO TraceSavedFd
       MOVE -1 TO TraceFd

       IF Player IS = SPACES OR Player IS = HIGH-VALUES THEN
         EXIT PROGRAM
       END-IF

       STRING function trim(Player), x"00" INTO PlayerParam END-STRING
       STRING "SELECT 1 FROM PlayerTraces WHERE Player = $1 AND Until > now();", x"00" INTO QueryString
       END-STRING
       CALL "execparams" USING pgconn querystring NParams1
           PlayerParam SpareParam2 SpareParam3 pgres END-CALL
       call "PQntuples" using by value pgres returning NTraced
       IF NTraced = 0 THEN
         EXIT PROGRAM
       END-IF

      *> whatever is already buffered (the headers) goes out first,
      *> to the client, not into the trace.
       MOVE SPACES TO ScratchName
       STRING "/tmp/sanatraceXXXXXX", x"00" INTO ScratchName END-STRING
       CALL "mkstemp" USING BY REFERENCE ScratchName RETURNING TraceFd
       IF TraceFd < 0 THEN
         EXIT PROGRAM
       END-IF
       CALL "unlink" USING BY REFERENCE ScratchName

       CALL "fflush" USING BY VALUE NullPtr
       CALL "dup" USING BY VALUE StdOutFd RETURNING TraceSavedFd
       IF TraceSavedFd < 0 THEN
         CALL "close" USING BY VALUE TraceFd
         MOVE -1 TO TraceFd
         EXIT PROGRAM
       END-IF
       CALL "dup2" USING BY VALUE TraceFd BY VALUE StdOutFd

       SET TraceOn TO TRUE

       EXIT PROGRAM.
