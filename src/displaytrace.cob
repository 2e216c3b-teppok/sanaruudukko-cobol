        *> -------------------------
        *> displaytrace.
        *> Takes: pgconn, Player, TracePlayer, OutFormat, PageNum, PageSize.
        *> The support view of a player trace (traceview func): the
        *>   PlayerTraces row -- who switched it on, when, until when,
        *>   why, and whether it is still live -- with the total of
        *>   captured requests, then one page of TraceRequests newest
        *>   first: time, front end, func, client address, the masked
        *>   and decoded parameters and the response as it was sent,
        *>   plus whether it was cut short. Text columns are escaped for
        *>   the output format (a captured response is itself XML or
        *>   JSON). Admins and holders of the 'traces' StaffGrants
        *>   capability only; anyone else gets an empty trace.
        *>   Timestamps render in the caller's preferred timezone.
        *> Modifies:
        *> Dependencies: execparams, gettimezone

       IDENTIFICATION DIVISION.
       PROGRAM-ID. displaytrace.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(40000) based.
       01 querystring pic x(2048).

       01 IsStaff usage binary-long VALUE 0.

       01 TzPrefix pic x(16) VALUE SPACES.
       01 TzSuffix pic x(96) VALUE SPACES.
       01 EscPrefix pic x(96) VALUE SPACES.
       01 EscSuffix pic x(160) VALUE SPACES.

       01 PageOffset pic 9(7) VALUE 0.
       01 TotalCount pic x(8) VALUE "0".
       01 NHead usage binary-long VALUE 0.
       01 NRows usage binary-long VALUE 0.
       01 RowIdx usage binary-long.
       01 ColIdx usage binary-long.
       01 ColNum usage binary-long.
       01 HeadCols.
          05 HeadCol pic x(2560) OCCURS 5 TIMES.
       01 TraceCols.
          05 TraceCol pic x(256) OCCURS 6 TIMES.
       01 TraceParams pic x(12000).
       01 TraceResponse pic x(40000).

       01 TargetParam pic x(260) VALUE SPACES.
       01 NParams1 usage binary-long VALUE 1.
       01 SpareParam2 pic x(260) VALUE SPACES.
       01 SpareParam3 pic x(260) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 TracePlayer pic x(16).
       01 OutFormat pic x(4).
       01 PageNum pic 9(5) usage display.
       01 PageSize pic 9(5) usage display.

       PROCEDURE DIVISION USING pgconn, Player, TracePlayer, OutFormat, PageNum, PageSize.
       Begin.

       STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player),
           "' UNION ALL SELECT Player FROM StaffGrants WHERE Capability = 'traces' ",
           "AND Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning IsStaff

      *> parameters come one per line and responses are whole
      *> documents, so JSON needs its control characters escaped too.
       IF OutFormat = "json" THEN
         MOVE "replace(replace(replace(replace(replace(" TO EscPrefix
         MOVE ", '\', '\\'), '""', '\""'), E'\n', '\n'), E'\r', '\r'), E'\t', '\t')" TO EscSuffix
       ELSE
         MOVE "replace(replace(replace(" TO EscPrefix
         MOVE ", '&', '&amp;'), '<', '&lt;'), '>', '&gt;')" TO EscSuffix
       END-IF

       IF IsStaff > 0 AND TracePlayer IS NOT = SPACES THEN
         CALL "gettimezone" USING BY REFERENCE pgconn Player TzPrefix TzSuffix
         STRING function trim(TracePlayer), x"00" INTO TargetParam END-STRING

         STRING "SELECT t.StartedBy, to_char(", function trim(TzPrefix), "t.StartedAt", function trim(TzSuffix),
             ", 'YYYY-MM-DD HH24:MI'), to_char(", function trim(TzPrefix), "t.Until", function trim(TzSuffix),
             ", 'YYYY-MM-DD HH24:MI'), CASE WHEN t.Until > now() THEN 1 ELSE 0 END, ",
             function trim(EscPrefix), "t.Note", function trim(EscSuffix), " ",
             "FROM PlayerTraces t WHERE t.Player = $1;", x"00" INTO QueryString
         END-STRING
         CALL "execparams" USING pgconn querystring NParams1
             TargetParam SpareParam2 SpareParam3 pgres END-CALL
         call "PQntuples" using by value pgres returning NHead
         IF NHead > 0 THEN
           PERFORM VARYING ColIdx FROM 1 BY 1 UNTIL ColIdx > 5
               COMPUTE ColNum = ColIdx - 1
               call "PQgetvalue" using by value pgres by value 0 by value ColNum returning resptr end-call
               set address of resstr to resptr
               MOVE SPACES TO HeadCol(ColIdx)
               string resstr delimited by x"00" into HeadCol(ColIdx) end-string
           END-PERFORM
         END-IF

         STRING "SELECT count(*) FROM TraceRequests WHERE Player = $1;", x"00" INTO QueryString
         END-STRING
         CALL "execparams" USING pgconn querystring NParams1
             TargetParam SpareParam2 SpareParam3 pgres END-CALL
         call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
         set address of resstr to resptr
         MOVE SPACES TO TotalCount
         string resstr delimited by x"00" into TotalCount end-string

         COMPUTE PageOffset = (PageNum - 1) * PageSize
         STRING "SELECT r.Id, to_char(", function trim(TzPrefix), "r.EventTime", function trim(TzSuffix),
             ", 'YYYY-MM-DD HH24:MI:SS'), r.Program, r.Func, r.Address, ",
             "CASE WHEN r.Truncated THEN 1 ELSE 0 END, ",
             "left(", function trim(EscPrefix), "r.Params", function trim(EscSuffix), ", 12000), ",
             "left(", function trim(EscPrefix), "r.Response", function trim(EscSuffix), ", 40000) ",
             "FROM TraceRequests r WHERE r.Player = $1 ORDER BY r.Id DESC LIMIT ", PageSize,
             " OFFSET ", PageOffset, ";", x"00" INTO QueryString
         END-STRING
         CALL "execparams" USING pgconn querystring NParams1
             TargetParam SpareParam2 SpareParam3 pgres END-CALL
         call "PQntuples" using by value pgres returning NRows
       END-IF

       IF OutFormat = "json" THEN
          DISPLAY '"trace":{"player":"' function trim(TracePlayer) '"'
          IF NHead > 0 THEN
            DISPLAY ',"startedby":"' function trim(HeadCol(1)) '","startedat":"' function trim(HeadCol(2))
                '","until":"' function trim(HeadCol(3)) '","live":' function trim(HeadCol(4))
                ',"note":"' function trim(HeadCol(5)) '"'
          END-IF
          DISPLAY ',"tracetotal":' function trim(TotalCount) ',"tracepage":' PageNum ',"requests":['
       ELSE
          DISPLAY "<trace>"
          DISPLAY "<player>", function trim(TracePlayer), "</player>"
          IF NHead > 0 THEN
            DISPLAY "<startedby>", function trim(HeadCol(1)), "</startedby>"
            DISPLAY "<startedat>", function trim(HeadCol(2)), "</startedat>"
            DISPLAY "<until>", function trim(HeadCol(3)), "</until>"
            DISPLAY "<live>", function trim(HeadCol(4)), "</live>"
            DISPLAY "<note>", function trim(HeadCol(5)), "</note>"
          END-IF
          DISPLAY "<tracetotal>", function trim(TotalCount), "</tracetotal>"
          DISPLAY "<tracepage>", PageNum, "</tracepage>"
          DISPLAY "<requests>"
       END-IF

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM FetchRequest

           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"id":' function trim(TraceCol(1)) ',"time":"' function trim(TraceCol(2))
                  '","program":"' function trim(TraceCol(3)) '","func":"' function trim(TraceCol(4))
                  '","address":"' function trim(TraceCol(5)) '","truncated":' function trim(TraceCol(6))
                  ',"params":"' function trim(TraceParams) '","response":"' function trim(TraceResponse)
                  '"}'
           ELSE
              DISPLAY "<request>"
              DISPLAY "<id>", function trim(TraceCol(1)), "</id>"
              DISPLAY "<time>", function trim(TraceCol(2)), "</time>"
              DISPLAY "<program>", function trim(TraceCol(3)), "</program>"
              DISPLAY "<func>", function trim(TraceCol(4)), "</func>"
              DISPLAY "<address>", function trim(TraceCol(5)), "</address>"
              DISPLAY "<truncated>", function trim(TraceCol(6)), "</truncated>"
              DISPLAY "<params>", function trim(TraceParams), "</params>"
              DISPLAY "<response>", function trim(TraceResponse), "</response>"
              DISPLAY "</request>"
           END-IF
       END-PERFORM

       IF OutFormat = "json" THEN
          DISPLAY "]}"
       ELSE
          DISPLAY "</requests>"
          DISPLAY "</trace>"
       END-IF

       EXIT PROGRAM.

      *> -------------------------
      *> FetchRequest: the current row's six short columns, then the
      *> parameters and the response.
       FetchRequest.
       PERFORM VARYING ColIdx FROM 1 BY 1 UNTIL ColIdx > 6
           COMPUTE ColNum = ColIdx - 1
           call "PQgetvalue" using by value pgres by value RowIdx by value ColNum returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO TraceCol(ColIdx)
           string resstr delimited by x"00" into TraceCol(ColIdx) end-string
       END-PERFORM

       call "PQgetvalue" using by value pgres by value RowIdx by value 6 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO TraceParams
       string resstr delimited by x"00" into TraceParams end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 7 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO TraceResponse
       string resstr delimited by x"00" into TraceResponse end-string.
