        *>   system already uses; parameters beyond NParams are ignored.
        *>   Values always bind as text -- cast in the SQL ($1::int)
        *>   where a number is meant.
        *>   Every statement is timed on the wall clock (10 ms
        *>   resolution) into the shared SqlTiming area, so checkresult
        *>   can record it as a slow statement under its caller's name.
        *> Modifies: pgres, SqlTiming
        *> Dependencies:

       IDENTIFICATION DIVISION.
       01 NullPtr usage pointer VALUE NULL.
       01 ZeroInt usage binary-long VALUE 0.

       01 StmtStart pic x(21).
       01 StmtEnd pic x(21).
       01 ClockPart pic 99.
       01 StartCs usage binary-long.
       01 EndCs usage binary-long.
       COPY "sqltiming.l".

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Query pic x(512).
       IF NParams >= 2 THEN SET ParamPtr(2) TO ADDRESS OF P2 END-IF
       IF NParams >= 3 THEN SET ParamPtr(3) TO ADDRESS OF P3 END-IF

       MOVE function current-date TO StmtStart
       call "PQexecParams" using
           by value pgconn
           by reference Query
           by value ZeroInt
           returning pgres
       end-call
       MOVE function current-date TO StmtEnd

      *> hundredths since midnight at each end, as processq's
      *> RecordMetrics does it; a statement spanning midnight wraps.
       MOVE StmtStart(9:2) TO ClockPart
       COMPUTE StartCs = ClockPart * 360000
       MOVE StmtStart(11:2) TO ClockPart
       COMPUTE StartCs = StartCs + ClockPart * 6000
       MOVE StmtStart(13:2) TO ClockPart
       COMPUTE StartCs = StartCs + ClockPart * 100
       MOVE StmtStart(15:2) TO ClockPart
       COMPUTE StartCs = StartCs + ClockPart
       MOVE StmtEnd(9:2) TO ClockPart
       COMPUTE EndCs = ClockPart * 360000
       MOVE StmtEnd(11:2) TO ClockPart
       COMPUTE EndCs = EndCs + ClockPart * 6000
       MOVE StmtEnd(13:2) TO ClockPart
       COMPUTE EndCs = EndCs + ClockPart * 100
       MOVE StmtEnd(15:2) TO ClockPart
       COMPUTE EndCs = EndCs + ClockPart
       COMPUTE TimedMs = (EndCs - StartCs) * 10
       IF TimedMs < 0 THEN
         COMPUTE TimedMs = TimedMs + 86400000
       END-IF
       SET TimedRes TO pgres

       EXIT PROGRAM.
