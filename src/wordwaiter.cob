        *>   If other players have raised NewRound flag, there will be new data in the
        *>   displayroom info (ie. board).
        *>   If other players have entered any new chat messages, we find this by checking
        *>   submitted chat ids -- or, for a contestant owed spectator-
        *>   channel lines (Players.SpecHeldFrom), by their round being
        *>   over.
        *>   After waiting, do a getround call to make sure we're at the right round.
        *>   This is mainly for a raised NewRound flag (which indicates that the round has
        *>   in fact changed), so doing it for other flags might be redundant.
        *>   to honor. Thresholds ride the Status rows
        *>   BackpressureWaiters (default 40/min) and BackpressureP95Ms
        *>   (default 1500).
        *>   On a shifting-board round the wait also ends when the
        *>   next board phase goes live (RoundPhases).
        *> Modifies: NewChat, NewWords, PollSeconds.
        *> Dependencies: getround, spectatorchat

       IDENTIFICATION DIVISION.
       PROGRAM-ID. wordwaiter.
       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(80) based.
       01 querystring pic x(1024).

      *> the spectator channel's rule, for the lines held back.
       01 ChatAlias pic x(8) VALUE "c".
       01 SpecPred pic x(640).

       01 Looped pic 999.
       01 ConsumeResult usage binary-long.
       01 ShedWait pic 9 VALUE 0.
         88 SkipTheWait VALUE 1.

      *> a shifting board changes under everyone without a NOTIFY,
      *> so the wait is cut short at the next scheduled phase
      *> (RoundPhases.StartsAt) -- the response's displayround then
      *> carries the new board.
       01 ShiftTicks usage binary-long VALUE 0.


       LINKAGE SECTION.
       01 pgconn usage pointer.
      *> interval does the pacing instead.
       IF SkipTheWait THEN
         MOVE 151 TO Looped
       ELSE
         PERFORM TimeNextShift
         IF ShiftTicks > 0 AND ShiftTicks < 151 THEN
           COMPUTE Looped = 151 - ShiftTicks
         END-IF
       END-IF
       PERFORM WITH TEST BEFORE UNTIL ( GotNotified OR Looped > 150 )
               call "PQconsumeInput" using by value pgconn returning ConsumeResult end-call
               set address of resstr to resptr
               string resstr delimited by x"00" into NewWords end-string

              CALL "spectatorchat" USING BY REFERENCE pgconn Player RoomId ChatAlias SpecPred
              END-CALL
              STRING "SELECT LastChat <= (SELECT MAX(Id) FROM chat WHERE RoomId = ", RoomId, " ) ",
                  "OR EXISTS ( SELECT 1 FROM Chat c WHERE c.RoomId = ", RoomId, " AND c.Channel = 'spectator' ",
                  "AND c.Id >= Players.SpecHeldFrom AND c.Id < Players.LastChat AND ", function trim(SpecPred),
                  " ) from Players WHERE Name = '", function trim(Player), "';", x"00" INTO QueryString
              END-STRING
              call "PQexec" using by value pgconn
                by reference querystring

        EXIT PROGRAM.

      *> -------------------------
      *> TimeNextShift: how many 100ms wait ticks until the round's
      *> next board phase goes live (0 = none scheduled).
       TimeNextShift.
       MOVE 0 TO ShiftTicks
       IF RoundId IS NOT = HIGH-VALUES THEN
         STRING "SELECT COALESCE(ceil(EXTRACT(EPOCH FROM (min(StartsAt) - now())) * 10), 0)::int ",
             "FROM RoundPhases WHERE RoundId = ", RoundId, " AND StartsAt > now();", x"00" INTO QueryString
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
         call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
         set address of resstr to resptr
         MOVE SPACES TO TmpCfg
         string resstr delimited by x"00" into TmpCfg end-string
         MOVE function numval(TmpCfg) TO ShiftTicks
       END-IF.

      *> -------------------------
      *> GaugePressure: how hard is Thursday night pressing? Waiter
      *> arrivals in the last minute and the p95 over the last five
