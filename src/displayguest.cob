        *> -------------------------
        *> displayguest.
        *> Takes: pgconn, readconn, Room, OutFormat.
        *> Unauthenticated, read-only scoreboard for projecting at live
        *>   events -- no more fake player account logged in on the
        *>   clubhouse TV confusing the idle reaper. Serves ONLY a room
        *>   RoomPasscode set: the latest finished round's board and
        *>   per-player scores (the room's own score table and pangram
        *>   bonus, duplicates cancelled team-aware as everywhere else)
        *>   plus the room's cumulative leaderboard. No chat, ever --
        *>   neither the room's channel nor the spectators'.
        *>   Because this path skips the whole session machinery it is
        *>   rate-limited: a per-minute hit counter in Status refuses
        *>   callers beyond GuestRateLimit (default 60) per minute.
        *>   The counter and the room check run on the primary; the
        *>   scoreboard itself on readconn, the read-only replica when
        *>   processq has one.
        *> Modifies: Status (the per-minute hit counter only)
        *> Dependencies: displayleaderboard


       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 readconn usage pointer.
       01 Room pic x(16).
       01 OutFormat pic x(4).

       PROCEDURE DIVISION USING pgconn, readconn, Room, OutFormat.
       Begin.

       IF OutFormat = "json" THEN
           " AND Paused = false AND RoundStart + make_interval(secs => RoundSeconds) < now() ",
           "ORDER BY RoundId DESC LIMIT 1;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value readconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows

       IF NRows > 0 THEN
       IF GuestRound IS NOT = SPACES THEN
         MOVE GuestRound TO GuestRoundId
       END-IF
       CALL "displayleaderboard" USING BY REFERENCE readconn GuestName GuestRoomId GuestRoundId
         BY CONTENT OutFormat GuestPageNum GuestPageSize
       END-CALL

           " GROUP BY Word, RoundId HAVING count(DISTINCT COALESCE(p2.Team, w2.Player)) = 1 ) ",
           "GROUP BY w.Player ORDER BY 2 DESC;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value readconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
