        *> -------------------------
        *> spectatorchat.
        *> Takes: pgconn, Player, RoomId, ChatAlias, SpecPred (out).
        *> The spectator channel's visibility rule, for whichever chat
        *>   reader needs it. A line a Spectator says in a room goes
        *>   into the spectator channel (Chat.Channel 'spectator') and
        *>   remembers the round that was live then (Chat.HeldRound);
        *>   until that round is over -- neither paused nor inside its
        *>   RoundSeconds and any seated pupil's extended time -- only spectators, Admins, the room's
        *>   RoomModerators and its organisation's admins see it, so
        *>   nobody coaches a contestant by typing the words they can
        *>   see. SpecPred comes back as an SQL condition over the Chat
        *>   row aliased ChatAlias: "true" for a reader who sees both
        *>   channels, otherwise true for every room-channel line, the
        *>   reader's own lines and spectator lines whose round is
        *>   over.
        *> Modifies: SpecPred
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. spectatorchat.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(768).

       01 SeesBoth usage binary-long VALUE 0.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 RoomId pic 99999 usage display.
       01 ChatAlias pic x(8).
       01 SpecPred pic x(640).

       PROCEDURE DIVISION USING pgconn, Player, RoomId, ChatAlias, SpecPred.
       Begin.

       MOVE SPACES TO SpecPred

       STRING "SELECT Name FROM Players WHERE Name = '", function trim(Player), "' AND Spectator ",
           "UNION ALL SELECT Player FROM Admins WHERE Player = '", function trim(Player),
           "' UNION ALL SELECT Player FROM RoomModerators WHERE RoomId = ", RoomId,
           " AND Player = '", function trim(Player),
           "' UNION ALL SELECT a.Player FROM OrgAdmins a JOIN Rooms r ON r.OrgId = a.OrgId WHERE r.Id = ", RoomId,
           " AND a.Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning SeesBoth

       IF SeesBoth > 0 THEN
         MOVE "true" TO SpecPred
       ELSE
         STRING "( ", function trim(ChatAlias), ".Channel <> 'spectator' OR ",
             function trim(ChatAlias), ".Player = '", function trim(Player), "' OR ",
             function trim(ChatAlias), ".HeldRound IS NULL OR NOT EXISTS ( SELECT 1 FROM Rounds hr ",
             "WHERE hr.RoundId = ", function trim(ChatAlias), ".HeldRound AND ( hr.Paused OR ",
             "hr.RoundStart + make_interval(secs => hr.RoundSeconds + COALESCE(( SELECT MAX(x.Seconds) ",
             "FROM ExtraTime x JOIN RoomMembers m ON m.RoomId = x.RoomId AND m.Player = x.Player ",
             "WHERE x.RoomId = hr.RoomId ), 0)) >= now() ) ) )"
             DELIMITED BY SIZE INTO SpecPred
         END-STRING
       END-IF

       EXIT PROGRAM.
