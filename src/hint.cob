        *>   a spectator, or nothing is left to hint). Logs the hint in
        *>   HintsUsed so displaywords can apply the room's HintPenalty and
        *>   so the same word isn't handed out twice to the same player.
        *>   While the HintsPerRound Status row is above 0 a player gets
        *>   at most that many hints a round; club members get
        *>   MemberHints instead (0 there = no limit). Over the
        *>   limit, both come back 0.
        *> Modifies: HintX, HintY
        *> Dependencies: roundstatus, membercheck

       IDENTIFICATION DIVISION.
       PROGRAM-ID. hint.
       01 HintWord pic x(32).
       01 TmpCoord pic x(2) VALUE SPACES.

       01 MemberFlag pic x VALUE "f".
         88 PlayerIsMember VALUE "t".
       01 NLimit usage binary-long.
       01 HintsSpent pic x VALUE "f".
         88 HintLimitReached VALUE "t".

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".
         EXIT PROGRAM
       END-IF

      *> the per-round allowance: no row back means no limit applies.
       CALL "membercheck" USING BY REFERENCE pgconn Player MemberFlag
       END-CALL
       STRING "SELECT ( SELECT count(*) FROM HintsUsed WHERE Player = '", function trim(Player),
           "' AND RoomId = ", RoomId, " AND RoundId = ", RoundId, " ) >= l.Lim ",
           "FROM ( SELECT CASE WHEN COALESCE((SELECT Value FROM Status WHERE Name = 'HintsPerRound')::int, 0) <= 0 THEN 0 ",
           "WHEN '", MemberFlag, "' = 't' THEN COALESCE((SELECT Value FROM Status WHERE Name = 'MemberHints')::int, 0) ",
           "ELSE (SELECT Value FROM Status WHERE Name = 'HintsPerRound')::int END AS Lim ) l WHERE l.Lim > 0;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NLimit
       IF NLimit > 0 THEN
         call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
         set address of resstr to resptr
         MOVE "f" TO HintsSpent
         string resstr delimited by x"00" into HintsSpent end-string
         IF HintLimitReached THEN
           EXIT PROGRAM
         END-IF
       END-IF

       *> teammates share credit, so a hint is "already found"
       *> once any teammate has submitted it, same COALESCE(Team, Player)
       *> grouping as displaywords' duplicate-word check.
