        *> -------------------------
        *> rankround.
        *> Takes: pgconn, RoomId, RoundId.
        *> Decides a finished round's placings once, at settle time,
        *>   into RoundScores.FinalRank -- called from the finished-round
        *>   displaywords pass right after every RoundScores row of the
        *>   round has been frozen. Score decides first; players level
        *>   on score are split by the room's TieBreak rule:
        *>     longest     - the longest scored word
        *>     fewest      - fewer scored words
        *>     earliest    - the earlier last accepted submission
        *>     suddendeath - not split here: the tie stands and
        *>                   roundenddaemon sends it to a sudden-death
        *>                   board (a round that is itself deciding such
        *>                   a tie is split by earliest instead, so a
        *>                   board never breeds another one)
        *>   and anything still level falls back to the earliest final
        *>   submission; only a genuine dead heat shares a rank. The
        *>   statement ranks nothing once any row of the round carries a
        *>   rank, so however many clients display the finished round,
        *>   the first one's ranking is the one that stands.
        *> Modifies: RoundScores.FinalRank
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rankround.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(80) based.
       01 querystring pic x(2048).

       01 NRoomRows usage binary-long VALUE 0.
       01 TieBreakRule pic x(16) VALUE SPACES.
       01 DecidingFlag pic x VALUE "f".
         88 RoundDecidesTie VALUE "t".
       01 TieKey pic x(640) VALUE SPACES.
       01 EarliestKey pic x(240) VALUE SPACES.
       01 RankOrder pic x(1024) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 RoomId pic 99999 usage display.
       01 RoundId pic 99999 usage display.

       PROCEDURE DIVISION USING pgconn, RoomId, RoundId.
       Begin.

       STRING "SELECT TieBreak, EXISTS (SELECT 1 FROM TieBreakBoards WHERE DecidingRoundId = ", RoundId,
           ") FROM Rooms WHERE Id = ", RoomId, ";", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NRoomRows
       MOVE "longest" TO TieBreakRule
       MOVE "f" TO DecidingFlag
       IF NRoomRows > 0 THEN
         call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
         set address of resstr to resptr
         MOVE SPACES TO TieBreakRule
         string resstr delimited by x"00" into TieBreakRule end-string
         call "PQgetvalue" using by value pgres by value 0 by value 1 returning resptr end-call
         set address of resstr to resptr
         MOVE SPACES TO DecidingFlag
         string resstr delimited by x"00" into DecidingFlag end-string
       END-IF

      *> the last word on any tie: whoever's final accepted
      *> submission came first. A player with no accepted submission
      *> at all sorts last.
       MOVE SPACES TO EarliestKey
       STRING "(SELECT max(a.EventTime) FROM WordAudit a WHERE a.RoundId = ", RoundId,
           " AND a.Player = x.Player AND a.Result LIKE 'accepted%') ASC NULLS LAST"
           DELIMITED BY SIZE INTO EarliestKey
       END-STRING

      *> "scored word" means exactly what the settle counted:
      *> accepted, not disabled, and not cancelled as a team-aware
      *> duplicate.
       MOVE SPACES TO TieKey
       EVALUATE function trim(TieBreakRule)
         WHEN "fewest"
           MOVE "x.Words ASC, " TO TieKey
         WHEN "earliest"
           MOVE SPACES TO TieKey
         WHEN "suddendeath"
           MOVE SPACES TO TieKey
         WHEN OTHER
           STRING "(SELECT max(length(w.Word)) FROM Words w WHERE w.RoundId = ", RoundId,
               " AND w.Player = x.Player AND w.Languagecheck = true AND w.Disabled = false ",
               "AND (w.Word, w.RoundId) IN (SELECT w2.Word, w2.RoundId FROM Words w2 ",
               "LEFT JOIN Players p2 ON p2.Name = w2.Player WHERE w2.RoundId = ", RoundId,
               " GROUP BY w2.Word, w2.RoundId ",
               "HAVING count(DISTINCT COALESCE(p2.Team, w2.Player)) = 1)) DESC NULLS LAST, "
               DELIMITED BY SIZE INTO TieKey
           END-STRING
       END-EVALUATE

       MOVE SPACES TO RankOrder
       IF function trim(TieBreakRule) = "suddendeath" AND NOT RoundDecidesTie THEN
         MOVE "x.Score DESC" TO RankOrder
       ELSE
         STRING "x.Score DESC, " DELIMITED BY SIZE
             TieKey DELIMITED BY "  "
             " " DELIMITED BY SIZE
             EarliestKey DELIMITED BY "  "
             INTO RankOrder
         END-STRING
       END-IF

      *> one statement ranks the whole round; the NOT EXISTS is the
      *> first-writer-wins guard the settle itself uses.
       STRING "UPDATE RoundScores rs SET FinalRank = o.Rnk FROM ",
           "(SELECT x.Player, rank() OVER (ORDER BY ", function trim(RankOrder),
           ") AS Rnk FROM RoundScores x WHERE x.RoundId = ", RoundId, ") o ",
           "WHERE rs.RoundId = ", RoundId, " AND rs.Player = o.Player ",
           "AND NOT EXISTS (SELECT 1 FROM RoundScores y WHERE y.RoundId = ", RoundId,
           " AND y.FinalRank IS NOT NULL);", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       EXIT PROGRAM.
