        *> -------------------------
        *> streakset.
        *> Takes: StreakRound, StreakSet (out).
        *> The quick-succession streak rule, for whichever program
        *>   needs it: StreakSet comes back as an SQL derived table with
        *>   one row per accepted word of round StreakRound that is part
        *>   of a run -- StreakId (the WordAudit row), StreakPlayer,
        *>   StreakWord, StreakChain (its place in the run, 1 for the
        *>   word that opens it) and StreakPct (the percent it earns on
        *>   top of its score: the round's pinned step for every word
        *>   after the first, capped at 100). A run is the player's
        *>   attempts in WordAudit time order: any attempt that isn't an
        *>   accepted dictionary word -- a rejection of whatever kind,
        *>   a throttled one included, a word the dictionary didn't know
        *>   or one since disabled -- breaks it, and so does a gap
        *>   longer than the round's pinned StreakWindow (which already
        *>   allows for the throttle interval). A round without streaks
        *>   gives an empty set. StreakRound is a number, so the result
        *>   is safe to splice.
        *> Modifies: StreakSet
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. streakset.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       LINKAGE SECTION.
       01 StreakRound pic 99999 usage display.
       01 StreakSet pic x(2048).

       PROCEDURE DIVISION USING StreakRound, StreakSet.
       Begin.

       MOVE SPACES TO StreakSet

      *> e: every attempt, good or not; g: where a run breaks; s: the
      *> runs numbered per player; then the place of each good word in
      *> its run. The rule is read from the round, live or archived.
       STRING "( SELECT t.Id AS StreakId, t.Player AS StreakPlayer, t.Word AS StreakWord, ",
           "t.Chain AS StreakChain, LEAST(( t.Chain - 1 ) * t.Step, 100) AS StreakPct FROM ",
           "( SELECT s.*, row_number() OVER ( PARTITION BY s.Player, s.Grp ORDER BY s.EventTime, s.Id ) AS Chain FROM ",
           "( SELECT g.*, sum(g.Brk) OVER ( PARTITION BY g.Player ORDER BY g.EventTime, g.Id ) AS Grp FROM ",
           "( SELECT e.*, k.Step, CASE WHEN e.Ok AND lag(e.Ok) OVER w ",
           "AND e.EventTime - lag(e.EventTime) OVER w <= k.Win THEN 0 ELSE 1 END AS Brk FROM ",
           "( SELECT a.Id, a.Player, a.Word, a.EventTime, a.Result = 'accepted_valid' AND NOT EXISTS ",
           "( SELECT 1 FROM Words d WHERE d.RoundId = a.RoundId AND d.Player = a.Player AND d.Word = a.Word AND d.Disabled ",
           "UNION ALL SELECT 1 FROM WordsArchive d WHERE d.RoundId = a.RoundId AND d.Player = a.Player ",
           "AND d.Word = a.Word AND d.Disabled ) AS Ok FROM WordAudit a WHERE a.RoundId = ", StreakRound, " ) e ",
           "CROSS JOIN ( SELECT make_interval(secs => StreakWindow) AS Win, StreakStepPct AS Step FROM Rounds ",
           "WHERE RoundId = ", StreakRound, " AND StreakWindow > 0 ",
           "UNION ALL SELECT make_interval(secs => StreakWindow), StreakStepPct FROM RoundsArchive ",
           "WHERE RoundId = ", StreakRound, " AND StreakWindow > 0 LIMIT 1 ) k ",
           "WINDOW w AS ( PARTITION BY e.Player ORDER BY e.EventTime, e.Id ) ) g ) s WHERE s.Ok ) t )"
           DELIMITED BY SIZE INTO StreakSet
       END-STRING

       EXIT PROGRAM.
