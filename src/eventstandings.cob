        *> -------------------------
        *> eventstandings.
        *> Takes: EventKind, EventNum, DoneSql, ErSql, StSql, EvSql
        *>   (the last four out).
        *> How a finished event places its players, for whichever
        *>   program needs it -- eventprint's results sheet and
        *>   prizeaward's payouts must never disagree. EventKind is
        *>   "bracket", "heat", "league" or "season"; the four come back
        *>   as SQL, all blank for any other kind:
        *>   DoneSql  a query with a row only once the event is over
        *>            (bracket or league done, every heat round ended,
        *>            any closed season);
        *>   ErSql    the event's settled rounds per player (Player,
        *>            RoundId, RoomId), to be named er;
        *>   StSql    the placings (Grp, Player, Place, Score, Note),
        *>            reading er; Grp is the season division, else 0;
        *>            Place may repeat for a shared place and is NULL
        *>            for a player the event never placed;
        *>   EvSql    the event's name and date (EvName, EvDay),
        *>            reading er.
        *>   bracket: the final's winner first, its loser second, then
        *>     each earlier round's losers sharing a place (3, 5...);
        *>     scores are the player's total over their matches, and a
        *>     deciding match level on score names the bracket's
        *>     tie-break rule.
        *>   heat: the combined standings displayheat shows, level
        *>     totals split by rounds won outright.
        *>   league: the match-point table, level points sharing a
        *>     place; the fixture score total rides along.
        *>   season: each division by rating at the close, with the
        *>     promotions and relegations it decided.
        *>   EventNum is a number, so all four are safe to splice.
        *> Modifies: DoneSql, ErSql, StSql, EvSql
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. eventstandings.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       LINKAGE SECTION.
       01 EventKind pic x(8).
       01 EventNum pic 99999 usage display.
       01 DoneSql pic x(512).
       01 ErSql pic x(512).
       01 StSql pic x(2048).
       01 EvSql pic x(512).

       PROCEDURE DIVISION USING EventKind, EventNum, DoneSql, ErSql, StSql, EvSql.
       Begin.

       MOVE SPACES TO DoneSql ErSql StSql EvSql
       EVALUATE function trim(EventKind)
         WHEN "bracket" PERFORM BracketSql
         WHEN "heat" PERFORM HeatSql
         WHEN "league" PERFORM LeagueSql
         WHEN "season" PERFORM SeasonSql
       END-EVALUATE

       EXIT PROGRAM.

      *> -------------------------
      *> BracketSql: placed by the round each player went out in; a
      *> player's deciding match is the one they lost, or the final.
       BracketSql.
       STRING "SELECT 1 FROM Brackets WHERE Id = ", EventNum, " AND Status = 'done'"
           DELIMITED BY SIZE INTO DoneSql
       END-STRING
       STRING "SELECT rs.Player, rs.RoundId, rs.RoomId FROM RoundScores rs JOIN BracketMatches bm ",
           "ON bm.RoomId = rs.RoomId AND rs.Player IN ( bm.Player1, bm.Player2 ) WHERE bm.BracketId = ", EventNum
           DELIMITED BY SIZE INTO ErSql
       END-STRING
       STRING "SELECT 0 AS Grp, p.Player, d.Place, COALESCE(( SELECT sum(rs.Score) FROM RoundScores rs ",
           "JOIN er ON er.RoundId = rs.RoundId AND er.Player = rs.Player WHERE rs.Player = p.Player ), 0)::text AS Score, ",
           "CASE WHEN ( SELECT count(*) = 2 AND count(DISTINCT rs.Score) = 1 FROM RoundScores rs ",
           "WHERE rs.RoundId = ( SELECT min(x.RoundId) FROM RoundScores x WHERE x.RoomId = d.RoomId ) ",
           "AND rs.Player IN ( d.Player1, d.Player2 ) ) THEN 'level on score in round ' || d.Round || ",
           "', decided by tie-break (' || b.TieBreak || ')' ELSE '' END AS Note ",
           "FROM BracketPlayers p JOIN Brackets b ON b.Id = p.BracketId CROSS JOIN LATERAL ",
           "( SELECT m.Round, m.RoomId, m.Player1, m.Player2, CASE WHEN m.Winner = p.Player THEN 1 ",
           "ELSE power(2, ( SELECT max(Round) FROM BracketMatches WHERE BracketId = ", EventNum,
           " ) - m.Round)::int + 1 END AS Place FROM BracketMatches m WHERE m.BracketId = ", EventNum,
           " AND m.Player2 IS NOT NULL AND p.Player IN ( m.Player1, m.Player2 ) AND ( m.Winner <> p.Player ",
           "OR m.Round = ( SELECT max(Round) FROM BracketMatches WHERE BracketId = ", EventNum, " ) ) ) d ",
           "WHERE p.BracketId = ", EventNum
           DELIMITED BY SIZE INTO StSql
       END-STRING
       STRING "SELECT Name AS EvName, to_char(COALESCE(( SELECT max(rs.SettledAt) FROM RoundScores rs ",
           "JOIN er ON er.RoundId = rs.RoundId AND er.Player = rs.Player ), CreatedAt), 'YYYY-MM-DD') AS EvDay ",
           "FROM Brackets WHERE Id = ", EventNum
           DELIMITED BY SIZE INTO EvSql
       END-STRING.

      *> -------------------------
      *> HeatSql: the settled rounds the heat fired, summed.
       HeatSql.
       STRING "SELECT 1 FROM Heats WHERE Id = ", EventNum, " AND Started = true AND NOT EXISTS ",
           "( SELECT 1 FROM HeatRooms hr JOIN Rounds r ON r.RoundId = hr.RoundId ",
           "WHERE hr.HeatId = ", EventNum, " AND r.EndProcessed = false )"
           DELIMITED BY SIZE INTO DoneSql
       END-STRING
       STRING "SELECT rs.Player, rs.RoundId, rs.RoomId FROM RoundScores rs JOIN HeatRooms hr ",
           "ON hr.RoundId = rs.RoundId WHERE hr.HeatId = ", EventNum
           DELIMITED BY SIZE INTO ErSql
       END-STRING
       STRING "SELECT 0 AS Grp, rs.Player, rank() OVER ( ORDER BY sum(rs.Score) DESC, ",
           "count(*) FILTER ( WHERE rs.FinalRank = 1 ) DESC )::int AS Place, sum(rs.Score)::text AS Score, ",
           "CASE WHEN count(*) OVER ( PARTITION BY sum(rs.Score), count(*) FILTER ( WHERE rs.FinalRank = 1 ) ) > 1 ",
           "THEN 'level on score and rounds won' WHEN count(*) OVER ( PARTITION BY sum(rs.Score) ) > 1 ",
           "THEN 'level on score, split by rounds won (' || count(*) FILTER ( WHERE rs.FinalRank = 1 ) || ')' ",
           "ELSE '' END AS Note FROM RoundScores rs JOIN er ON er.RoundId = rs.RoundId AND er.Player = rs.Player ",
           "GROUP BY rs.Player"
           DELIMITED BY SIZE INTO StSql
       END-STRING
       STRING "SELECT Name AS EvName, to_char(StartAt, 'YYYY-MM-DD') AS EvDay FROM Heats WHERE Id = ", EventNum
           DELIMITED BY SIZE INTO EvSql
       END-STRING.

      *> -------------------------
      *> LeagueSql: the match-point table as displayleague keeps it.
       LeagueSql.
       STRING "SELECT 1 FROM Leagues WHERE Id = ", EventNum, " AND Status = 'done'"
           DELIMITED BY SIZE INTO DoneSql
       END-STRING
       STRING "SELECT rs.Player, rs.RoundId, rs.RoomId FROM RoundScores rs JOIN LeagueFixtures f ",
           "ON ( rs.RoundId = f.Round1 AND rs.Player = f.Player1 ) OR ( rs.RoundId = f.Round2 AND rs.Player = f.Player2 ) ",
           "WHERE f.LeagueId = ", EventNum
           DELIMITED BY SIZE INTO ErSql
       END-STRING
       STRING "SELECT 0 AS Grp, l.Player, rank() OVER ( ORDER BY l.Points DESC )::int AS Place, ",
           "l.Points || ' pts (' || l.Fs || ')' AS Score, ",
           "CASE WHEN count(*) OVER ( PARTITION BY l.Points ) > 1 THEN 'level on points' ELSE '' END AS Note ",
           "FROM ( SELECT lp.Player, lp.Points, COALESCE(( SELECT sum(CASE WHEN f.Player1 = lp.Player ",
           "THEN f.Score1 ELSE f.Score2 END) FROM LeagueFixtures f WHERE f.LeagueId = ", EventNum,
           " AND lp.Player IN ( f.Player1, f.Player2 ) ), 0) AS Fs FROM LeaguePlayers lp ",
           "WHERE lp.LeagueId = ", EventNum, " ) l"
           DELIMITED BY SIZE INTO StSql
       END-STRING
       STRING "SELECT Name AS EvName, to_char(COALESCE(( SELECT max(rs.SettledAt) FROM RoundScores rs ",
           "JOIN er ON er.RoundId = rs.RoundId AND er.Player = rs.Player ), CreatedAt), 'YYYY-MM-DD') AS EvDay ",
           "FROM Leagues WHERE Id = ", EventNum
           DELIMITED BY SIZE INTO EvSql
       END-STRING.

      *> -------------------------
      *> SeasonSql: the divisions as seasonclose froze them; the
      *> season's rounds are those settled since the previous close.
       SeasonSql.
       STRING "SELECT 1 FROM Seasons WHERE Id = ", EventNum
           DELIMITED BY SIZE INTO DoneSql
       END-STRING
       STRING "SELECT rs.Player, rs.RoundId, rs.RoomId FROM RoundScores rs JOIN Seasons s ON s.Id = ", EventNum,
           " WHERE rs.SettledAt <= s.ClosedAt AND rs.SettledAt > COALESCE(( SELECT max(p.ClosedAt) ",
           "FROM Seasons p WHERE p.ClosedAt < s.ClosedAt ), '-infinity'::timestamp)"
           DELIMITED BY SIZE INTO ErSql
       END-STRING
       STRING "SELECT sr.Division AS Grp, sr.Player, rank() OVER ( PARTITION BY sr.Division ",
           "ORDER BY sr.Rating DESC )::int AS Place, sr.Rating::text AS Score, ",
           "CASE WHEN COALESCE(sr.NextDivision, sr.Division) < sr.Division THEN 'promoted to division ' || sr.NextDivision ",
           "WHEN COALESCE(sr.NextDivision, sr.Division) > sr.Division THEN 'relegated to division ' || sr.NextDivision ",
           "WHEN count(*) OVER ( PARTITION BY sr.Division, sr.Rating ) > 1 THEN 'level on rating' ",
           "ELSE '' END AS Note FROM SeasonRatings sr WHERE sr.SeasonId = ", EventNum, " AND sr.Division > 0"
           DELIMITED BY SIZE INTO StSql
       END-STRING
       STRING "SELECT Name AS EvName, to_char(ClosedAt, 'YYYY-MM-DD') AS EvDay FROM Seasons WHERE Id = ", EventNum
           DELIMITED BY SIZE INTO EvSql
       END-STRING.
