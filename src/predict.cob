        *> -------------------------
        *> predict.
        *> Takes: Standard arguments + TargetPlayer, StakeAmount.
        *> A spectator's pick of the round winner: during the pre-round
        *>   countdown of the caller's room (the round dealt but not yet
        *>   started), stakes StakeAmount coins on TargetPlayer, one of
        *>   the round's contestants. Only when the room has Predictions
        *>   on, only from a spectator seat -- a contestant never bets on
        *>   their own round -- and never in a live bracket or Swiss
        *>   pairing room or on a league fixture's round. The stake is
        *>   1 to PredictionMaxStake coins (Status row, default 50); one
        *>   pick per player per round. Refused silently, the titlebuy
        *>   way, like any other unaffordable or out-of-rule purchase;
        *>   guests can't predict. predictsettle pays it out.
        *> Modifies: Players.Coins, Predictions
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. predict.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(2560).

       01 Stake pic 9(6) VALUE 0.
       01 StakeMax pic 9(6) VALUE 50.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".
       01 TargetPlayer pic x(16).
       01 StakeAmount pic x(16).

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId, TargetPlayer, StakeAmount.
       Begin.

       IF RoomId IS = HIGH-VALUES OR TargetPlayer IS = SPACES
           OR function trim(TargetPlayer) = function trim(Player) THEN
         EXIT PROGRAM
       END-IF
       IF StakeAmount IS = SPACES OR function trim(StakeAmount) IS NOT NUMERIC
           OR function length(function trim(StakeAmount)) > 6 THEN
         EXIT PROGRAM
       END-IF
       MOVE function numval(StakeAmount) TO Stake
       IF Stake = 0 THEN
         EXIT PROGRAM
       END-IF

      *> r is the room's round still in its countdown; the pick is
      *> one of its contestants and the caller watches from a
      *> spectator seat. The guarded update IS the purchase decision,
      *> and the PRIMARY KEY keeps it to one pick a round.
       STRING "WITH r AS ( SELECT rd.RoundId FROM Rounds rd JOIN Rooms rm ON rm.Id = rd.RoomId ",
           "WHERE rd.RoomId = ", RoomId, " AND rm.Predictions AND rd.RoundStart > now() AND rd.Annulled = false ",
           "AND NOT EXISTS ( SELECT 1 FROM BracketMatches bm WHERE bm.RoomId = rd.RoomId AND bm.Status = 'playing' ) ",
           "AND NOT EXISTS ( SELECT 1 FROM SwissMatches sm WHERE sm.RoomId = rd.RoomId AND sm.Status = 'playing' ) ",
           "AND NOT EXISTS ( SELECT 1 FROM LeagueFixtures lf WHERE rd.RoundId IN ( lf.Round1, lf.Round2 ) ) ",
           "AND EXISTS ( SELECT 1 FROM Players pk WHERE pk.Name = '", function trim(TargetPlayer),
           "' AND pk.RoomId = rd.RoomId AND pk.Spectator = false ) ",
           "AND NOT EXISTS ( SELECT 1 FROM Predictions pr WHERE pr.RoundId = rd.RoundId AND pr.Player = '",
           function trim(Player), "' ) ORDER BY rd.RoundId DESC LIMIT 1 ), ",
           "c AS ( SELECT COALESCE((SELECT Value FROM Status WHERE Name = 'PredictionMaxStake')::int, ",
           StakeMax, ") AS Most ), ",
           "take AS ( UPDATE Players p SET Coins = p.Coins - ", Stake, " FROM r, c WHERE p.Name = '",
           function trim(Player), "' AND p.IsGuest = false AND p.RoomId = ", RoomId, " AND p.Spectator ",
           "AND p.Coins >= ", Stake, " AND ", Stake, " <= c.Most RETURNING r.RoundId, p.Name ) ",
           "INSERT INTO Predictions ( RoundId, RoomId, Player, Pick, Stake ) SELECT RoundId, ", RoomId,
           ", Name, '", function trim(TargetPlayer), "', ", Stake, " FROM take;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       EXIT PROGRAM.
