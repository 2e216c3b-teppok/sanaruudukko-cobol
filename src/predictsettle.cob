        *> -------------------------
        *> predictsettle.
        *> Takes: pgconn, RoomId, RoundId.
        *> Pays out a finished round's winner predictions from its final
        *>   RoundScores ranking -- so it runs after rankround. The
        *>   winners are the FinalRank 1 players (only a genuine dead
        *>   heat has more than one); a sudden-death tie still waiting
        *>   for its board settles nothing yet, and roundenddaemon calls
        *>   this again once the board has reordered it. The round's
        *>   whole pot goes to the correct picks in proportion to their
        *>   stakes (rounded down); when nobody picked a winner every
        *>   stake comes back. A pick made by someone who played the
        *>   round after all (a RoundScores row of their own), or on a
        *>   round that settled with no scores or was annulled, is
        *>   refunded. The flip out of 'open' is the claim: whichever
        *>   caller gets there first settles, the rest find nothing open.
        *> Modifies: Predictions, Players.Coins
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. predictsettle.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(2560).

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 RoomId pic 99999 usage display.
       01 RoundId pic 99999 usage display.

       PROCEDURE DIVISION USING pgconn, RoomId, RoundId.
       Begin.

      *> w: the winners; v: picks that are void (the predictor
      *> played, or the round has nothing to rank); pot: the stakes
      *> left in play and the part of them on a winner.
       STRING "WITH rd AS ( SELECT RoundId, Annulled FROM Rounds WHERE RoundId = ", RoundId,
           " AND NOT EXISTS ( SELECT 1 FROM TieBreakBoards t WHERE t.RoundId = ", RoundId,
           " AND t.Status <> 'decided' ) ), ",
           "w AS ( SELECT Player FROM RoundScores WHERE RoundId = ", RoundId, " AND FinalRank = 1 ), ",
           "v AS ( SELECT pr.Player FROM Predictions pr, rd WHERE pr.RoundId = rd.RoundId AND pr.Status = 'open' ",
           "AND ( rd.Annulled OR NOT EXISTS ( SELECT 1 FROM w ) ",
           "OR EXISTS ( SELECT 1 FROM RoundScores s WHERE s.RoundId = pr.RoundId AND s.Player = pr.Player ) ) ), ",
           "pot AS ( SELECT COALESCE(sum(Stake), 0) AS Total, ",
           "COALESCE(sum(Stake) FILTER (WHERE Pick IN ( SELECT Player FROM w )), 0) AS OnWinner ",
           "FROM Predictions pr, rd WHERE pr.RoundId = rd.RoundId AND pr.Status = 'open' ",
           "AND pr.Player NOT IN ( SELECT Player FROM v ) ), ",
           "done AS ( UPDATE Predictions pr SET SettledAt = now(), ",
           "Status = CASE WHEN pr.Player IN ( SELECT Player FROM v ) THEN 'refunded' ",
           "WHEN pr.Pick IN ( SELECT Player FROM w ) THEN 'won' ELSE 'lost' END, ",
           "Payout = CASE WHEN pr.Player IN ( SELECT Player FROM v ) THEN pr.Stake ",
           "WHEN pot.OnWinner = 0 THEN pr.Stake ",
           "WHEN pr.Pick IN ( SELECT Player FROM w ) THEN ( pr.Stake * pot.Total ) / pot.OnWinner ELSE 0 END ",
           "FROM rd, pot WHERE pr.RoundId = rd.RoundId AND pr.Status = 'open' RETURNING pr.Player, pr.Payout ) ",
           "UPDATE Players p SET Coins = p.Coins + done.Payout FROM done WHERE p.Name = done.Player AND done.Payout > 0;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       EXIT PROGRAM.
