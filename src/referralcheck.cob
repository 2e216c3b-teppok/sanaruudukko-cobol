        *> -------------------------
        *> referralcheck.
        *> Takes: pgconn, RoomId, RoundId.
        *> Settles the pending referrals of the players in a finished
        *>   round. A referee who has now finished ReferralRounds rounds
        *>   (Status row, default 10, counted from RoundScores) converts:
        *>   the Referrals row turns rewarded and both referee and
        *>   referrer are paid ReferralReward coins (Status row, default
        *>   200), each told by Mail from SYSTEM. One whose account has
        *>   since been linked to the referrer's (DuplicateLinks either
        *>   way round, or a shared plaintext passcode) is voided
        *>   instead. The flip out of 'pending' is the claim: every
        *>   client that displays the finished round calls this, and only
        *>   the first one finds anything left to settle.
        *> Modifies: Referrals, Players.Coins, Mail
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. referralcheck.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(2560).

       01 ReferralRounds pic 9(4) VALUE 10.
       01 ReferralReward pic 9(6) VALUE 200.

      *> the referee/referrer pair is one person's two accounts.
       01 LinkedExpr pic x(400) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 RoomId pic 99999 usage display.
       01 RoundId pic 99999 usage display.

       PROCEDURE DIVISION USING pgconn, RoomId, RoundId.
       Begin.

       MOVE SPACES TO LinkedExpr
       STRING "( EXISTS ( SELECT 1 FROM DuplicateLinks d WHERE ( d.PlayerA = f.Referee AND d.PlayerB = f.Referrer ) ",
           "OR ( d.PlayerA = f.Referrer AND d.PlayerB = f.Referee ) ) ",
           "OR EXISTS ( SELECT 1 FROM Players n JOIN Players r ON r.Name = f.Referrer WHERE n.Name = f.Referee ",
           "AND n.PassSalt IS NULL AND r.PassSalt IS NULL AND n.Passcode = r.Passcode ) )"
           DELIMITED BY SIZE INTO LinkedExpr
       END-STRING

       STRING "UPDATE Referrals f SET Status = 'void', SettledAt = now() WHERE f.Status = 'pending' ",
           "AND f.Referee IN ( SELECT Player FROM RoundScores WHERE RoomId = ", RoomId, " AND RoundId = ", RoundId,
           " ) AND ", function trim(LinkedExpr), ";", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

      *> one statement converts, pays and writes the notices, so a
      *> referral can't be paid twice or converted unpaid. The pay is
      *> summed per name first: one player can be the referrer of
      *> several referees converting in the same round.
       STRING "WITH cfg AS ( SELECT COALESCE((SELECT Value FROM Status WHERE Name = 'ReferralRounds')::int, ",
           ReferralRounds, ") AS Need, COALESCE((SELECT Value FROM Status WHERE Name = 'ReferralReward')::int, ",
           ReferralReward, ") AS Pay ), ",
           "done AS ( UPDATE Referrals f SET Status = 'rewarded', SettledAt = now(), Reward = cfg.Pay FROM cfg ",
           "WHERE f.Status = 'pending' AND f.Referee IN ( SELECT Player FROM RoundScores WHERE RoomId = ", RoomId,
           " AND RoundId = ", RoundId, " ) AND ( SELECT count(*) FROM RoundScores s WHERE s.Player = f.Referee ) >= cfg.Need ",
           "AND NOT ", function trim(LinkedExpr), " RETURNING f.Referee, f.Referrer, f.Reward ), ",
           "paid AS ( SELECT Name, sum(Reward) AS Coins FROM ( SELECT Referee AS Name, Reward FROM done ",
           "UNION ALL SELECT Referrer, Reward FROM done ) x GROUP BY Name ), ",
           "told AS ( INSERT INTO Mail ( Sender, Recipient, Body ) ",
           "SELECT 'SYSTEM', Referee, 'Welcome aboard: you have played enough rounds for ' || Referrer || ",
           "'''s referral to count, and you both earn ' || Reward || ' coins.' FROM done ",
           "UNION ALL SELECT 'SYSTEM', Referrer, Referee || ' has joined in properly: your referral counts, ",
           "and you both earn ' || Reward || ' coins.' FROM done ) ",
           "UPDATE Players p SET Coins = p.Coins + paid.Coins FROM paid WHERE p.Name = paid.Name;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       EXIT PROGRAM.
