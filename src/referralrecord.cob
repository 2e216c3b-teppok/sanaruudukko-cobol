        *> -------------------------
        *> referralrecord.
        *> Takes: pgconn, Player (the newly registered account), ReferralCode.
        *> Records who referred a new player: when ReferralCode is some
        *>   other registered player's code, the newcomer gets a
        *>   Referrals row naming them. A referral between accounts of
        *>   the same person -- linked in DuplicateLinks either way round,
        *>   or sharing a plaintext passcode -- is recorded but void, so
        *>   it shows on the report and never pays. An unknown code, or
        *>   one the player already has a referral for, records nothing.
        *>   Called by registerp and guestconvert once the account exists.
        *> Modifies: Referrals
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. referralrecord.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(1024).

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 ReferralCode pic x(16).

       PROCEDURE DIVISION USING pgconn, Player, ReferralCode.
       Begin.

       IF ReferralCode IS = SPACES THEN
         EXIT PROGRAM
       END-IF

       STRING "INSERT INTO Referrals ( Referee, Referrer, Code, Status ) SELECT n.Name, r.Name, r.ReferralCode, ",
           "CASE WHEN EXISTS ( SELECT 1 FROM DuplicateLinks d WHERE ( d.PlayerA = n.Name AND d.PlayerB = r.Name ) ",
           "OR ( d.PlayerA = r.Name AND d.PlayerB = n.Name ) ) ",
           "OR ( n.PassSalt IS NULL AND r.PassSalt IS NULL AND n.Passcode = r.Passcode ) ",
           "THEN 'void' ELSE 'pending' END ",
           "FROM Players n JOIN Players r ON r.ReferralCode = upper('", function trim(ReferralCode),
           "') AND r.Name <> n.Name AND r.IsGuest = false WHERE n.Name = '", function trim(Player),
           "' AND n.IsGuest = false ON CONFLICT ( Referee ) DO NOTHING;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       EXIT PROGRAM.
