        *> -------------------------
        *> guardianrule.
        *> Takes: pgconn, Player, ChildName, TargetPlayer, RuleAction.
        *> A guardian's ruling on a friendship waiting for them: the
        *>   pair ChildName / TargetPlayer agreed to be friends, and
        *>   friendadd parked the child's Friends row with
        *>   AwaitingGuardian. "a" approves -- once no row of the pair
        *>   is still waiting (the other side may be a minor with a
        *>   guardian of their own) both rows become Accepted -- and
        *>   "r" rejects, dropping both rows. Only ChildName's
        *>   confirmed guardian, or an Admin, may rule. Rulings land in
        *>   AuditLog.
        *> Modifies: Friends, AuditLog
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. guardianrule.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(1024).

       01 IsGuardian usage binary-long VALUE 0.
       01 NRuled usage binary-long VALUE 0.
       01 AuditAction pic x(24) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 ChildName pic x(16).
       01 TargetPlayer pic x(16).
       01 RuleAction pic x.

       PROCEDURE DIVISION USING pgconn, Player, ChildName, TargetPlayer, RuleAction.
       Begin.

       IF ChildName IS = SPACES OR TargetPlayer IS = SPACES THEN
         EXIT PROGRAM
       END-IF

       STRING "SELECT Name FROM Players WHERE Name = '", function trim(ChildName),
           "' AND ( ( Guardian = '", function trim(Player), "' AND GuardianConfirmed ) ",
           "OR EXISTS (SELECT 1 FROM Admins WHERE Player = '", function trim(Player), "') );",
           x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       call "PQntuples" using by value pgres returning IsGuardian
       IF IsGuardian = 0 THEN
         EXIT PROGRAM
       END-IF

       IF RuleAction = "a" THEN
         MOVE "guardian_friend_approve" TO AuditAction
         STRING "UPDATE Friends SET AwaitingGuardian = false WHERE Player = '", function trim(ChildName),
             "' AND Friend = '", function trim(TargetPlayer), "' AND AwaitingGuardian RETURNING Player;",
             x"00" INTO QueryString
         END-STRING
         PERFORM RunStatement
         call "PQntuples" using by value pgres returning NRuled
         IF NRuled > 0 THEN
           STRING "UPDATE Friends f SET Accepted = true WHERE ( ( f.Player = '", function trim(ChildName),
               "' AND f.Friend = '", function trim(TargetPlayer), "' ) OR ( f.Player = '", function trim(TargetPlayer),
               "' AND f.Friend = '", function trim(ChildName), "' ) ) ",
               "AND NOT EXISTS (SELECT 1 FROM Friends g WHERE g.AwaitingGuardian AND ( ( g.Player = '",
               function trim(ChildName), "' AND g.Friend = '", function trim(TargetPlayer), "' ) OR ( g.Player = '",
               function trim(TargetPlayer), "' AND g.Friend = '", function trim(ChildName), "' ) ) );",
               x"00" INTO QueryString
           END-STRING
           PERFORM RunStatement
         END-IF
       ELSE
         MOVE "guardian_friend_reject" TO AuditAction
         STRING "DELETE FROM Friends f WHERE ( ( f.Player = '", function trim(ChildName),
             "' AND f.Friend = '", function trim(TargetPlayer), "' ) OR ( f.Player = '", function trim(TargetPlayer),
             "' AND f.Friend = '", function trim(ChildName), "' ) ) AND EXISTS (SELECT 1 FROM Friends g ",
             "WHERE g.Player = '", function trim(ChildName), "' AND g.Friend = '", function trim(TargetPlayer),
             "' AND g.AwaitingGuardian) RETURNING f.Player;", x"00" INTO QueryString
         END-STRING
         PERFORM RunStatement
         call "PQntuples" using by value pgres returning NRuled
       END-IF

       IF NRuled > 0 THEN
         STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Player),
             "', '", function trim(AuditAction), "', 'child ", function trim(ChildName),
             " friend ", function trim(TargetPlayer), "' );", x"00" INTO QueryString
         END-STRING
         PERFORM RunStatement
       END-IF

       EXIT PROGRAM.

       RunStatement.
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call.
