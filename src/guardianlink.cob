        *> -------------------------
        *> guardianlink.
        *> Takes: pgconn, Player, GuardianName, ChildName, LinkAction.
        *> The guardian link on a minor's account (Players.Guardian /
        *>   GuardianConfirmed):
        *>     "n"  the minor Player names GuardianName -- an adult,
        *>          non-guest account other than their own -- as their
        *>          guardian, unless a guardian is already confirmed.
        *>          The guardian is told through notifyplayer (event
        *>          "friend") and the link waits for them;
        *>     "a"  Player accepts the link ChildName named -- Player
        *>          must be the named guardian, or an Admin;
        *>     "d"  Player releases ChildName -- the guardian or an
        *>          Admin -- and friendships still waiting on the
        *>          guardian's approval are dropped with it.
        *>   Anything not allowed changes nothing. Every change is
        *>   written to AuditLog.
        *> Modifies: Players.Guardian, Players.GuardianConfirmed,
        *>   Friends, NotificationOutbox, AuditLog
        *> Dependencies: notifyplayer

       IDENTIFICATION DIVISION.
       PROGRAM-ID. guardianlink.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(1024).

       01 NChanged usage binary-long VALUE 0.
       01 AuditAction pic x(24) VALUE SPACES.
       01 AuditChild pic x(16) VALUE SPACES.
       COPY "notify.l".

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 GuardianName pic x(16).
       01 ChildName pic x(16).
       01 LinkAction pic x.

       PROCEDURE DIVISION USING pgconn, Player, GuardianName, ChildName, LinkAction.
       Begin.

       EVALUATE LinkAction
         WHEN "n"
           PERFORM NameGuardian
         WHEN "a"
           PERFORM AcceptChild
         WHEN "d"
           PERFORM ReleaseChild
       END-EVALUATE

       IF NChanged > 0 THEN
         STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Player),
             "', '", function trim(AuditAction), "', 'child ", function trim(AuditChild), "' );",
             x"00" INTO QueryString
         END-STRING
         PERFORM RunStatement
       END-IF

       EXIT PROGRAM.

      *> -------------------------
      *> NameGuardian: the minor asks; the guardian is told.
       NameGuardian.
       IF GuardianName IS = SPACES OR function trim(GuardianName) = function trim(Player) THEN
         EXIT PARAGRAPH
       END-IF
       STRING "UPDATE Players SET Guardian = '", function trim(GuardianName), "', GuardianConfirmed = false ",
           "WHERE Name = '", function trim(Player), "' AND AgeBand <> 'adult' AND NOT GuardianConfirmed ",
           "AND EXISTS (SELECT 1 FROM Players g WHERE g.Name = '", function trim(GuardianName),
           "' AND g.AgeBand = 'adult' AND NOT g.IsGuest) RETURNING Name;", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       call "PQntuples" using by value pgres returning NChanged
       IF NChanged = 0 THEN
         EXIT PARAGRAPH
       END-IF
       MOVE "guardian_named" TO AuditAction
       MOVE Player TO AuditChild

       MOVE GuardianName TO NotifyTarget
       MOVE "friend" TO NotifyEvent
       MOVE "Guardian request" TO NotifySubject
       MOVE SPACES TO NotifyData NotifyText
       STRING "player=", function trim(GuardianName), " guardianrequest=", function trim(Player)
           DELIMITED BY SIZE INTO NotifyData
       END-STRING
       STRING function trim(Player), " has named you as their guardian. Accept in the game ",
           "to see their activity and approve their friends." DELIMITED BY SIZE INTO NotifyText
       END-STRING
       CALL "notifyplayer" USING BY REFERENCE pgconn NotifyTarget NotifyEvent NotifySubject
           NotifyData NotifyText NotifyResult
       END-CALL.

      *> -------------------------
      *> AcceptChild: the named guardian (or an Admin) confirms.
       AcceptChild.
       IF ChildName IS = SPACES THEN
         EXIT PARAGRAPH
       END-IF
       STRING "UPDATE Players SET GuardianConfirmed = true WHERE Name = '", function trim(ChildName),
           "' AND Guardian IS NOT NULL AND NOT GuardianConfirmed AND ( Guardian = '", function trim(Player),
           "' OR EXISTS (SELECT 1 FROM Admins WHERE Player = '", function trim(Player), "') ) ",
           "RETURNING Name;", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       call "PQntuples" using by value pgres returning NChanged
       MOVE "guardian_accepted" TO AuditAction
       MOVE ChildName TO AuditChild.

      *> -------------------------
      *> ReleaseChild: the guardian (or an Admin) lets go. Pending
      *> friendships were waiting on someone who is no longer there.
       ReleaseChild.
       IF ChildName IS = SPACES THEN
         EXIT PARAGRAPH
       END-IF
       STRING "UPDATE Players SET Guardian = NULL, GuardianConfirmed = false WHERE Name = '",
           function trim(ChildName), "' AND Guardian IS NOT NULL AND ( Guardian = '", function trim(Player),
           "' OR EXISTS (SELECT 1 FROM Admins WHERE Player = '", function trim(Player), "') ) ",
           "RETURNING Name;", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement
       call "PQntuples" using by value pgres returning NChanged
       IF NChanged = 0 THEN
         EXIT PARAGRAPH
       END-IF
       MOVE "guardian_released" TO AuditAction
       MOVE ChildName TO AuditChild

       STRING "DELETE FROM Friends f WHERE NOT f.Accepted AND ( ( f.Player = '", function trim(ChildName),
           "' AND f.AwaitingGuardian ) OR ( f.Friend = '", function trim(ChildName),
           "' AND EXISTS (SELECT 1 FROM Friends g WHERE g.Player = '", function trim(ChildName),
           "' AND g.Friend = f.Player AND g.AwaitingGuardian) ) );", x"00" INTO QueryString
       END-STRING
       PERFORM RunStatement.

       RunStatement.
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call.
