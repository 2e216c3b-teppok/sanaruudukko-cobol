        *>   of their own, this call is the acceptance: both directions
        *>   are marked Accepted and the pair are friends from then on.
        *>   Befriending yourself or a name that isn't a registered
        *>   player is silently ignored. A new pending request is passed
        *>   on to the target off-site through notifyplayer (event
        *>   "friend"). When either side is a minor with a confirmed
        *>   guardian the acceptance doesn't take effect yet: the
        *>   minor's row is marked AwaitingGuardian, their guardian is
        *>   notified, and the pair stay unaccepted until guardianrule
        *>   approves (or drops) it.
        *> Modifies: Friends, NotificationOutbox
        *> Dependencies: notifyplayer

       IDENTIFICATION DIVISION.
       PROGRAM-ID. friendadd.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 pgres2 usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(16) based.
       01 querystring pic x(1024).

       01 TargetExists usage binary-long value 0.
       01 InverseRequest usage binary-long value 0.
       01 NewRequest usage binary-long value 0.
       01 GuardedPair usage binary-long value 0.
       01 NAwaiting usage binary-long value 0.
       01 AwaitIdx usage binary-long.
       01 AwaitChild pic x(16).
       COPY "notify.l".

       LINKAGE SECTION.
       01 pgconn usage pointer.

       call "PQntuples" using by value pgres returning InverseRequest

       STRING "SELECT Name FROM Players WHERE Name IN ( '", function trim(Player), "', '",
           function trim(TargetPlayer), "' ) AND AgeBand <> 'adult' AND GuardianConfirmed;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning GuardedPair

       IF InverseRequest > 0 AND GuardedPair > 0 THEN
         PERFORM AwaitGuardian
       END-IF

       IF InverseRequest > 0 AND GuardedPair = 0 THEN
      *> the target already asked us -- this call accepts, in both
      *> directions, so each side sees the other on their friend list.
         STRING "UPDATE Friends SET Accepted = true WHERE Player = '", function trim(TargetPlayer),
             by reference querystring
             returning pgres
         end-call
       END-IF

       IF InverseRequest = 0 THEN
         STRING "INSERT INTO Friends ( Player, Friend, Accepted ) VALUES ( '", function trim(Player),
             "', '", function trim(TargetPlayer), "', false ) ON CONFLICT ( Player, Friend ) DO NOTHING ",
             "RETURNING Player;", x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
      *> only a request that is actually new is worth a ping --
      *> asking again while one is pending stays quiet.
         call "PQntuples" using by value pgres returning NewRequest
         IF NewRequest > 0 THEN
           MOVE TargetPlayer TO NotifyTarget
           MOVE "friend" TO NotifyEvent
           MOVE "New friend request" TO NotifySubject
           MOVE SPACES TO NotifyData NotifyText
           STRING "player=", function trim(TargetPlayer), " friendrequest=", function trim(Player)
               DELIMITED BY SIZE INTO NotifyData
           END-STRING
           STRING function trim(Player), " would like to be your friend. Add them back in the game ",
               "to accept." DELIMITED BY SIZE INTO NotifyText
           END-STRING
           CALL "notifyplayer" USING BY REFERENCE pgconn NotifyTarget NotifyEvent NotifySubject
               NotifyData NotifyText NotifyResult
           END-CALL
         END-IF
       END-IF

       EXIT PROGRAM.

      *> -------------------------
      *> AwaitGuardian: an acceptance involving a guarded minor. Both
      *> rows exist but stay unaccepted; each guarded minor's row is
      *> flagged for their guardian -- once only, so asking again
      *> while a decision is pending sends no second notice.
       AwaitGuardian.
       STRING "INSERT INTO Friends ( Player, Friend, Accepted ) VALUES ( '", function trim(Player),
           "', '", function trim(TargetPlayer), "', false ) ON CONFLICT ( Player, Friend ) DO NOTHING;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       STRING "UPDATE Friends f SET AwaitingGuardian = true WHERE ( ( f.Player = '", function trim(Player),
           "' AND f.Friend = '", function trim(TargetPlayer), "' ) OR ( f.Player = '", function trim(TargetPlayer),
           "' AND f.Friend = '", function trim(Player), "' ) ) AND NOT f.Accepted ",
           "AND EXISTS (SELECT 1 FROM Players c WHERE c.Name = f.Player AND c.AgeBand <> 'adult' ",
           "AND c.GuardianConfirmed) AND NOT EXISTS (SELECT 1 FROM Friends w WHERE w.AwaitingGuardian ",
           "AND ( ( w.Player = f.Player AND w.Friend = f.Friend ) OR ( w.Player = f.Friend AND w.Friend = f.Player ) )) ",
           "RETURNING f.Player;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NAwaiting

       PERFORM VARYING AwaitIdx FROM 0 BY 1 UNTIL AwaitIdx >= NAwaiting
           call "PQgetvalue" using by value pgres by value AwaitIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO AwaitChild
           string resstr delimited by x"00" into AwaitChild end-string
           PERFORM NotifyGuardian
       END-PERFORM.

       NotifyGuardian.
       MOVE SPACES TO NotifyTarget
       STRING "SELECT Guardian FROM Players WHERE Name = '", function trim(AwaitChild), "';",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres2
       end-call
       call "PQgetvalue" using by value pgres2 by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       string resstr delimited by x"00" into NotifyTarget end-string

       MOVE "friend" TO NotifyEvent
       MOVE "Friendship waiting for your approval" TO NotifySubject
       MOVE SPACES TO NotifyData NotifyText
       IF function trim(AwaitChild) = function trim(Player) THEN
         STRING "player=", function trim(NotifyTarget), " child=", function trim(AwaitChild),
             " friend=", function trim(TargetPlayer) DELIMITED BY SIZE INTO NotifyData
         END-STRING
         STRING function trim(AwaitChild), " and ", function trim(TargetPlayer), " want to be friends. ",
             "Approve or reject it from your guardian view in the game." DELIMITED BY SIZE INTO NotifyText
         END-STRING
       ELSE
         STRING "player=", function trim(NotifyTarget), " child=", function trim(AwaitChild),
             " friend=", function trim(Player) DELIMITED BY SIZE INTO NotifyData
         END-STRING
         STRING function trim(AwaitChild), " and ", function trim(Player), " want to be friends. ",
             "Approve or reject it from your guardian view in the game." DELIMITED BY SIZE INTO NotifyText
         END-STRING
       END-IF
       CALL "notifyplayer" USING BY REFERENCE pgconn NotifyTarget NotifyEvent NotifySubject
           NotifyData NotifyText NotifyResult
       END-CALL.
