        *>        palette -- both sides play the identical layout
        *>        asynchronously via leagueplay -- and a deadline of
        *>        FixtureDays from now. After the last week the league
        *>        is marked done. Both sides of each new fixture are
        *>        told through notifyplayer (event "league"), so the
        *>        ping respects their channel and quiet hours.
        *> Modifies: LeagueFixtures, LeaguePlayers.Points, Leagues,
        *>   NotificationOutbox
        *> Dependencies: getdb, notifyplayer

       IDENTIFICATION DIVISION.
       PROGRAM-ID. leagueweek.
       01 IdxB usage binary-long.
       01 PosA pic x(16).
       01 PosB pic x(16).
       01 Opponent pic x(16).
       01 WeekZ pic zz9.
       01 DaysZ pic zz9.
       01 NextWeek pic 9(3).
       COPY "notify.l".
       01 Board pic x(288) VALUE SPACES.
       01 BoardCells usage binary-long VALUE 16.
       01 BoardChars usage binary-long VALUE 32.
           "', '", Board(1:BoardChars), "', 4, 4, now() + make_interval(days => ", LgDays,
           ") );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres2 end-call

       MOVE PosA TO NotifyTarget
       MOVE PosB TO Opponent
       PERFORM NotifyFixture
       MOVE PosB TO NotifyTarget
       MOVE PosA TO Opponent
       PERFORM NotifyFixture.

      *> -------------------------
      *> NotifyFixture: one side of a freshly dealt fixture.
       NotifyFixture.
       MOVE "league" TO NotifyEvent
       MOVE "Your new league fixture" TO NotifySubject
       MOVE NextWeek TO WeekZ
       MOVE LgDays TO DaysZ
       MOVE SPACES TO NotifyData NotifyText
       STRING "player=", function trim(NotifyTarget), " league=", function trim(LgId),
           " week=", function trim(WeekZ), " opponent=", function trim(Opponent),
           " days=", function trim(DaysZ) DELIMITED BY SIZE INTO NotifyData
       END-STRING
       STRING "Week ", function trim(WeekZ), " of league ", function trim(LgId), " is out: you play ",
           function trim(Opponent), " and have ", function trim(DaysZ), " days to play your board."
           DELIMITED BY SIZE INTO NotifyText
       END-STRING
       CALL "notifyplayer" USING BY REFERENCE pgconn NotifyTarget NotifyEvent NotifySubject
           NotifyData NotifyText NotifyResult
       END-CALL.
