        *> Builds one personal summary per active player -- rounds
        *>   played and score over the last seven days, the score trend
        *>   against the seven days before, achievement badges earned
        *>   this week, unread mail count, current rating and daily play
        *>   streak (current and longest) -- and
        *>   hands it to notifyplayer (event "digest"), which queues it on
        *>   the player's chosen channel -- by default their ContactUrl,
        *>   else their verified email -- and holds it through their
        *>   quiet hours. Players with nowhere off-site to receive it get
        *>   an in-game Mail from SYSTEM instead; players who switched the
        *>   digest off get nothing.
        *>   Active means LastSeen inside DigestActiveDays (Status row,
        *>   default 30). DigestLog keeps a re-run inside the same week
        *>   from sending anyone their digest twice. Rounds and scores
        *>   come from the settled RoundScores results, so the digest's
        *>   trend agrees with the player's own stats screen.
        *> Modifies: NotificationOutbox, Mail, DigestLog
        *> Dependencies: getdb, notifyplayer

       IDENTIFICATION DIVISION.
       PROGRAM-ID. weeklydigest.
       01 NPlayers usage binary-long.
       01 PlayerIdx usage binary-long.
       01 DigestPlayer pic x(16).
       01 DigestRating pic x(8).
       01 DigestRounds pic x(8).
       01 DigestScore pic x(8).
       01 DigestPrev pic x(8).
       01 DigestBadges pic x(8).
       01 DigestUnread pic x(8).
       01 DigestStreak pic x(8).
       01 DigestBest pic x(8).
       01 NQueued usage binary-long VALUE 0.
       COPY "notify.l".


      *> the cron-overlap guard and run ledger (BatchRuns): refuse
      *> the settled RoundScores results joined to round start times
      *> over the live and archive twins -- the same frozen numbers
      *> the player's own stats screen shows.
       STRING "SELECT p.Name, p.Rating, ",
           "COALESCE(wk.Rounds, 0), COALESCE(wk.Score, 0), COALESCE(pv.Score, 0), ",
           "(SELECT count(*) FROM Achievements a WHERE a.Player = p.Name ",
           "AND a.EarnedAt > now() - interval '7 days'), ",
           "(SELECT count(*) FROM Mail m WHERE m.Recipient = p.Name AND m.ReadAt IS NULL), ",
           "CASE WHEN p.StreakLastDay >= (now() AT TIME ZONE COALESCE(p.Timezone, current_setting('TimeZone')))::date ",
           "- 1 - p.StreakFreezes THEN p.StreakCurrent ELSE 0 END, p.StreakLongest ",
           "FROM Players p ",
           "LEFT JOIN (SELECT rs.Player, count(*) AS Rounds, sum(rs.Score) AS Score ",
           "FROM RoundScores rs ",

           call "PQgetvalue" using by value pgres by value PlayerIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO DigestRating
           string resstr delimited by x"00" into DigestRating end-string

           call "PQgetvalue" using by value pgres by value PlayerIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO DigestRounds
           string resstr delimited by x"00" into DigestRounds end-string

           call "PQgetvalue" using by value pgres by value PlayerIdx by value 3 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO DigestScore
           string resstr delimited by x"00" into DigestScore end-string

           call "PQgetvalue" using by value pgres by value PlayerIdx by value 4 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO DigestPrev
           string resstr delimited by x"00" into DigestPrev end-string

           call "PQgetvalue" using by value pgres by value PlayerIdx by value 5 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO DigestBadges
           string resstr delimited by x"00" into DigestBadges end-string

           call "PQgetvalue" using by value pgres by value PlayerIdx by value 6 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO DigestUnread
           string resstr delimited by x"00" into DigestUnread end-string

           call "PQgetvalue" using by value pgres by value PlayerIdx by value 7 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO DigestStreak
           string resstr delimited by x"00" into DigestStreak end-string

           call "PQgetvalue" using by value pgres by value PlayerIdx by value 8 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO DigestBest
           string resstr delimited by x"00" into DigestBest end-string

           PERFORM QueueOneDigest
           ADD 1 TO NQueued
       END-PERFORM
       STOP RUN.

      *> -------------------------
      *> QueueOneDigest: through notifyplayer on whatever channel the
      *> player chose; in-game Mail only when there is nowhere off-site
      *> to send it (a player who switched the digest off gets
      *> neither), and the DigestLog stamp either way.
       QueueOneDigest.
       MOVE DigestPlayer TO NotifyTarget
       MOVE "digest" TO NotifyEvent
       MOVE "Your week in the game" TO NotifySubject
       MOVE SPACES TO NotifyData NotifyText
       STRING "player=", function trim(DigestPlayer),
           " rounds=", function trim(DigestRounds),
           " score=", function trim(DigestScore),
           " prevscore=", function trim(DigestPrev),
           " newbadges=", function trim(DigestBadges),
           " unreadmail=", function trim(DigestUnread),
           " rating=", function trim(DigestRating),
           " streak=", function trim(DigestStreak),
           " longeststreak=", function trim(DigestBest) DELIMITED BY SIZE INTO NotifyData
       END-STRING
       STRING "Your week: ", function trim(DigestRounds),
           " rounds, ", function trim(DigestScore),
           " points (previous week ", function trim(DigestPrev),
           "), ", function trim(DigestBadges),
           " new badges. Rating ", function trim(DigestRating),
           ", unread mail ", function trim(DigestUnread),
           ". Play streak ", function trim(DigestStreak),
           " days (longest ", function trim(DigestBest), ")." DELIMITED BY SIZE INTO NotifyText
       END-STRING
       CALL "notifyplayer" USING BY REFERENCE pgconn NotifyTarget NotifyEvent NotifySubject
           NotifyData NotifyText NotifyResult
       END-CALL

       IF NotifyResult = "noaddr" THEN
         STRING "INSERT INTO Mail ( Sender, Recipient, Body ) VALUES ( 'SYSTEM', '",
             function trim(DigestPlayer), "', '", function trim(NotifyText), "' );", x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres2
         end-call
       END-IF

       STRING "INSERT INTO DigestLog ( Player ) VALUES ( '", function trim(DigestPlayer),
           "' );", x"00" INTO QueryString
