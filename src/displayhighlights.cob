        *>   settled round score, the closest finish (smallest gap
        *>   between a round's top two), the most improved player
        *>   (this week's RoundScores total against last week's), the
        *>   busiest day from DailyStats, the freshest achievement
        *>   badges, and the longest live daily play streaks. Open from the lobby to anyone logged in -- it
        *>   writes the newsletter by itself.
        *> Modifies:
        *> Dependencies:
       PERFORM EmitRows

       IF OutFormat = "json" THEN
          DISPLAY '],"streaks":['
       ELSE
          DISPLAY "</freshbadges>"
          DISPLAY "<streaks>"
       END-IF

      *> the longest daily play streaks still alive on each player's
      *> own clock, with their all-time longest beside them.
       STRING "SELECT s.Name, s.StreakLongest::text, s.Live FROM ",
           "(SELECT Name, StreakLongest, CASE WHEN StreakLastDay >= ",
           "(now() AT TIME ZONE COALESCE(Timezone, current_setting('TimeZone')))::date - 1 - StreakFreezes ",
           "THEN StreakCurrent ELSE 0 END AS Live FROM Players WHERE IsGuest = false) s ",
           "WHERE s.Live > 0 ORDER BY s.Live DESC, s.Name LIMIT 5;", x"00" INTO QueryString
       END-STRING
       PERFORM EmitRows

       IF OutFormat = "json" THEN
          DISPLAY "]}"
       ELSE
          DISPLAY "</streaks>"
          DISPLAY "</highlights>"
       END-IF


      *> -------------------------
      *> EmitRows: every section is (who/what, detail, number) --
      *> one shared emitter keeps the eight sections honest.
       EmitRows.
       call "PQexec" using
           by value pgconn
