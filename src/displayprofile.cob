        *>   fixed length scoring and duplicate handling displaystats
        *>   uses), and their achievement badges. No target means the
        *>   caller's own card. A name that isn't a registered player
        *>   gets an empty card rather than an error. A minor whose
        *>   ProfilePublic switch is off shows tagline and country only
        *>   to themselves, their guardian, accepted friends and Admins.
        *>   The daily play streak (current and longest) shows to all;
        *>   the streak freezes held only on the caller's own card.
        *>   So does the prediction record: winner picks settled, how
        *>   many were right and the accuracy as a whole percentage.
        *> Modifies:
        *> Dependencies:

       01 TotalScore pic x(8).
       01 ClubName pic x(64).
       01 NClub usage binary-long value 0.
       01 ProfileHidden usage binary-long value 0.
       01 WornTitle pic x(32).
       01 NTitle usage binary-long value 0.
       01 StreakNow pic x(8).
       01 StreakBest pic x(8).
       01 StreakFreezes pic x(8).
       01 PredSettled pic x(8).
       01 PredCorrect pic x(8).
       01 PredAccuracy pic x(8).
       01 NBadge usage binary-long.
       01 BadgeIdx usage binary-long.
       01 BadgeName pic x(32).
         string resstr delimited by x"00" into ProfLanguage end-string
       END-IF

      *> a closed profile keeps its own words to the people the
      *> player (or their guardian) already trusts.
       STRING "SELECT Name FROM Players py WHERE py.Name = '", function trim(ShowPlayer),
           "' AND NOT py.ProfilePublic AND py.Name <> '", function trim(Player), "' ",
           "AND NOT ( py.Guardian = '", function trim(Player), "' AND py.GuardianConfirmed ) ",
           "AND NOT EXISTS (SELECT 1 FROM Friends f WHERE f.Player = py.Name AND f.Friend = '",
           function trim(Player), "' AND f.Accepted) ",
           "AND NOT EXISTS (SELECT 1 FROM Admins a WHERE a.Player = '", function trim(Player), "');",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning ProfileHidden
       IF ProfileHidden > 0 THEN
         MOVE SPACES TO ProfTagline ProfCountry
       END-IF

      *> the player's standing club, if they belong to one --
      *> pending requests don't show, only a seat on the roster does.
       MOVE SPACES TO ClubName
         string resstr delimited by x"00" into WornTitle end-string
       END-IF

      *> the daily play streak as it stands on the player's own
      *> clock: a gap wider than the freezes held has broken it
      *> already. The freezes themselves are the owner's business.
       MOVE "0" TO StreakNow StreakBest StreakFreezes
       STRING "SELECT CASE WHEN py.StreakLastDay >= z.d - 1 - py.StreakFreezes THEN py.StreakCurrent ELSE 0 END, ",
           "py.StreakLongest, py.StreakFreezes FROM Players py ",
           "CROSS JOIN LATERAL (SELECT (now() AT TIME ZONE COALESCE(py.Timezone, current_setting('TimeZone')))::date AS d) z ",
           "WHERE py.Name = '", function trim(ShowPlayer), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO StreakNow
       string resstr delimited by x"00" into StreakNow end-string
       call "PQgetvalue" using by value pgres by value 0 by value 1 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO StreakBest
       string resstr delimited by x"00" into StreakBest end-string
       call "PQgetvalue" using by value pgres by value 0 by value 2 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO StreakFreezes
       string resstr delimited by x"00" into StreakFreezes end-string

       IF OutFormat = "json" THEN
          DISPLAY '"player":"' function trim(ShowPlayer) '","tagline":"' function trim(ProfTagline)
              '","country":"' function trim(ProfCountry) '","language":"' function trim(ProfLanguage)
          DISPLAY "<title>", function trim(WornTitle), "</title>"
       END-IF

       IF OutFormat = "json" THEN
          DISPLAY ',"streak":' function trim(StreakNow) ',"longeststreak":' function trim(StreakBest)
          IF ShowPlayer = Player THEN
             DISPLAY ',"streakfreezes":' function trim(StreakFreezes)
          END-IF
       ELSE
          DISPLAY "<streak>", function trim(StreakNow), "</streak>"
          DISPLAY "<longeststreak>", function trim(StreakBest), "</longeststreak>"
          IF ShowPlayer = Player THEN
             DISPLAY "<streakfreezes>", function trim(StreakFreezes), "</streakfreezes>"
          END-IF
       END-IF

      *> refunded picks (annulled rounds, a predictor who played)
      *> were never right or wrong, so they don't count.
       STRING "SELECT count(*), count(*) FILTER (WHERE Status = 'won'), ",
           "COALESCE(round(100.0 * count(*) FILTER (WHERE Status = 'won') / NULLIF(count(*), 0)), 0) ",
           "FROM Predictions WHERE Player = '", function trim(ShowPlayer), "' AND Status IN ('won', 'lost');",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO PredSettled
       string resstr delimited by x"00" into PredSettled end-string
       call "PQgetvalue" using by value pgres by value 0 by value 1 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO PredCorrect
       string resstr delimited by x"00" into PredCorrect end-string
       call "PQgetvalue" using by value pgres by value 0 by value 2 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO PredAccuracy
       string resstr delimited by x"00" into PredAccuracy end-string

       IF OutFormat = "json" THEN
          DISPLAY ',"predictions":' function trim(PredSettled) ',"predictionscorrect":' function trim(PredCorrect)
              ',"predictionaccuracy":' function trim(PredAccuracy)
       ELSE
          DISPLAY "<predictions>", function trim(PredSettled), "</predictions>"
          DISPLAY "<predictionscorrect>", function trim(PredCorrect), "</predictionscorrect>"
          DISPLAY "<predictionaccuracy>", function trim(PredAccuracy), "</predictionaccuracy>"
       END-IF

      *> the public slice of displaystats: rounds played and total
      *> score, live and archived, fixed length scoring with the same
      *> team-aware duplicate cancellation.
