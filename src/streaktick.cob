        *> -------------------------
        *> streaktick.
        *> Takes: pgconn, RoomId, RoundId.
        *> Counts a finished round towards its players' daily play
        *>   streaks, exactly once: the first caller to flip
        *>   Rounds.StreaksCounted does the update, everyone after that
        *>   sees zero rows claimed and exits -- the claim shape paycoins
        *>   uses on CoinsPaid. A player counts when the round was rated
        *>   for them (RatingHistory, so it must run after updateratings)
        *>   or was their daily challenge (DailyPlays), and the day is the
        *>   one the round ended on in their own Timezone. A day already
        *>   counted changes nothing; the day after the last one extends
        *>   the streak; a wider gap is bridged by the streak freezes
        *>   held, used up one per missed day, if there are enough of
        *>   them, and otherwise starts the streak again from 1. The
        *>   longest streak follows the current one up. Guests don't
        *>   keep streaks.
        *> Modifies: Players.StreakCurrent/StreakLongest/StreakLastDay/StreakFreezes,
        *>   Rounds.StreaksCounted
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. streaktick.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(80) based.
       01 querystring pic x(2560).

       01 ClaimedRows pic x(8) VALUE SPACES.

      *> q.Gap is the number of days missed between the last counted
      *> day and this one; NULL for a first streak day.
       01 NewStreak pic x(160) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 RoomId pic 99999 usage display.
       01 RoundId pic 99999 usage display.

       PROCEDURE DIVISION USING pgconn, RoomId, RoundId.
       Begin.

       STRING "UPDATE Rounds SET StreaksCounted = true WHERE RoundId = ", RoundId,
           " AND RoomId = ", RoomId, " AND StreaksCounted = false;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQcmdTuples" using by value pgres returning resptr
       set address of resstr to resptr
       MOVE SPACES TO ClaimedRows
       string resstr delimited by x"00" into ClaimedRows end-string
       IF ClaimedRows IS NOT = "1" THEN
         EXIT PROGRAM
       END-IF

       MOVE SPACES TO NewStreak
       STRING "CASE WHEN q.Gap IS NULL THEN 1 WHEN q.Gap < 0 THEN p.StreakCurrent ",
           "WHEN q.Gap <= p.StreakFreezes THEN p.StreakCurrent + 1 ELSE 1 END"
           DELIMITED BY SIZE INTO NewStreak
       END-STRING

      *> every qualifying player in one statement; the SET
      *> expressions all read the row as it was before.
       STRING "UPDATE Players p SET StreakCurrent = ", function trim(NewStreak), ", ",
           "StreakLongest = GREATEST(p.StreakLongest, ", function trim(NewStreak), "), ",
           "StreakFreezes = CASE WHEN q.Gap > 0 AND q.Gap <= p.StreakFreezes ",
           "THEN p.StreakFreezes - q.Gap ELSE p.StreakFreezes END, ",
           "StreakLastDay = GREATEST(p.StreakLastDay, q.Day) ",
           "FROM ( SELECT d.Player, d.Day, d.Day - pp.StreakLastDay - 1 AS Gap FROM ",
           "( SELECT rs.Player, (((r.RoundStart + make_interval(secs => r.RoundSeconds)) ",
           "AT TIME ZONE current_setting('TimeZone')) AT TIME ZONE ",
           "COALESCE(pl.Timezone, current_setting('TimeZone')))::date AS Day ",
           "FROM RoundScores rs JOIN Rounds r ON r.RoundId = rs.RoundId ",
           "JOIN Players pl ON pl.Name = rs.Player WHERE rs.RoundId = ", RoundId,
           " AND rs.RoomId = ", RoomId, " AND pl.IsGuest = false ",
           "AND ( EXISTS ( SELECT 1 FROM RatingHistory h WHERE h.RoundId = rs.RoundId AND h.Player = rs.Player ) ",
           "OR EXISTS ( SELECT 1 FROM DailyPlays dp WHERE dp.RoundId = rs.RoundId AND dp.Player = rs.Player ) ) ) d ",
           "JOIN Players pp ON pp.Name = d.Player ) q WHERE p.Name = q.Player;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       EXIT PROGRAM.
