        *> -------------------------
        *> roomhoursset.
        *> Takes: Standard arguments + SettingNameQ + SettingValueQ.
        *> Edits the opening hours of the caller's current room (see
        *>   roomhours). SettingNameQ picks the edit:
        *>     1..7      an ISO weekday (1 = Monday); SettingValueQ
        *>               HHMMHHMM adds the window from the first time
        *>               to the second on that day (2400 for midnight),
        *>               anything else clears the day's windows
        *>     holiday   SettingValueQ YYYYMMDD closes the room that day
        *>     holidaydelete  reopens a holiday
        *>     clear     drops all hours and holidays -- always open
        *>   Caller must be the room's owner, a RoomModerator of it, an
        *>   admin of its organisation or a global Admin -- the circle
        *>   handicapset trusts. Times are the owner's local time; the
        *>   change lands in AuditLog.
        *> Modifies: RoomHours, RoomHolidays, AuditLog
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. roomhoursset.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(512).

       01 IsAdmin usage binary-long value 0.
       01 IsModerator usage binary-long value 0.
       01 IsOwner usage binary-long value 0.
       01 NChanged usage binary-long value 0.

       01 HoursValue pic x(8) VALUE SPACES.
       01 HoursParts REDEFINES HoursValue.
          05 OpenHH pic 99.
          05 OpenMM pic 99.
          05 CloseHH pic 99.
          05 CloseMM pic 99.
       01 DayValue pic x(8) VALUE SPACES.
       01 DayParts REDEFINES DayValue.
          05 DayYYYY pic 9999.
          05 DayMM pic 99.
          05 DayDD pic 99.
       01 HoursWeekday pic 9 VALUE 0.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".
       01 SettingNameQ pic x(32).
       01 SettingValueQ pic x(16).

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId, SettingNameQ, SettingValueQ.
       Begin.

       IF SettingNameQ IS = SPACES THEN
         EXIT PROGRAM
       END-IF

       STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning IsAdmin

       IF IsAdmin = 0 THEN
         STRING "SELECT Player FROM RoomModerators WHERE RoomId = ", RoomId,
             " AND Player = '", function trim(Player), "' UNION ALL SELECT a.Player FROM OrgAdmins a ",
             "JOIN Rooms r ON r.OrgId = a.OrgId WHERE r.Id = ", RoomId, " AND a.Player = '",
             function trim(Player), "';", x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
         call "PQntuples" using by value pgres returning IsModerator
       END-IF

       IF IsAdmin = 0 AND IsModerator = 0 THEN
         STRING "SELECT Id FROM Rooms WHERE Id = ", RoomId,
             " AND OwnerName = '", function trim(Player), "';", x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
         call "PQntuples" using by value pgres returning IsOwner
       END-IF

       IF IsAdmin = 0 AND IsModerator = 0 AND IsOwner = 0 THEN
         EXIT PROGRAM
       END-IF

       MOVE 0 TO NChanged
       EVALUATE function trim(SettingNameQ)
         WHEN "1" WHEN "2" WHEN "3" WHEN "4" WHEN "5" WHEN "6" WHEN "7"
           MOVE SettingNameQ(1:1) TO HoursWeekday
           PERFORM SetWeekday
         WHEN "holiday"
           PERFORM AddHoliday
         WHEN "holidaydelete"
           PERFORM DeleteHoliday
         WHEN "clear"
           PERFORM ClearHours
       END-EVALUATE

       IF NChanged > 0 THEN
         STRING "INSERT INTO AuditLog ( Actor, Action, RoomId, Details ) VALUES ( '", function trim(Player),
             "', 'roomhoursset', ", RoomId, ", '", function trim(SettingNameQ), " = ",
             function trim(SettingValueQ), "' );", x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
       END-IF

       EXIT PROGRAM.

      *> a well-formed HHMMHHMM adds (or re-times) a window; anything
      *> else clears the weekday.
       SetWeekday.
       MOVE SettingValueQ(1:8) TO HoursValue
       IF HoursValue IS NUMERIC AND SettingValueQ(9:8) IS = SPACES
           AND OpenMM < 60 AND CloseMM < 60 AND OpenHH < 24
           AND ( CloseHH < 24 OR ( CloseHH = 24 AND CloseMM = 0 ) )
           AND HoursValue(1:4) < HoursValue(5:4) THEN
         STRING "INSERT INTO RoomHours ( RoomId, Weekday, OpensAt, ClosesAt ) VALUES ( ", RoomId,
             ", ", HoursWeekday, ", '", OpenHH, ":", OpenMM, "', '", CloseHH, ":", CloseMM,
             "' ) ON CONFLICT ( RoomId, Weekday, OpensAt ) DO UPDATE SET ClosesAt = EXCLUDED.ClosesAt ",
             "RETURNING RoomId;", x"00" INTO QueryString
         END-STRING
       ELSE
         STRING "DELETE FROM RoomHours WHERE RoomId = ", RoomId, " AND Weekday = ", HoursWeekday,
             " RETURNING RoomId;", x"00" INTO QueryString
         END-STRING
       END-IF
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NChanged.

       AddHoliday.
       MOVE SettingValueQ(1:8) TO DayValue
       IF DayValue IS NOT NUMERIC OR SettingValueQ(9:8) IS NOT = SPACES THEN
         EXIT PARAGRAPH
       END-IF
       STRING "INSERT INTO RoomHolidays ( RoomId, Day ) VALUES ( ", RoomId, ", make_date(", DayYYYY,
           ", ", DayMM, ", ", DayDD, ") ) ON CONFLICT ( RoomId, Day ) DO NOTHING RETURNING RoomId;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NChanged.

       DeleteHoliday.
       MOVE SettingValueQ(1:8) TO DayValue
       IF DayValue IS NOT NUMERIC OR SettingValueQ(9:8) IS NOT = SPACES THEN
         EXIT PARAGRAPH
       END-IF
       STRING "DELETE FROM RoomHolidays WHERE RoomId = ", RoomId, " AND Day = make_date(", DayYYYY,
           ", ", DayMM, ", ", DayDD, ") RETURNING RoomId;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NChanged.

       ClearHours.
       STRING "DELETE FROM RoomHolidays WHERE RoomId = ", RoomId, ";", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       STRING "DELETE FROM RoomHours WHERE RoomId = ", RoomId, ";", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       MOVE 1 TO NChanged.
