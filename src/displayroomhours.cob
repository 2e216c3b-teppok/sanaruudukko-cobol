        *> -------------------------
        *> displayroomhours.
        *> Takes: pgconn, Player, RoomId, OutFormat.
        *> The roomhours func: the caller's room's weekly opening
        *>   windows (ISO weekday, opens, closes -- the owner's local
        *>   time), its holidays from today on, whether it is open
        *>   right now and, when closed, the next opening. A room with
        *>   no windows is always open. Changes go through roomhoursset.
        *> Modifies:
        *> Dependencies: roomhourscheck

       IDENTIFICATION DIVISION.
       PROGRAM-ID. displayroomhours.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(32) based.
       01 querystring pic x(512).

       01 NRows usage binary-long value 0.
       01 RowIdx usage binary-long.
       01 HoursWeekday pic x(2) VALUE SPACES.
       01 HoursOpens pic x(8) VALUE SPACES.
       01 HoursCloses pic x(8) VALUE SPACES.
       01 HolidayDay pic x(10) VALUE SPACES.

       01 HoursRoomKey pic x(16) VALUE SPACES.
       01 HoursRoomZ pic z(4)9.
       01 HoursFlag pic x VALUE "t".
         88 RoomHoursClosed VALUE "f".
       01 HoursOpensAt pic x(32) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".

       PROCEDURE DIVISION USING pgconn, Player, RoomId, OutFormat.
       Begin.

       MOVE RoomId TO HoursRoomZ
       MOVE function trim(HoursRoomZ) TO HoursRoomKey
       CALL "roomhourscheck" USING BY REFERENCE pgconn HoursRoomKey HoursFlag HoursOpensAt
       END-CALL

       IF OutFormat = "json" THEN
          IF RoomHoursClosed THEN
             DISPLAY '"roomhours":{"open":0,"opensat":"' function trim(HoursOpensAt) '",'
          ELSE
             DISPLAY '"roomhours":{"open":1,"opensat":"",'
          END-IF
          DISPLAY '"windows":['
       ELSE
          DISPLAY "<roomhours>"
          IF RoomHoursClosed THEN
             DISPLAY "<open>0</open>"
             DISPLAY "<opensat>", function trim(HoursOpensAt), "</opensat>"
          ELSE
             DISPLAY "<open>1</open>"
             DISPLAY "<opensat></opensat>"
          END-IF
       END-IF

       STRING "SELECT Weekday, to_char(OpensAt, 'HH24:MI'), CASE WHEN ClosesAt = '24:00' THEN '24:00' ",
           "ELSE to_char(ClosesAt, 'HH24:MI') END FROM RoomHours WHERE RoomId = ", RoomId,
           " ORDER BY Weekday, OpensAt;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO HoursWeekday
           string resstr delimited by x"00" into HoursWeekday end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO HoursOpens
           string resstr delimited by x"00" into HoursOpens end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO HoursCloses
           string resstr delimited by x"00" into HoursCloses end-string

           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"weekday":' function trim(HoursWeekday) ',"opens":"' function trim(HoursOpens)
                  '","closes":"' function trim(HoursCloses) '"}'
           ELSE
              DISPLAY "<window><weekday>", function trim(HoursWeekday), "</weekday><opens>",
                  function trim(HoursOpens), "</opens><closes>", function trim(HoursCloses),
                  "</closes></window>"
           END-IF
       END-PERFORM

       IF OutFormat = "json" THEN
          DISPLAY '],"holidays":['
       END-IF

       STRING "SELECT Day::text FROM RoomHolidays WHERE RoomId = ", RoomId,
           " AND Day >= current_date ORDER BY Day;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO HolidayDay
           string resstr delimited by x"00" into HolidayDay end-string

           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '"' function trim(HolidayDay) '"'
           ELSE
              DISPLAY "<holiday>", function trim(HolidayDay), "</holiday>"
           END-IF
       END-PERFORM

       IF OutFormat = "json" THEN
          DISPLAY "]}"
       ELSE
          DISPLAY "</roomhours>"
       END-IF

       EXIT PROGRAM.
