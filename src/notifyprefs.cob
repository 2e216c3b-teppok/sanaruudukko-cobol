        *> -------------------------
        *> notifyprefs.
        *> Takes: pgconn, Player, OutFormat.
        *> The caller's notification settings as notifyset keeps them:
        *>   every event type with its chosen channel ("default" where
        *>   none was chosen), then the quiet hours (blank when unset)
        *>   and the timezone they are read in (blank = server time).
        *> Modifies:
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. notifyprefs.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(64) based.
       01 querystring pic x(1024).

       01 NRows usage binary-long.
       01 RowIdx usage binary-long.
       01 PrefEvent pic x(16).
       01 PrefChannel pic x(16).
       01 QuietStartTxt pic x(4).
       01 QuietEndTxt pic x(4).
       01 ZoneTxt pic x(48).

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 OutFormat pic x(4).

       PROCEDURE DIVISION USING pgconn, Player, OutFormat.
       Begin.

       STRING "SELECT e.EventType, COALESCE(n.Channel, 'default') FROM ( VALUES ",
           "(1, 'mail'), (2, 'invite'), (3, 'friend'), (4, 'tournament'), (5, 'league'), (6, 'digest'), (7, 'streak'), (8, 'membership'), (9, 'prize') ",
           ") e(Ord, EventType) LEFT JOIN NotificationPrefs n ON n.EventType = e.EventType ",
           "AND n.Player = '", function trim(Player), "' ORDER BY e.Ord;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NRows

       IF OutFormat = "json" THEN
          DISPLAY '"notifyprefs":['
       ELSE
          DISPLAY "<notifyprefs>"
       END-IF

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO PrefEvent
           string resstr delimited by x"00" into PrefEvent end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO PrefChannel
           string resstr delimited by x"00" into PrefChannel end-string

           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"event":"' function trim(PrefEvent) '","channel":"' function trim(PrefChannel) '"}'
           ELSE
              DISPLAY "<pref>"
              DISPLAY "<event>", function trim(PrefEvent), "</event>"
              DISPLAY "<channel>", function trim(PrefChannel), "</channel>"
              DISPLAY "</pref>"
           END-IF
       END-PERFORM

       IF OutFormat = "json" THEN
          DISPLAY "],"
       ELSE
          DISPLAY "</notifyprefs>"
       END-IF

       MOVE SPACES TO QuietStartTxt QuietEndTxt ZoneTxt
       STRING "SELECT COALESCE(QuietStart::text, ''), COALESCE(QuietEnd::text, ''), ",
           "COALESCE(Timezone, '') FROM Players WHERE Name = '", function trim(Player), "';",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NRows
       IF NRows > 0 THEN
         call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
         set address of resstr to resptr
         string resstr delimited by x"00" into QuietStartTxt end-string
         call "PQgetvalue" using by value pgres by value 0 by value 1 returning resptr end-call
         set address of resstr to resptr
         string resstr delimited by x"00" into QuietEndTxt end-string
         call "PQgetvalue" using by value pgres by value 0 by value 2 returning resptr end-call
         set address of resstr to resptr
         string resstr delimited by x"00" into ZoneTxt end-string
       END-IF

       IF OutFormat = "json" THEN
         DISPLAY '"quietstart":"' function trim(QuietStartTxt) '","quietend":"' function trim(QuietEndTxt)
             '","timezone":"' function trim(ZoneTxt) '"'
       ELSE
         DISPLAY "<quietstart>", function trim(QuietStartTxt), "</quietstart>"
         DISPLAY "<quietend>", function trim(QuietEndTxt), "</quietend>"
         DISPLAY "<timezone>", function trim(ZoneTxt), "</timezone>"
       END-IF

       EXIT PROGRAM.
