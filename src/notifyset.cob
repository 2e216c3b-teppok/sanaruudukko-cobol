        *> -------------------------
        *> notifyset.
        *> Takes: pgconn, Player, SettingName, SettingValue.
        *> Sets one of the caller's notification preferences, read by
        *>   notifyplayer:
        *>     setting=mail|invite|friend|tournament|league|digest|streak|
        *>       membership|prize
        *>       with value=webhook|email|none chooses that event's
        *>       channel; value=default drops the choice (ContactUrl, else
        *>       a verified email -- nothing, for tournament, and no
        *>       streak reminders at all: streakremind is opt-in).
        *>     setting=quietstart / quietend with value=0..23 sets an
        *>       end of the quiet hours, whole hours in the player's own
        *>       Timezone; value=off clears both.
        *>   Anything else changes nothing.
        *> Modifies: NotificationPrefs, Players.QuietStart/QuietEnd
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. notifyset.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(512).

       01 EventName pic x(16).
         88 KnownEvent VALUES "mail" "invite" "friend" "tournament" "league" "digest" "streak"
            "membership" "prize".
       01 ChannelName pic x(16).
         88 KnownChannel VALUES "webhook" "email" "none".
       01 QuietHour pic 9(2) VALUE ZEROES.
       01 QuietColumn pic x(10).

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 SettingName pic x(32).
       01 SettingValue pic x(16).

       PROCEDURE DIVISION USING pgconn, Player, SettingName, SettingValue.
       Begin.

       IF SettingName = "quietstart" OR SettingName = "quietend" THEN
         PERFORM SetQuietHours
         EXIT PROGRAM
       END-IF

       MOVE SettingName TO EventName
       MOVE SettingValue TO ChannelName
       IF NOT KnownEvent THEN
         EXIT PROGRAM
       END-IF

       IF ChannelName = "default" THEN
         STRING "DELETE FROM NotificationPrefs WHERE Player = '", function trim(Player),
             "' AND EventType = '", function trim(EventName), "';", x"00" INTO QueryString
         END-STRING
       ELSE
         IF NOT KnownChannel THEN
           EXIT PROGRAM
         END-IF
         STRING "INSERT INTO NotificationPrefs ( Player, EventType, Channel ) VALUES ( '",
             function trim(Player), "', '", function trim(EventName), "', '", function trim(ChannelName),
             "' ) ON CONFLICT ( Player, EventType ) DO UPDATE SET Channel = EXCLUDED.Channel;",
             x"00" INTO QueryString
         END-STRING
       END-IF
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       EXIT PROGRAM.

      *> -------------------------
      *> SetQuietHours: one end of the window, or "off" for none.
       SetQuietHours.
       IF SettingValue = "off" THEN
         STRING "UPDATE Players SET QuietStart = NULL, QuietEnd = NULL WHERE Name = '",
             function trim(Player), "';", x"00" INTO QueryString
         END-STRING
       ELSE
         IF SettingValue IS = SPACES OR function trim(SettingValue) IS NOT NUMERIC
             OR function length(function trim(SettingValue)) > 2 THEN
           EXIT PARAGRAPH
         END-IF
         MOVE function numval(SettingValue) TO QuietHour
         IF QuietHour > 23 THEN
           EXIT PARAGRAPH
         END-IF
         IF SettingName = "quietstart" THEN
           MOVE "QuietStart" TO QuietColumn
         ELSE
           MOVE "QuietEnd" TO QuietColumn
         END-IF
         STRING "UPDATE Players SET ", function trim(QuietColumn), " = ", QuietHour,
             " WHERE Name = '", function trim(Player), "';", x"00" INTO QueryString
         END-STRING
       END-IF
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call.
