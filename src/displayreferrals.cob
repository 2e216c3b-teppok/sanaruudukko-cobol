        *> -------------------------
        *> displayreferrals.
        *> Takes: pgconn, Player, OutFormat.
        *> The referrals func: the caller's own referral code -- made
        *>   here the first time it is asked for, so it belongs to the
        *>   account and follows it through renames; guests get none --
        *>   the rounds a referee needs (ReferralRounds) and what each
        *>   side then earns (ReferralReward), who referred the caller
        *>   if anyone did, and everyone the caller referred with the
        *>   referral's status, the rounds they have finished so far and
        *>   when they joined (in the caller's timezone), newest first.
        *> Modifies: Players.ReferralCode
        *> Dependencies: gettimezone

       IDENTIFICATION DIVISION.
       PROGRAM-ID. displayreferrals.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(256) based.
       01 querystring pic x(1024).

       01 TzPrefix pic x(16) VALUE SPACES.
       01 TzSuffix pic x(96) VALUE SPACES.

       01 ReferralRounds pic 9(4) VALUE 10.
       01 ReferralReward pic 9(6) VALUE 200.

       01 NRows usage binary-long VALUE 0.
       01 RowIdx usage binary-long.
       01 RefCode pic x(16).
       01 RefNeed pic x(8).
       01 RefPay pic x(8).
       01 RefBy pic x(16).
       01 RefPlayer pic x(16).
       01 RefStatus pic x(8).
       01 RefRounds pic x(8).
       01 RefAt pic x(16).

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 OutFormat pic x(4).

       PROCEDURE DIVISION USING pgconn, Player, OutFormat.
       Begin.

       CALL "gettimezone" USING BY REFERENCE pgconn Player TzPrefix TzSuffix

      *> eight characters off a hash of the name and a random draw;
      *> the UNIQUE constraint turns away the rare collision, and the
      *> next look tries again.
       STRING "UPDATE Players SET ReferralCode = upper(substr(md5(Name || random()::text), 1, 8)) ",
           "WHERE Name = '", function trim(Player), "' AND ReferralCode IS NULL AND IsGuest = false;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call

       STRING "SELECT COALESCE(p.ReferralCode, ''), ",
           "COALESCE((SELECT Value FROM Status WHERE Name = 'ReferralRounds')::int, ", ReferralRounds, "), ",
           "COALESCE((SELECT Value FROM Status WHERE Name = 'ReferralReward')::int, ", ReferralReward, "), ",
           "COALESCE((SELECT Referrer FROM Referrals WHERE Referee = p.Name), '') ",
           "FROM Players p WHERE p.Name = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows
       MOVE SPACES TO RefCode RefNeed RefPay RefBy
       IF NRows > 0 THEN
         call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
         set address of resstr to resptr
         string resstr delimited by x"00" into RefCode end-string

         call "PQgetvalue" using by value pgres by value 0 by value 1 returning resptr end-call
         set address of resstr to resptr
         string resstr delimited by x"00" into RefNeed end-string

         call "PQgetvalue" using by value pgres by value 0 by value 2 returning resptr end-call
         set address of resstr to resptr
         string resstr delimited by x"00" into RefPay end-string

         call "PQgetvalue" using by value pgres by value 0 by value 3 returning resptr end-call
         set address of resstr to resptr
         string resstr delimited by x"00" into RefBy end-string
       END-IF

       IF OutFormat = "json" THEN
          DISPLAY '"referrals":{"code":"' function trim(RefCode) '","rounds":' function trim(RefNeed)
              ',"reward":' function trim(RefPay) ',"referredby":"' function trim(RefBy) '","referred":['
       ELSE
          DISPLAY "<referrals><code>", function trim(RefCode), "</code><rounds>", function trim(RefNeed),
              "</rounds><reward>", function trim(RefPay), "</reward><referredby>", function trim(RefBy),
              "</referredby>"
          DISPLAY "<referred>"
       END-IF

       STRING "SELECT f.Referee, f.Status, ( SELECT count(*) FROM RoundScores s WHERE s.Player = f.Referee ), ",
           "to_char(", function trim(TzPrefix), "f.ReferredAt", function trim(TzSuffix), ", 'YYYY-MM-DD HH24:MI') ",
           "FROM Referrals f WHERE f.Referrer = '", function trim(Player),
           "' ORDER BY f.ReferredAt DESC LIMIT 100;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO RefPlayer
           string resstr delimited by x"00" into RefPlayer end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO RefStatus
           string resstr delimited by x"00" into RefStatus end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO RefRounds
           string resstr delimited by x"00" into RefRounds end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 3 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO RefAt
           string resstr delimited by x"00" into RefAt end-string

           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"player":"' function trim(RefPlayer) '","status":"' function trim(RefStatus)
                  '","played":' function trim(RefRounds) ',"referredat":"' function trim(RefAt) '"}'
           ELSE
              DISPLAY "<referral><player>", function trim(RefPlayer), "</player><status>", function trim(RefStatus),
                  "</status><played>", function trim(RefRounds), "</played><referredat>", function trim(RefAt),
                  "</referredat></referral>"
           END-IF
       END-PERFORM

       IF OutFormat = "json" THEN
          DISPLAY "]}"
       ELSE
          DISPLAY "</referred>"
          DISPLAY "</referrals>"
       END-IF

       EXIT PROGRAM.
