        *> -------------------------
        *> memberreport.
        *> Takes: (standalone operator report; optional argument: the
        *>   lapsing window in days, default MemberRemindDays -- the
        *>   Status row, itself default 7).
        *> Club membership at a glance: the active members counted by
        *>   tier, then every active member whose membership runs out
        *>   within the window (soonest first, with whether the renewal
        *>   reminder has gone out for that date), then the members who
        *>   lapsed in the last 30 days without being renewed. Revoked
        *>   memberships count nowhere.
        *> Modifies:
        *> Dependencies: getdb

       IDENTIFICATION DIVISION.
       PROGRAM-ID. memberreport.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgconn usage pointer.
       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(200) based.
       01 result usage binary-long.
       01 querystring pic x(1024).

       01 WindowArg pic x(8) VALUE SPACES.
       01 WindowDays pic 9(3) VALUE 0.
       01 WindowExpr pic x(96) VALUE SPACES.

       01 NRows usage binary-long.
       01 RowIdx usage binary-long.
       01 TotalActive usage binary-long VALUE 0.
       01 CountZ pic zzzzzz9.
       01 RptTier pic x(16).
       01 RptCount pic x(8).
       01 RptPlayer pic x(16).
       01 RptExpires pic x(10).
       01 RptDaysLeft pic x(8).
       01 RptReminded pic x(3).
       01 RptLastSeen pic x(16).

       PROCEDURE DIVISION.
       Begin.

       CALL "getdb" USING BY REFERENCE pgconn

       ACCEPT WindowArg FROM ARGUMENT-VALUE
       IF WindowArg IS NOT = SPACES AND function trim(WindowArg) IS NUMERIC
           AND function length(function trim(WindowArg)) <= 3 THEN
         MOVE function numval(WindowArg) TO WindowDays
         STRING WindowDays DELIMITED BY SIZE INTO WindowExpr END-STRING
       ELSE
         MOVE "COALESCE((SELECT Value FROM Status WHERE Name = 'MemberRemindDays')::int, 7)"
           TO WindowExpr
       END-IF

       DISPLAY "active members by tier"
       DISPLAY "tier             members"
       DISPLAY "------------------------"
       STRING "SELECT Tier, count(*) FROM Memberships WHERE RevokedAt IS NULL ",
           "AND StartsOn <= current_date AND ExpiresOn >= current_date ",
           "GROUP BY Tier ORDER BY count(*) DESC, Tier;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows
       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM ShowTierRow
       END-PERFORM
       MOVE TotalActive TO CountZ
       DISPLAY "total            " function trim(CountZ)
       DISPLAY " "

       DISPLAY "lapsing soon"
       DISPLAY "player           tier             expires    days left reminded"
       DISPLAY "--------------------------------------------------------------"
       STRING "SELECT Player, Tier, ExpiresOn, ExpiresOn - current_date + 1, ",
           "CASE WHEN RemindedFor = ExpiresOn THEN 'yes' ELSE 'no' END FROM Memberships ",
           "WHERE RevokedAt IS NULL AND ExpiresOn >= current_date ",
           "AND ExpiresOn < current_date + ", function trim(WindowExpr),
           " ORDER BY ExpiresOn, Player;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows
       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM ShowLapsingRow
       END-PERFORM
       IF NRows = 0 THEN
         DISPLAY "(none)"
       END-IF
       DISPLAY " "

       DISPLAY "lapsed in the last 30 days"
       DISPLAY "player           tier             expired    last seen"
       DISPLAY "-------------------------------------------------------"
       STRING "SELECT m.Player, m.Tier, m.ExpiresOn, COALESCE(to_char(p.LastSeen, 'YYYY-MM-DD HH24:MI'), '') ",
           "FROM Memberships m LEFT JOIN Players p ON p.Name = m.Player ",
           "WHERE m.RevokedAt IS NULL AND m.ExpiresOn < current_date ",
           "AND m.ExpiresOn >= current_date - 30 ORDER BY m.ExpiresOn DESC, m.Player;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows
       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM ShowLapsedRow
       END-PERFORM
       IF NRows = 0 THEN
         DISPLAY "(none)"
       END-IF

       call "PQfinish" using by value pgconn returning result end-call
       STOP RUN.

       ShowTierRow.
       call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptTier
       string resstr delimited by x"00" into RptTier end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptCount
       string resstr delimited by x"00" into RptCount end-string
       ADD function numval(RptCount) TO TotalActive

       DISPLAY RptTier " " function trim(RptCount).

       ShowLapsingRow.
       call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptPlayer
       string resstr delimited by x"00" into RptPlayer end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptTier
       string resstr delimited by x"00" into RptTier end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 2 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptExpires
       string resstr delimited by x"00" into RptExpires end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 3 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptDaysLeft
       string resstr delimited by x"00" into RptDaysLeft end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 4 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptReminded
       string resstr delimited by x"00" into RptReminded end-string

       DISPLAY RptPlayer " " RptTier " " RptExpires " " RptDaysLeft "  " RptReminded.

       ShowLapsedRow.
       call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptPlayer
       string resstr delimited by x"00" into RptPlayer end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptTier
       string resstr delimited by x"00" into RptTier end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 2 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptExpires
       string resstr delimited by x"00" into RptExpires end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 3 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptLastSeen
       string resstr delimited by x"00" into RptLastSeen end-string

       DISPLAY RptPlayer " " RptTier " " RptExpires " " RptLastSeen.
