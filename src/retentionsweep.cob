        *>        purgecore placeholder machinery purgeplayer uses,
        *>        one transaction per account, the placeholder alone
        *>        in AuditLog. Admin and bot accounts are never swept.
        *>   Unconverted guest accounts (guestcreate) skip the warning:
        *>   once past their GuestUntil they go through the same
        *>   placeholder machinery on the next run.
        *>   Run purgeverify behind a sweep that anonymized anyone,
        *>   exactly as after a manual purge -- the sweep prints the
        *>   placeholders to verify.
       MOVE TmpCfg TO GraceDays

       PERFORM WarnStage
       PERFORM GuestStage
       PERFORM AnonymizeStage

       CALL "batchend" USING BY REFERENCE pgconn LedgerJobName LedgerRows LedgerOutcome
       WarnStage.
       STRING "UPDATE Players SET RetentionWarnedAt = now() ",
           "WHERE LastSeen < now() - make_interval(days => ", RetentionDays, ") ",
           "AND RetentionWarnedAt IS NULL AND IsBot = false AND IsGuest = false ",
           "AND Name NOT IN ( SELECT Player FROM Admins ) ",
           "RETURNING Name, COALESCE(ContactUrl, '');", x"00" INTO QueryString
       END-STRING
           DISPLAY "warned " function trim(SweepTarget)
       END-PERFORM.

      *> -------------------------
      *> GuestStage: guest accounts nobody converted, once their
      *> GuestUntil has passed. Nobody to warn -- a guest was told
      *> it was temporary when it was made.
       GuestStage.
       STRING "SELECT Name FROM Players WHERE IsGuest AND GuestUntil < now() ",
           "ORDER BY Name;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NDue

       PERFORM VARYING DueIdx FROM 0 BY 1 UNTIL DueIdx >= NDue
           call "PQgetvalue" using by value pgres by value DueIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO SweepTarget
           string resstr delimited by x"00" into SweepTarget end-string

           PERFORM AnonymizeOne
       END-PERFORM.

      *> -------------------------
      *> AnonymizeStage: accounts whose grace ran out go through the
      *> purgecore placeholder machinery, one transaction each.
