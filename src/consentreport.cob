        *> -------------------------
        *> consentreport.
        *> Takes: (standalone operator report, no arguments).
        *> Who hasn't accepted the current terms and privacy versions:
        *>   for each Kind with a published version, every player
        *>   without a ConsentLog row for it -- most recently seen first,
        *>   with the last version of that Kind they did accept (blank:
        *>   never) -- and a count per Kind. Guests whose time has run
        *>   out are left off; they can't sign in to accept anything.
        *>   Once a new version goes out this is the list that shrinks
        *>   as players come back.
        *> Modifies:
        *> Dependencies: getdb

       IDENTIFICATION DIVISION.
       PROGRAM-ID. consentreport.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgconn usage pointer.
       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(200) based.
       01 result usage binary-long.
       01 querystring pic x(1024).

       01 NRows usage binary-long.
       01 RowIdx usage binary-long.
       01 PendingZ pic zzzzzz9.
       01 RptKind pic x(8).
       01 RptCurrent pic x(16).
       01 RptPlayer pic x(16).
       01 RptLastSeen pic x(16).
       01 RptAccepted pic x(16).
       01 PrevKind pic x(8) VALUE SPACES.
       01 KindCount usage binary-long VALUE 0.

       PROCEDURE DIVISION.
       Begin.

       CALL "getdb" USING BY REFERENCE pgconn

       DISPLAY "players without consent to the current version"
       DISPLAY "kind     current          player           last seen        accepted before"
       DISPLAY "-----------------------------------------------------------------------------"

       STRING "WITH c AS (SELECT DISTINCT ON (Kind) Kind, Version, PublishedAt FROM TermsVersions ",
           "WHERE PublishedAt <= now() ORDER BY Kind, PublishedAt DESC) ",
           "SELECT c.Kind, c.Version, p.Name, to_char(p.LastSeen, 'YYYY-MM-DD HH24:MI'), ",
           "COALESCE((SELECT l.Version FROM ConsentLog l WHERE l.Player = p.Name AND l.Kind = c.Kind ",
           "ORDER BY l.AcceptedAt DESC LIMIT 1), '') ",
           "FROM c CROSS JOIN Players p ",
           "WHERE ( p.GuestUntil IS NULL OR p.GuestUntil > now() ) ",
           "AND NOT EXISTS (SELECT 1 FROM ConsentLog l WHERE l.Player = p.Name AND l.Kind = c.Kind ",
           "AND l.Version = c.Version) ",
           "ORDER BY c.Kind, p.LastSeen DESC, p.Name;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NRows

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           PERFORM ShowPlayerRow
       END-PERFORM
       IF PrevKind IS NOT = SPACES THEN
         PERFORM ShowKindTotal
       END-IF

       IF NRows = 0 THEN
         DISPLAY "(everyone has accepted, or nothing is published)"
       END-IF

       call "PQfinish" using by value pgconn returning result end-call
       STOP RUN.

       ShowPlayerRow.
       call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptKind
       string resstr delimited by x"00" into RptKind end-string

       IF RptKind IS NOT = PrevKind AND PrevKind IS NOT = SPACES THEN
         PERFORM ShowKindTotal
       END-IF
       MOVE RptKind TO PrevKind
       ADD 1 TO KindCount

       call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptCurrent
       string resstr delimited by x"00" into RptCurrent end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 2 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptPlayer
       string resstr delimited by x"00" into RptPlayer end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 3 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptLastSeen
       string resstr delimited by x"00" into RptLastSeen end-string

       call "PQgetvalue" using by value pgres by value RowIdx by value 4 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RptAccepted
       string resstr delimited by x"00" into RptAccepted end-string
       IF RptAccepted IS = SPACES THEN
         MOVE "(never)" TO RptAccepted
       END-IF

       DISPLAY RptKind " " RptCurrent " " RptPlayer " " RptLastSeen " " RptAccepted.

       ShowKindTotal.
       MOVE KindCount TO PendingZ
       DISPLAY "  " function trim(PrevKind) ": " function trim(PendingZ) " not accepted"
       DISPLAY " "
       MOVE 0 TO KindCount.
