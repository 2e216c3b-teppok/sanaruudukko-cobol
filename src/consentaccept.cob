        *> -------------------------
        *> consentaccept.
        *> Takes: pgconn, Player, TermsKind, TermsVersion, ClientAddr.
        *> Records that Player accepted version TermsVersion of
        *>   TermsKind ("terms" or "privacy") from ClientAddr -- one
        *>   ConsentLog row, and only if that is still the Kind's
        *>   current version, so a client showing a stale text can't
        *>   clear the consent gate with it. Accepting a version twice
        *>   adds nothing. The version travels as a bound parameter.
        *> Modifies: ConsentLog
        *> Dependencies: execparams

       IDENTIFICATION DIVISION.
       PROGRAM-ID. consentaccept.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(512).

       01 VersionParam pic x(260) VALUE SPACES.
       01 NParams1 usage binary-long VALUE 1.
       01 SpareParam2 pic x(260) VALUE SPACES.
       01 SpareParam3 pic x(260) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 TermsKind pic x(16).
       01 TermsVersion pic x(16).
       01 ClientAddr pic x(45).

       PROCEDURE DIVISION USING pgconn, Player, TermsKind, TermsVersion, ClientAddr.
       Begin.

       IF TermsKind IS NOT = "terms" AND TermsKind IS NOT = "privacy" THEN
         EXIT PROGRAM
       END-IF
       IF TermsVersion IS = SPACES THEN
         EXIT PROGRAM
       END-IF

       STRING function trim(TermsVersion), x"00" INTO VersionParam END-STRING
       STRING "INSERT INTO ConsentLog ( Player, Kind, Version, Address ) SELECT '", function trim(Player),
           "', Kind, Version, '", function trim(ClientAddr), "' FROM (SELECT Kind, Version FROM TermsVersions ",
           "WHERE Kind = '", function trim(TermsKind), "' AND PublishedAt <= now() ",
           "ORDER BY PublishedAt DESC LIMIT 1) c WHERE c.Version = $1 AND NOT EXISTS (SELECT 1 FROM ",
           "ConsentLog l WHERE l.Player = '", function trim(Player), "' AND l.Kind = c.Kind ",
           "AND l.Version = c.Version);", x"00" INTO QueryString
       END-STRING
       CALL "execparams" USING pgconn querystring NParams1
           VersionParam SpareParam2 SpareParam3 pgres END-CALL

       EXIT PROGRAM.
