        *> -------------------------
        *> consentcheck.
        *> Takes: pgconn, Player, ConsentFlag (out).
        *> ConsentFlag comes back 't' when some Kind in TermsVersions
        *>   (terms, privacy) has a current version -- its latest
        *>   PublishedAt that has arrived -- with no ConsentLog row of
        *>   Player's for it, 'f' when every current version is
        *>   accepted or nothing has been published. processq turns 't'
        *>   into status 20 ahead of everything but termsshow and
        *>   consentaccept; submitchat drops the line.
        *> Modifies: ConsentFlag
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. consentcheck.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(512).

       01 MissingCount usage binary-long VALUE 0.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 ConsentFlag pic x.

       PROCEDURE DIVISION USING pgconn, Player, ConsentFlag.
       Begin.

       MOVE "f" TO ConsentFlag

       STRING "SELECT c.Kind FROM (SELECT DISTINCT ON (Kind) Kind, Version FROM TermsVersions ",
           "WHERE PublishedAt <= now() ORDER BY Kind, PublishedAt DESC) c ",
           "WHERE NOT EXISTS (SELECT 1 FROM ConsentLog l WHERE l.Player = '", function trim(Player),
           "' AND l.Kind = c.Kind AND l.Version = c.Version);", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning MissingCount
       IF MissingCount > 0 THEN
         MOVE "t" TO ConsentFlag
       END-IF

       EXIT PROGRAM.
