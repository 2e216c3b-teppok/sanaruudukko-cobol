        *> -------------------------
        *> displayterms.
        *> Takes: pgconn, Player, OutFormat.
        *> The current terms of service and privacy policy, for the
        *>   consent screen: per Kind with a published version, the
        *>   version, when it was published, whether Player has accepted
        *>   it, and its text from Translations ('<kind>:<version>') in
        *>   the player's profile language, falling back to EN. The text
        *>   keeps its line breaks and is escaped for the output format.
        *>   Timestamps render in the caller's preferred timezone.
        *> Modifies:
        *> Dependencies: gettimezone

       IDENTIFICATION DIVISION.
       PROGRAM-ID. displayterms.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(32000) based.
       01 querystring pic x(2048).

       01 TzPrefix pic x(16) VALUE SPACES.
       01 TzSuffix pic x(96) VALUE SPACES.

      *> the escaping wrapped around the text column: JSON string
      *> escapes, or the three XML entities.
       01 EscPrefix pic x(64) VALUE SPACES.
       01 EscSuffix pic x(96) VALUE SPACES.

       01 NRows usage binary-long VALUE 0.
       01 RowIdx usage binary-long.
       01 TermsKind pic x(16).
       01 TermsVersion pic x(16).
       01 TermsPublished pic x(32).
       01 TermsAccepted pic x(1).
       01 TermsText pic x(32000).

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 OutFormat pic x(4).

       PROCEDURE DIVISION USING pgconn, Player, OutFormat.
       Begin.

       CALL "gettimezone" USING BY REFERENCE pgconn Player TzPrefix TzSuffix

       IF OutFormat = "json" THEN
         MOVE "replace(replace(replace(" TO EscPrefix
         MOVE ", '\', '\\'), '""', '\""'), chr(10), '\n')" TO EscSuffix
       ELSE
         MOVE "replace(replace(replace(" TO EscPrefix
         MOVE ", '&', '&amp;'), '<', '&lt;'), '>', '&gt;')" TO EscSuffix
       END-IF

       STRING "SELECT c.Kind, c.Version, to_char(", function trim(TzPrefix), "c.PublishedAt",
           function trim(TzSuffix), ", 'YYYY-MM-DD HH24:MI'), ",
           "CASE WHEN EXISTS (SELECT 1 FROM ConsentLog l WHERE l.Player = '", function trim(Player),
           "' AND l.Kind = c.Kind AND l.Version = c.Version) THEN 1 ELSE 0 END, ",
           function trim(EscPrefix), "COALESCE((SELECT t.Text FROM Translations t WHERE t.MessageId = ",
           "c.Kind || ':' || c.Version AND t.Language = (SELECT p.PreferredLanguage FROM Profiles p ",
           "WHERE p.Player = '", function trim(Player), "')), (SELECT t.Text FROM Translations t ",
           "WHERE t.MessageId = c.Kind || ':' || c.Version AND t.Language = 'EN'), '')",
           function trim(EscSuffix), " FROM (SELECT DISTINCT ON (Kind) Kind, Version, PublishedAt ",
           "FROM TermsVersions WHERE PublishedAt <= now() ORDER BY Kind, PublishedAt DESC) c ",
           "ORDER BY c.Kind;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NRows

       IF OutFormat = "json" THEN
          DISPLAY '"terms":['
       ELSE
          DISPLAY "<terms>"
       END-IF

       PERFORM VARYING RowIdx FROM 0 BY 1 UNTIL RowIdx >= NRows
           call "PQgetvalue" using by value pgres by value RowIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO TermsKind
           string resstr delimited by x"00" into TermsKind end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO TermsVersion
           string resstr delimited by x"00" into TermsVersion end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO TermsPublished
           string resstr delimited by x"00" into TermsPublished end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 3 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO TermsAccepted
           string resstr delimited by x"00" into TermsAccepted end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 4 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO TermsText
           string resstr delimited by x"00" into TermsText end-string

           IF OutFormat = "json" THEN
              IF RowIdx > 0 THEN DISPLAY "," END-IF
              DISPLAY '{"kind":"' function trim(TermsKind) '","version":"' function trim(TermsVersion)
                  '","published":"' function trim(TermsPublished) '","accepted":' TermsAccepted
                  ',"text":"' function trim(TermsText) '"}'
           ELSE
              DISPLAY "<document>"
              DISPLAY "<kind>", function trim(TermsKind), "</kind>"
              DISPLAY "<version>", function trim(TermsVersion), "</version>"
              DISPLAY "<published>", function trim(TermsPublished), "</published>"
              DISPLAY "<accepted>", TermsAccepted, "</accepted>"
              DISPLAY "<text>", function trim(TermsText), "</text>"
              DISPLAY "</document>"
           END-IF
       END-PERFORM

       IF OutFormat = "json" THEN
          DISPLAY "]"
       ELSE
          DISPLAY "</terms>"
       END-IF

       EXIT PROGRAM.
