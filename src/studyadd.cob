        *> -------------------------
        *> studyadd.
        *> Takes: Standard arguments + Word + HistoryRound.
        *> Saves a word into the caller's study list (see studylist).
        *>   The word has to be in the solution set (ValidWords) of a
        *>   finished round -- HistoryRound when the history viewer
        *>   names one, otherwise the round just played in the caller's
        *>   room, whose missed-words summary offers it -- and that
        *>   round has to be one of the caller's room's or one they
        *>   played themselves, so a list can't be used to peek at a
        *>   live board. The word is kept in the dictionary language
        *>   that produced it and is due for review straight away.
        *>   Saving a word already on the list changes nothing; a list
        *>   holds at most 500 words.
        *> Modifies: StudyWords
        *> Dependencies: roundstatus

       IDENTIFICATION DIVISION.
       PROGRAM-ID. studyadd.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(80) based.
       01 querystring pic x(1024).

       01 NRows usage binary-long VALUE 0.
       01 ListSize pic 9(6) VALUE 0.
       01 Tmp pic x(8) VALUE SPACES.
       01 SourceRound pic 99999 VALUE 0.
       01 SourceRoom pic 99999 VALUE 0.
       01 StudyLanguage pic x(8) VALUE SPACES.

       01 RoundStatus pic x.
          88 RoundFinished value "f".
          88 RoundContinues value "t".

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".
       01 Word pic x(32).
       01 HistoryRound pic 99999 usage display.

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId, Word, HistoryRound.
       Begin.

       IF Word IS = SPACES THEN
         EXIT PROGRAM
       END-IF

       IF HistoryRound IS NOT = HIGH-VALUES THEN
         MOVE HistoryRound TO SourceRound
       ELSE
         IF RoundId IS = HIGH-VALUES THEN
           EXIT PROGRAM
         END-IF
         MOVE RoundId TO SourceRound
       END-IF
       IF RoomId IS NOT = HIGH-VALUES THEN
         MOVE RoomId TO SourceRoom
       END-IF

      *> the room's own round is the one that may still be running.
       IF RoundId IS NOT = HIGH-VALUES AND SourceRound = RoundId THEN
         CALL "roundstatus" USING BY REFERENCE pgconn Player RoomId RoundId RoundStatus
         IF NOT RoundFinished THEN
           EXIT PROGRAM
         END-IF
       END-IF

       STRING "SELECT count(*) FROM StudyWords WHERE Player = '", function trim(Player), "';",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO Tmp
       string resstr delimited by x"00" into Tmp end-string
       MOVE function numval(Tmp) TO ListSize
       IF ListSize >= 500 THEN
         EXIT PROGRAM
       END-IF

      *> the word's dictionary: the one that matched it on the board,
      *> else the round's room language.
       STRING "SELECT COALESCE(NULLIF(v.Language, ''), ro.Language, 'FI') FROM ValidWords v ",
           "JOIN ( SELECT RoundId, RoomId FROM Rounds UNION ALL SELECT RoundId, RoomId FROM RoundsArchive ) r ",
           "ON r.RoundId = v.RoundId LEFT JOIN Rooms ro ON ro.Id = r.RoomId WHERE v.RoundId = ", SourceRound,
           " AND v.Word = '", function trim(Word), "' AND ( r.RoomId = ", SourceRoom,
           " OR EXISTS ( SELECT 1 FROM RoundScores rs WHERE rs.RoundId = ", SourceRound,
           " AND rs.Player = '", function trim(Player), "' ) ) LIMIT 1;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NRows
       IF NRows = 0 THEN
         EXIT PROGRAM
       END-IF
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO StudyLanguage
       string resstr delimited by x"00" into StudyLanguage end-string

       STRING "INSERT INTO StudyWords ( Player, Word, Language, SourceRoundId ) VALUES ( '",
           function trim(Player), "', '", function trim(Word), "', '", function trim(StudyLanguage),
           "', ", SourceRound, " ) ON CONFLICT ( Player, Word, Language ) DO NOTHING;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       EXIT PROGRAM.
