        *> -------------------------
        *> drillstart.
        *> Takes: Standard arguments.
        *> Serves a study drill: of every past board (live or archived
        *>   round) whose solution set holds words from the caller's
        *>   study list that are due for review, picks the one holding
        *>   the most (ties at random) and sets it up in a fresh private
        *>   capacity-one room through the same newroom path a ghost
        *>   race or puzzle uses, in the due words' dictionary
        *>   language. The due words the new round's ValidWords actually
        *>   carry go into DrillWords; displaywords marks each found or
        *>   missed once the round is over and moves it along the
        *>   review schedule. With nothing due, or no board carrying a
        *>   due word, RoomId is left at HIGH-VALUES like a bad room id.
        *> Modifies: Rooms, Rounds, DrillRounds, DrillWords, RoomId, RoundId
        *> Dependencies: newroom, allwords

       IDENTIFICATION DIVISION.
       PROGRAM-ID. drillstart.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(300) based.
       01 querystring pic x(1536).

       01 NRows usage binary-long.
       01 SourceRound pic 99999 VALUE 0.

       01 Board pic x(288) VALUE SPACES.
       01 BoardWidth pic 99 VALUE 4.
       01 BoardHeight pic 99 VALUE 4.
       01 BoardChars usage binary-long.
       01 RoundSeconds pic 9(5) VALUE 180.
       01 DrillLanguage pic x(8) VALUE "FI".
       01 DrillRoomName pic x(16) VALUE "drill".
       01 DrillPasscode pic x(16) VALUE SPACES.
       01 PreRoundSeconds pic 9(5) VALUE 5.
       01 OnePlayer pic 9(4) VALUE 1.
       01 Tmp pic x(8) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId.
       Begin.

       MOVE HIGH-VALUES TO RoomId

      *> the board: most due words first-phase findable on it. A
      *> ValidWords row without a language label predates the label
      *> and matches any. Drill rounds are copies of another board,
      *> never a source themselves.
       STRING "SELECT v.RoundId, min(s.Language) FROM ValidWords v JOIN StudyWords s ON s.Word = v.Word ",
           "AND ( v.Language = s.Language OR v.Language = '' ) WHERE s.Player = '", function trim(Player),
           "' AND s.DueAt <= now() AND v.Phase = 0 ",
           "AND v.RoundId NOT IN ( SELECT RoundId FROM DrillRounds ) ",
           "AND v.RoundId IN ( SELECT RoundId FROM Rounds UNION ALL SELECT RoundId FROM RoundsArchive ) ",
           "GROUP BY v.RoundId ORDER BY count(DISTINCT v.Word) DESC, random() LIMIT 1;", x"00" INTO QueryString
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
       MOVE SPACES TO Tmp
       string resstr delimited by x"00" into Tmp end-string
       MOVE Tmp TO SourceRound
       call "PQgetvalue" using by value pgres by value 0 by value 1 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO DrillLanguage
       string resstr delimited by x"00" into DrillLanguage end-string

       STRING "SELECT Board, BoardWidth, BoardHeight, RoundSeconds FROM Rounds WHERE RoundId = ", SourceRound,
           " UNION ALL SELECT Board, BoardWidth, BoardHeight, RoundSeconds FROM RoundsArchive WHERE RoundId = ",
           SourceRound, ";", x"00" INTO QueryString
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
       MOVE SPACES TO Board
       string resstr delimited by x"00" into Board end-string
       call "PQgetvalue" using by value pgres by value 0 by value 1 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO Tmp
       string resstr delimited by x"00" into Tmp end-string
       MOVE Tmp TO BoardWidth
       call "PQgetvalue" using by value pgres by value 0 by value 2 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO Tmp
       string resstr delimited by x"00" into Tmp end-string
       MOVE Tmp TO BoardHeight
       call "PQgetvalue" using by value pgres by value 0 by value 3 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO Tmp
       string resstr delimited by x"00" into Tmp end-string
       MOVE Tmp TO RoundSeconds

       MOVE SPACES TO DrillPasscode
       STRING "dr", SourceRound, function trim(Player) DELIMITED BY SIZE
           INTO DrillPasscode
       END-STRING
       CALL "newroom" USING BY REFERENCE pgconn Player RoomId RoundId DrillRoomName
         BY CONTENT BoardWidth BoardHeight DrillLanguage RoundSeconds PreRoundSeconds
         DrillPasscode OnePlayer
       END-CALL

       IF RoomId IS = HIGH-VALUES THEN
         EXIT PROGRAM
       END-IF

       COMPUTE BoardChars = BoardWidth * BoardHeight * 2
       STRING "SELECT nextval('rounds_roundnum_seq');", x"00" INTO QueryString
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
       MOVE Tmp TO RoundId

       STRING "insert into rounds ( roundid, roundstart, board, roomid, boardwidth, boardheight, roundseconds, dictversion, boardsource ) values ( ",
           RoundId, ", now() + interval '", PreRoundSeconds, " seconds', '", Board(1:BoardChars), "', ",
           RoomId, ", ", BoardWidth, ", ", BoardHeight, ", ", RoundSeconds,
           ", ( SELECT COALESCE(max(Version), 0) FROM WordListVersions ), 'drill' ) ;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

      *> the drill round gets its ValidWords inline like the
      *> ghost and puzzle rounds do -- under today's dictionary, so a
      *> due word since dropped from it is simply not drilled.
       CALL "allwords" USING BY REFERENCE pgconn RoundId

       STRING "INSERT INTO DrillRounds ( RoundId, Player, SourceRoundId ) VALUES ( ", RoundId, ", '",
           function trim(Player), "', ", SourceRound, " );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       STRING "INSERT INTO DrillWords ( RoundId, Word, Language ) SELECT DISTINCT ", RoundId,
           ", s.Word, s.Language FROM StudyWords s JOIN ValidWords v ON v.Word = s.Word AND v.RoundId = ", RoundId,
           " AND ( v.Language = s.Language OR v.Language = '' )",
           " WHERE s.Player = '", function trim(Player), "' AND s.DueAt <= now() ",
           "ON CONFLICT ( RoundId, Word, Language ) DO NOTHING;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       EXIT PROGRAM.
