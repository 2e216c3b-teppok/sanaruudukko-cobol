        *> displayround.
        *> Takes: Round id.
        *> Displays remaining hundredths of seconds of the current round and
        *>   the current board. A viewer with an extended time allowance
        *>   (ExtraTime) counts down to their own deadline; a viewer whose
        *>   time is up while someone else's allowance still runs is
        *>   told they are waiting for extended time (extendedwait).
        *> Modifies:
        *> Dependencies:

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(300) based.
       01 querystring pic x(1024).

       01 TmpDate2.
         02 TmpYear PIC 9999.
       01 PausedFlag pic x VALUE "f".
         88 RoundIsPaused VALUE "t".

      *> extended time: the viewer's own allowance in seconds (already
      *> folded into RoundSeconds below), and whether the room's round
      *> is over for the viewer but still open for someone else's.
       01 ExtraSeconds pic x(5) VALUE SPACES.
       01 ExtendedFlag pic x VALUE "f".
         88 WaitingForExtended VALUE "t".

       01 RemainingMinutes PIC s9(2).
       01 RemainingSeconds PIC s9(2).
       01 RemainingHunds PIC s9(2).
       01 RoundMinutesPart PIC 99.
       01 RoundSecondsPart PIC 99.

      *> the round's frozen premium-cell layout, one character per
      *> cell in board order; blank for a plain board.
       01 Premium pic x(144) VALUE SPACES.
       01 PremiumChars usage binary-long.
      *> the round's starred cell (required-tile rule), 0 for none.
       01 StarCell pic x(4) VALUE SPACES.
      *> shifting board: which phase (RoundPhases) is live now --
      *> the board shown is that phase's -- blank on an ordinary round.
       01 BoardPhase pic x(4) VALUE SPACES.

       01 JsonFirst pic 9 VALUE 0.
         88 JsonHasFirst VALUE 1.

       IF RoundId IS = HIGH-VALUES THEN
              SET RoundEnded TO TRUE
       ELSE
          STRING "SELECT RoundStart, RoundSeconds + Own.Seconds, Paused, ",
              "NOT Paused AND RoundStart + make_interval(secs => RoundSeconds + Own.Seconds) < now() ",
              "AND RoundStart + make_interval(secs => RoundSeconds + COALESCE(( SELECT MAX(x.Seconds) ",
              "FROM ExtraTime x JOIN RoomMembers m ON m.RoomId = x.RoomId AND m.Player = x.Player ",
              "WHERE x.RoomId = Rounds.RoomId ), 0)) >= now(), Own.Seconds FROM ROUNDS, LATERAL ( SELECT ",
              "COALESCE(( SELECT x.Seconds FROM ExtraTime x WHERE x.RoomId = Rounds.RoomId AND x.Player = '",
              function trim(Player), "' ), 0) AS Seconds ) Own where RoundId = ", RoundId, ";", x"00" INTO QueryString
          END-STRING
          call "PQexec" using by value pgconn
            by reference querystring
           MOVE SPACES TO PausedFlag
           string resstr delimited by x"00" into PausedFlag end-string

           call "PQgetvalue" using by value pgres
               by value 0
               by value 3
               returning resptr
           end-call
           set address of resstr to resptr
           MOVE SPACES TO ExtendedFlag
           string resstr delimited by x"00" into ExtendedFlag end-string

           call "PQgetvalue" using by value pgres
               by value 0
               by value 4
               returning resptr
           end-call
           set address of resstr to resptr
           MOVE SPACES TO ExtraSeconds
           string resstr delimited by x"00" into ExtraSeconds end-string

           Move SqlYear to TmpYear
           Move SqlMonth to Tmpmonth
           Move SqlDay to Tmpday
          END-IF
       END-IF

       IF ExtraSeconds IS NOT = SPACES AND ExtraSeconds IS NOT = "0" THEN
          IF OutFormat = "json" THEN
             IF JsonHasFirst THEN DISPLAY "," END-IF
             DISPLAY '"extratime":' function trim(ExtraSeconds)
             SET JsonHasFirst TO TRUE
          ELSE
             DISPLAY "<extratime>", function trim(ExtraSeconds), "</extratime>"
          END-IF
       END-IF

       IF RoundEnded AND WaitingForExtended THEN
          IF OutFormat = "json" THEN
             IF JsonHasFirst THEN DISPLAY "," END-IF
             DISPLAY '"extendedwait":1'
             SET JsonHasFirst TO TRUE
          ELSE
             DISPLAY "<extendedwait>1</extendedwait>"
          END-IF
       END-IF

       IF RoundContinues THEN
           COMPUTE RemainingMinutes = ERoundMinutes - CurrentMinutes
           COMPUTE RemainingSeconds = ERoundSeconds - CurrentSeconds
      END-IF

      IF RoundId IS NOT = HIGH-VALUES AND (RoundContinues OR RoundEnded) AND NOT BoardWithheld THEN
           STRING "SELECT COALESCE(( SELECT p.Board FROM RoundPhases p WHERE p.RoundId = Rounds.RoundId ",
               "AND p.StartsAt <= now() ORDER BY p.Phase DESC LIMIT 1 ), Board), ",
               "BoardWidth, BoardHeight, COALESCE(Premium, ''), COALESCE(StarCell, 0), ",
               "COALESCE(( SELECT max(p.Phase)::text FROM RoundPhases p WHERE p.RoundId = Rounds.RoundId ",
               "AND p.StartsAt <= now() ), '') FROM Rounds where RoundId = ", RoundId, ";", x"00" INTO QueryString
           END-STRING
           call "PQexec" using
               by value pgconn
           string resstr delimited by x"00" into TmpSize end-string
           MOVE TmpSize TO BoardHeight

           call "PQgetvalue" using
            by value pgres
               by value 0
               by value 3
               returning resptr
           end-call
           set address of resstr to resptr
           MOVE SPACES TO Premium
           string resstr delimited by x"00" into Premium end-string

           call "PQgetvalue" using
            by value pgres
               by value 0
               by value 4
               returning resptr
           end-call
           set address of resstr to resptr
           MOVE SPACES TO StarCell
           string resstr delimited by x"00" into StarCell end-string

           call "PQgetvalue" using
            by value pgres
               by value 0
               by value 5
               returning resptr
           end-call
           set address of resstr to resptr
           MOVE SPACES TO BoardPhase
           string resstr delimited by x"00" into BoardPhase end-string

           COMPUTE BoardChars = BoardWidth * BoardHeight * 2
           COMPUTE PremiumChars = BoardWidth * BoardHeight
           IF OutFormat = "json" THEN
              IF JsonHasFirst THEN DISPLAY "," END-IF
              DISPLAY '"board":"' Board(1:BoardChars) '","boardwidth":"' function trim(BoardWidth) '","boardheight":"' function trim(BoardHeight) '"'
              SET JsonHasFirst TO TRUE
              IF Premium IS NOT = SPACES THEN
                 DISPLAY ',"premium":"' Premium(1:PremiumChars) '"'
              END-IF
              IF StarCell IS NOT = SPACES AND StarCell IS NOT = "0" THEN
                 DISPLAY ',"star":' function trim(StarCell)
              END-IF
              IF BoardPhase IS NOT = SPACES THEN
                 DISPLAY ',"phase":' function trim(BoardPhase)
              END-IF
           ELSE
              DISPLAY "<board>", Board(1:BoardChars), "</board>"
              DISPLAY "<boardwidth>", BoardWidth, "</boardwidth>"
              DISPLAY "<boardheight>", BoardHeight, "</boardheight>"
              IF Premium IS NOT = SPACES THEN
                 DISPLAY "<premium>", Premium(1:PremiumChars), "</premium>"
              END-IF
              IF StarCell IS NOT = SPACES AND StarCell IS NOT = "0" THEN
                 DISPLAY "<star>", function trim(StarCell), "</star>"
              END-IF
              IF BoardPhase IS NOT = SPACES THEN
                 DISPLAY "<phase>", function trim(BoardPhase), "</phase>"
              END-IF
           END-IF
       ELSE
           IF OutFormat = "json" THEN
