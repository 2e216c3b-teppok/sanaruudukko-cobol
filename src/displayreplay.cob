        *>   outlive the room recycle). A round that is still running is
        *>   never replayed -- that would be a live feed of everyone's
        *>   submissions -- so an unfinished round just gets the empty
        *>   list. In a round played with quick-succession streaks each
        *>   accepted word also carries its place in its run and the
        *>   percent that earned it (0 and 0 off a run).
        *> Modifies:
        *> Dependencies: streakset

       IDENTIFICATION DIVISION.
       PROGRAM-ID. displayreplay.
       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(160) based.
       01 querystring pic x(4096).

       01 ReplayRound pic 99999 usage display.
       01 RoundOverCount usage binary-long value 0.
      *> the proven traced path (three digits per cell), blank for
      *> untraced submissions -- what spectators get highlighted.
       01 EvPath pic x(120).
       01 EvChain pic x(8).
       01 EvStreakPct pic x(8).
       01 StreakSet pic x(2048).

       LINKAGE SECTION.
       01 pgconn usage pointer.
         EXIT PROGRAM
       END-IF

       CALL "streakset" USING ReplayRound StreakSet END-CALL

       STRING "SELECT w.Player, w.Word, w.Result, ",
           "floor(extract(epoch from (w.EventTime - r.RoundStart))), ",
           "COALESCE((SELECT max(x.TilePath) FROM ",
           "(SELECT TilePath FROM Words wd WHERE wd.RoundId = w.RoundId ",
           "AND wd.Player = w.Player AND wd.Word = w.Word ",
           "UNION ALL SELECT TilePath FROM WordsArchive wa WHERE wa.RoundId = w.RoundId ",
           "AND wa.Player = w.Player AND wa.Word = w.Word) x), ''), ",
           "COALESCE(sk.StreakChain, 0), COALESCE(sk.StreakPct, 0) ",
           "FROM WordAudit w LEFT JOIN ", function trim(StreakSet), " sk ON sk.StreakId = w.Id JOIN ",
           "(SELECT RoundId, RoundStart FROM Rounds WHERE RoundId = ", ReplayRound,
           " UNION ALL SELECT RoundId, RoundStart FROM RoundsArchive WHERE RoundId = ", ReplayRound,
           ") r ON r.RoundId = w.RoundId ",
           MOVE SPACES TO EvPath
           string resstr delimited by x"00" into EvPath end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 5 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO EvChain
           string resstr delimited by x"00" into EvChain end-string

           call "PQgetvalue" using by value pgres by value RowIdx by value 6 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO EvStreakPct
           string resstr delimited by x"00" into EvStreakPct end-string

           IF OutFormat = "json" THEN
              DISPLAY '{"player":"' function trim(EvPlayer) '","word":"' function trim(EvWord)
                  '","result":"' function trim(EvResult) '","offset":' function trim(EvOffset)
                  ',"path":"' function trim(EvPath) '","streak":' function trim(EvChain)
                  ',"streakpct":' function trim(EvStreakPct) '}'
           ELSE
              DISPLAY "<player>", function trim(EvPlayer), "</player>"
              DISPLAY "<word>", function trim(EvWord), "</word>"
              DISPLAY "<result>", function trim(EvResult), "</result>"
              DISPLAY "<offset>", function trim(EvOffset), "</offset>"
              DISPLAY "<path>", function trim(EvPath), "</path>"
              DISPLAY "<streak>", function trim(EvChain), "</streak>"
              DISPLAY "<streakpct>", function trim(EvStreakPct), "</streakpct>"
              DISPLAY "</event>"
           END-IF
       END-PERFORM
