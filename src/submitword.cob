        *>   queries wordlist (with Language='FI') and adds the word to the player's word list
        *>   possibly with Words.Languagecheck=true if it's in the list and false if it's not.
        *>   Spectators are watching only, so they are rejected up front.
        *>   A room requires a traced path when its RequirePath column is
        *>   set or the RequirePath feature flag is on for the room or
        *>   the player. A player with an extended time allowance
        *>   (ExtraTime) has words taken until their own deadline,
        *>   RoundSeconds plus the allowance; roundstatus keeps the round
        *>   open for them meanwhile.
        *> Modifies:
        *> Dependencies: roundstatus, checkword, checkpath, checkstar, flagcheck
        
       IDENTIFICATION DIVISION.
       PROGRAM-ID. submitword.
       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(300) based.
       01 querystring pic x(1024).
       
       
       01 RoundOk usage binary-long.
       01 TmpDiff pic x(8) VALUE SPACES.
       01 MaxDifficulty pic 9(2) VALUE 0.
       01 DiffPred pic x(32) VALUE SPACES.

      *> an organisation's own dictionary exclusions, in its rooms.
       01 OrgPred pic x(160) VALUE SPACES.
       01 DailyRoomFlag pic x VALUE "f".

      *> multilingual rooms: the primary Language plus the room's
      *> RequirePath set refuses untraced submissions outright.
       01 RequirePathFlag pic x VALUE "f".
         88 RoomRequiresPath VALUE "t".
       01 RequirePathFeature pic x(32) VALUE "RequirePath".

      *> the room's minimum word length house rule (default 3, the
      *> historical floor) -- shorter words are rejected with their
         88 PathInvalid VALUE 1.
         88 PathValid VALUE 2.

      *> required-tile rule: on a starred round (Rounds.StarCell)
      *> the word's path has to pass through the star -- the traced path
      *> itself when one was sent, otherwise whatever path checkstar can
      *> find. 0 = no star on this round.
       01 StarCell pic 999 VALUE 0.
       01 TmpStar pic x(4) VALUE SPACES.
       01 StarDigits pic 999.
       01 StarPos usage binary-long.
       01 StarHit usage binary-long VALUE 0.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Word pic x(32).
       set address of resstr to resptr
       MOVE SPACES TO RequirePathFlag
       string resstr delimited by x"00" into RequirePathFlag end-string
      *> the staged rollout: rooms and players on the flag trial
      *> path-only play before the column is set anywhere.
       IF NOT RoomRequiresPath THEN
         CALL "flagcheck" USING BY REFERENCE pgconn RequirePathFeature Player RoomId
           BY CONTENT "f" BY REFERENCE RequirePathFlag
         END-CALL
       END-IF
       call "PQgetvalue" using by value pgres by value 0 by value 3 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO TmpLimit
                END-IF

               
              *> on a shifting board the word is judged against the
              *> phase live right now, the moment it arrived.
               string "SELECT COALESCE(( SELECT p.Board FROM RoundPhases p WHERE p.RoundId = Rounds.RoundId ",
                      "AND p.StartsAt <= now() ORDER BY p.Phase DESC LIMIT 1 ), Board), ",
                      "BoardWidth, BoardHeight, COALESCE(StarCell, 0) FROM Rounds WHERE RoundId = ", RoundId,
                      " AND Roundstart + make_interval(secs => RoundSeconds + COALESCE(( SELECT x.Seconds ",
                      "FROM ExtraTime x WHERE x.RoomId = Rounds.RoomId AND x.Player = '", function trim(Player),
                      "' ), 0)) >= now() ",
                      "AND RoomId = ", RoomId, ";", x"00" INTO QueryString
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
                   MOVE SPACES TO TmpStar
                   string resstr delimited by x"00" into TmpStar end-string
                   MOVE TmpStar TO StarCell

                   call "checkword" using
                     by content Board
                     by content Word
                       END-IF
                     END-IF

                    *> the star: on the board is not enough, the
                    *> word has to go through the starred cell.
                     IF StarCell > 0 THEN
                       PERFORM CheckStarCell
                       IF StarHit = 0 THEN
                         MOVE "rejected_nostar" TO WordAuditResult
                         PERFORM LogWordAudit
                         EXIT PROGRAM
                       END-IF
                     END-IF

                     STRING "SELECT Language, KidFriendly, MaxDifficulty, DailyChallenge, ExtraLanguages FROM Rooms WHERE Id = ", RoomId, ";", x"00" INTO QueryString
                     END-STRING
                     call "PQexec" using
         MOVE "false" TO PangramSQLBool
       END-IF.

      *> -------------------------
      *> CheckStarCell: does the word's path pass through the round's
      *> starred cell? A traced (and already proven) path is read cell
      *> by cell; an untraced word passes if checkstar can find any
      *> legal path over the star. Leaves 1 in StarHit if so.
       CheckStarCell.
       MOVE 0 TO StarHit
       IF PathText IS NOT = SPACES THEN
         PERFORM VARYING StarPos FROM 1 BY 3 UNTIL StarPos > 118
             OR PathText(StarPos:3) IS = SPACES OR StarHit > 0
           MOVE PathText(StarPos:3) TO StarDigits
           IF StarDigits = StarCell THEN
             MOVE 1 TO StarHit
           END-IF
         END-PERFORM
       ELSE
         CALL "checkstar" USING
           by content Board
           by content Word
           by content BoardWidth
           by content BoardHeight
           by content StarCell
           by reference LoopStatus
           by reference HintX
           by reference HintY
         END-CALL
         IF ValidWord THEN
           MOVE 1 TO StarHit
         END-IF
       END-IF.

      *> -------------------------
      *> LogWordAudit: record one submission attempt and its outcome
      *> (WordAuditResult) so the player can review their own trail for
      *> -------------------------
      *> LookupOneLanguage: is the word in WordList under Language, at
      *> the round's pinned version and inside the room's difficulty
      *> cap (and outside ProfanityList for a kid-friendly room, and
      *> the organisation's exclusions in one of its rooms)? Leaves
      *> the row count in WordOk.
       LookupOneLanguage.
       IF RoomIsKidFriendly THEN
         STRING "SELECT Word FROM WordList WHERE Word = $1 AND LANGUAGE = '", function trim(Language),
             "' ", function trim(VersionPred), " ", function trim(DiffPred), " ", function trim(OrgPred),
             " AND lower(Word) NOT IN (SELECT lower(Word) FROM ProfanityList);", x"00" INTO QueryString
         END-STRING
       ELSE
         STRING "SELECT Word FROM WordList WHERE Word = $1 AND LANGUAGE = '", function trim(Language),
             "' ", function trim(VersionPred), " ", function trim(DiffPred), " ", function trim(OrgPred),
             ";", x"00" INTO QueryString
         END-STRING
       END-IF
       CALL "execparams" USING pgconn querystring NParams1
       STRING "AND AddedVersion <= ", DictVersion,
           " AND ( RemovedVersion IS NULL OR RemovedVersion > ", DictVersion, " )"
           INTO VersionPred
       END-STRING
      *> a word the room's organisation has excluded counts as not in
      *> the dictionary there; every other room is unaffected.
       MOVE SPACES TO OrgPred
       STRING "AND lower(Word) NOT IN (SELECT lower(x.Word) FROM OrgWordExclusions x ",
           "JOIN Rooms r ON r.OrgId = x.OrgId WHERE r.Id = ", RoomId, ")"
           INTO OrgPred
       END-STRING.
