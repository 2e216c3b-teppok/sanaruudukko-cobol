        *> Displays players and words they have typed in the current room of the player.
        *>   Also shows the score for each word and total for the players.
        *>   If the round continues, only shows the count of the words and don't process duplicates.
        *>   In a round played under the inflection-family rule only the
        *>   best-scoring member of each family a player found counts;
        *>   the others are listed at zero with the reason "family".
        *> Modifies:
        *> Dependencies: streakset, themepred, familykey
        *> XXX TotalScoreFail tarkista tarvitaanko
        
       IDENTIFICATION DIVISION.
       
       01 pgres  usage pointer.
       01 pgres2  usage pointer.
      *> the round's absentees, walked while pgres2 holds each one's
      *> word list.
       01 pgres3  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(80) based.
       01 querystring pic x(6144).

       01 RoundStatus pic x.
          88 RoundFinished value "f".
       01 NWords usage binary-long.
       01 PlayerIdx usage binary-long.
       01 WordIdx usage binary-long.
       01 NAbsent usage binary-long.
       01 AbsentIdx usage binary-long.
       01 PlayerName pic x(16).
       01 PlayerActive pic x.
       01 PlayerReady pic x.
       01 TmpRarity pic x(2) VALUE SPACES.
       01 RarityTier pic x(2) VALUE SPACES.

      *> themed rounds: the category and per-word bonus the round
      *> pinned at its start (Rounds.Theme / ThemeBonus), judged
      *> against the tags of its pinned dictionary version.
       01 RoundTheme pic x(16) VALUE SPACES.
       01 RoundThemeBonus pic 99 VALUE 0.
       01 RoundDictVersion pic 9(8) VALUE ZEROES.
       01 TmpThemeVal pic x(16) VALUE SPACES.
       01 ThemeWordExpr pic x(64) VALUE "Words.Word".
       01 ThemeLangExpr pic x(256) VALUE SPACES.
       01 ThemePred pic x(1024) VALUE SPACES.
       01 ThemeWordFlag pic x VALUE "f".
         88 WordIsThemed VALUE "t".

      *> quick-succession streaks: the round's runs (streakset), each
      *> word's percent on top and what the runs added to the round.
       01 StreakSet pic x(2048) VALUE SPACES.
       01 TmpStreak pic x(4) VALUE SPACES.
       01 WordStreakPct pic 999 VALUE 0.
       01 WordStreakPctZ pic zz9.
       01 StreakScore pic 9(4) VALUE 0.
       01 RoundStreakBonus pic 9(4) VALUE 0.
       01 RoundStreakBonusZ pic zzz9.

      *> inflection families: the round's pinned FamilyRule, the SQL
      *> for each word's family (familykey; the word itself when the
      *> rule is off) and, per row of the player's word list, its
      *> score and the row of the best-scoring member of its family
      *> -- a word whose best is another row is zeroed, naming that
      *> member.
       01 RoundFamilyRule pic x VALUE "f".
         88 RoundHasFamilyRule VALUE "t".
       01 FamilyWordExpr pic x(64) VALUE "Words.Word".
       01 FamilyGroupExpr pic x(1024) VALUE "Words.Word".
       01 FamilyTable.
         05 FamilyEntry OCCURS 400 TIMES.
           10 FamKey pic x(32).
           10 FamScore pic 99.
           10 FamWord pic x(32).
           10 FamBest usage binary-long.
       01 FamIdx usage binary-long.
       01 FamOther usage binary-long.
       01 NFamWords usage binary-long VALUE 0.
       01 FamilyReason pic x(8) VALUE SPACES.
       01 FamilyCounted pic x(32) VALUE SPACES.

      *> which dictionary accepted the word in a multilingual room
      *> (blank for a miss or a pre-multilingual row).
       01 WordLang pic x(8) VALUE SPACES.
       01 RoundPangramFlag pic x VALUE "f".
         88 RoundIsPangram VALUE "t".

      *> premium cells (Rounds.Premium, one character per cell:
      *> 'L' double-letter, 'W' triple-word) credited to a word whose
      *> proven TilePath runs over them. A double-letter cell counts its
      *> tile twice towards the length score; each triple-word cell
      *> triples the word.
       01 PgPremium pic x(144) VALUE SPACES.
       01 WordPath pic x(120) VALUE SPACES.
       01 PathPos usage binary-long.
       01 PathCell pic 999.
       01 PremLetters pic 99 VALUE 0.
       01 PremWords pic 9 VALUE 0.
       01 ScoreLength pic 99 VALUE 0.
       01 PremScore pic 9(4) VALUE 0.

      *> practice/solo mode with saved best-board replays.
       01 RoomPracticeFlag pic x VALUE "f".
         88 RoomIsPractice VALUE "t".
             string resstr delimited by x"00" into ViewerSpectFlag end-string
           END-IF

      *> a just-finished round's results feed the skill ratings --
      *> from the settled placings, so the call waits for the settle
      *> and the ranking at the end of this pass.
           IF NOT SkipWords AND RoundFinished AND NOT RoundIsAnnulled THEN
              *> the rotating missions advance, behind their own
              *> claim -- before the per-player scores below, so a
              *> completion bonus lands in this very display. (The

            call "PQntuples" using by value pgres returning Nplayers

           CALL "streakset" USING RoundId StreakSet END-CALL

      *> fetched once for the round -- every player's pangram
      *> check below is against the same board.
           IF NOT SkipWords THEN
               STRING "SELECT Board, BoardWidth, BoardHeight, COALESCE(Premium, ''), Theme, ThemeBonus, DictVersion, ",
                   "FamilyRule ",
                   "FROM Rounds WHERE RoundId = ", RoundId, ";", x"00" INTO QueryString
               END-STRING
               call "PQexec" using by value pgconn by reference querystring returning pgres2 end-call
               call "PQgetvalue" using by value pgres2 by value 0 by value 3 returning resptr end-call
               set address of resstr to resptr
               MOVE SPACES TO PgPremium
               string resstr delimited by x"00" into PgPremium end-string
               call "PQgetvalue" using by value pgres2 by value 0 by value 0 returning resptr end-call
               set address of resstr to resptr
               MOVE SPACES TO PgBoard
               MOVE SPACES TO PgBoardDim
               string resstr delimited by x"00" into PgBoardDim end-string
               MOVE PgBoardDim TO PgBoardHeight

               call "PQgetvalue" using by value pgres2 by value 0 by value 4 returning resptr end-call
               set address of resstr to resptr
               MOVE SPACES TO RoundTheme
               string resstr delimited by x"00" into RoundTheme end-string
               call "PQgetvalue" using by value pgres2 by value 0 by value 5 returning resptr end-call
               set address of resstr to resptr
               MOVE SPACES TO TmpThemeVal
               string resstr delimited by x"00" into TmpThemeVal end-string
               MOVE TmpThemeVal TO RoundThemeBonus
               call "PQgetvalue" using by value pgres2 by value 0 by value 6 returning resptr end-call
               set address of resstr to resptr
               MOVE SPACES TO TmpThemeVal
               string resstr delimited by x"00" into TmpThemeVal end-string
               MOVE TmpThemeVal TO RoundDictVersion

               MOVE SPACES TO ThemeLangExpr
               STRING "COALESCE(NULLIF(Words.MatchedLanguage, ''), ( SELECT Language FROM Rooms WHERE Id = ",
                   RoomId, " ))" DELIMITED BY SIZE INTO ThemeLangExpr
               END-STRING
               CALL "themepred" USING RoundTheme RoundDictVersion ThemeWordExpr ThemeLangExpr ThemePred
               END-CALL

               call "PQgetvalue" using by value pgres2 by value 0 by value 7 returning resptr end-call
               set address of resstr to resptr
               MOVE SPACES TO RoundFamilyRule
               string resstr delimited by x"00" into RoundFamilyRule end-string
               MOVE "Words.Word" TO FamilyGroupExpr
               IF RoundHasFamilyRule THEN
                   CALL "familykey" USING RoundDictVersion FamilyWordExpr ThemeLangExpr FamilyGroupExpr
                   END-CALL
               END-IF
           END-IF

           PERFORM VARYING PlayerIdx FROM 0 BY 1 UNTIL PlayerIdx >= NPlayers
                                END-IF

                                MOVE 0 TO ThisRoundScore
                                MOVE 0 TO RoundStreakBonus
                                MOVE 0 TO ItemFirst
                                MOVE 0 TO MaxWordLenThisRound
                                MOVE SPACES TO MaxWordThisRound
                                MOVE 0 TO BadWordCountThisRound
                                MOVE SPACES TO RoundPangramWords

               *> the player's word list, with every column the scoring
               *> reads (FetchWordList).
                               PERFORM FetchWordList
                        *>       STRING "SELECT Player, Word FROM Words WHERE RoundId = ", RoundId, " AND Player != '", function Trim(player), "' ORDER BY Player, Word;", x"00" into querystring
                        *>       END-STRING

                               IF RoundHasFamilyRule THEN
                                   PERFORM RankFamilies
                               END-IF

                               IF OutFormat = "json" THEN DISPLAY ',"items":[' END-IF

                                       set address of resstr to resptr
                                       string resstr delimited by x"00" into LanguageCheck end-string

                                       PERFORM ScoreOneWord

                                       call "PQgetvalue" using
                                        by value pgres2
                                       MOVE SPACES TO WordReactions
                                       string resstr delimited by x"00" into WordReactions end-string


                                      *> feed this word into the
                                      *> round's pangram-coverage check
                                           END-STRING
                                       END-IF

                                      *> inflection families: a member
                                      *> beaten by a better-scoring one
                                      *> of the same family is listed
                                      *> at zero, naming the one that
                                      *> counted.
                                       MOVE SPACES TO FamilyReason
                                       MOVE SPACES TO FamilyCounted
                                       IF RoundHasFamilyRule AND Score > 0 AND WordIdx < 400 THEN
                                          MOVE FamBest(WordIdx + 1) TO FamOther
                                          IF FamOther NOT = WordIdx + 1 THEN
                                             MOVE "family" TO FamilyReason
                                             MOVE FamWord(FamOther) TO FamilyCounted
                                             MOVE 0 TO Score
                                             MOVE 0 TO StreakScore
                                          END-IF
                                       END-IF
                                       ADD StreakScore TO RoundStreakBonus

                                       ADD Score TO ThisRoundScore

                                      *> track this round's stats

                                       IF OutFormat = "json" THEN
                                          MOVE Score TO ScoreZ
                                          MOVE WordStreakPct TO WordStreakPctZ
                                          DISPLAY '{"disabled":"' function trim(DisableStatus) '","word":"' function trim(ListWord)
                                              '","languagecheck":"' function trim(LanguageCheck) '","duplicate":"' function trim(WordStatus)
                                              '","raritytier":' function trim(RarityTier) ',"lang":"' function trim(WordLang)
                                              '","reactions":"' function trim(WordReactions)
                                              '","theme":"' ThemeWordFlag
                                              '","streak":' function trim(WordStreakPctZ)
                                              ',"reason":"' function trim(FamilyReason)
                                              '","familyword":"' function trim(FamilyCounted)
                                              '","score":' function trim(ScoreZ) '}'
                                       ELSE
                                          DISPLAY "<word>", function trim(ListWord), "</word>"
                                          DISPLAY "<raritytier>", function trim(RarityTier), "</raritytier>"
                                          DISPLAY "<lang>", function trim(WordLang), "</lang>"
                                          DISPLAY "<reactions>", function trim(WordReactions), "</reactions>"
                                          DISPLAY "<theme>", ThemeWordFlag, "</theme>"
                                          DISPLAY "<streak>", WordStreakPct, "</streak>"
                                          DISPLAY "<reason>", function trim(FamilyReason), "</reason>"
                                          DISPLAY "<familyword>", function trim(FamilyCounted), "</familyword>"
                                          DISPLAY "<score>", Score, "</score></item>"
                                       END-IF
                                    END-IF

                                IF OutFormat = "json" THEN
                                   MOVE ThisRoundScore TO ThisRoundScoreZ
                                   MOVE RoundStreakBonus TO RoundStreakBonusZ
                                   IF NHandicap > 0 THEN
                                      DISPLAY '],"handicap":' function trim(HandicapZ)
                                          ',"streakbonus":' function trim(RoundStreakBonusZ)
                                          ',"thisroundscore":' function trim(ThisRoundScoreZ)
                                   ELSE
                                      DISPLAY '],"streakbonus":' function trim(RoundStreakBonusZ)
                                          ',"thisroundscore":' function trim(ThisRoundScoreZ)
                                   END-IF
                                ELSE
                                   DISPLAY "<streakbonus>", RoundStreakBonus, "</streakbonus>"
                                   DISPLAY "<thisroundscore>", ThisRoundScore, "</thisroundscore>"
                                END-IF
                    END-IF
       *> seated and fresh -- a player who left (or idled out) before
       *> this finished-round pass would otherwise never be settled
       *> and their round would vanish from every RoundScores reader.
       *> Catch them here from the round's own Words rows, each word
       *> scored as the item loop scores it; the seated players'
       *> fully adjusted rows went in first, so only the players
       *> still without a row are settled here.
        IF NOT SkipWords AND RoundFinished AND NOT RoundIsAnnulled THEN
           PERFORM SettleAbsentees
          *> the placings are decided once, here, with every row of
          *> the round in: score first, then the room's tie-break
          *> rule. The ratings are then applied from those placings --
          *> updateratings claims Rounds.Rated atomically and skips
          *> practice rooms and spectators itself, so it's safe to call
          *> from every client that displays the finished round; only
          *> the first one actually applies the update.
           CALL "rankround" USING BY REFERENCE pgconn RoomId RoundId
           CALL "updateratings" USING BY REFERENCE pgconn RoomId RoundId
          *> with every RoundScores row for the round now frozen --
          *> seated players and absentees alike -- the coin currency
          *> pays out one coin per settled point, behind its own
          *> CoinsPaid claim; cosmetic, so unlike the rating it pays
          *> in practice rooms as well.
           CALL "paycoins" USING BY REFERENCE pgconn RoomId RoundId
          *> the daily play streaks read the RatingHistory rows
          *> updateratings just wrote, so they come after it -- once,
          *> behind Rounds.StreaksCounted.
           CALL "streaktick" USING BY REFERENCE pgconn RoomId RoundId
          *> pending referrals of this round's players convert (or
          *> are voided) once the round's RoundScores rows count.
           CALL "referralcheck" USING BY REFERENCE pgconn RoomId RoundId
          *> spectators' winner picks pay out from the FinalRank
          *> rankround froze above.
           CALL "predictsettle" USING BY REFERENCE pgconn RoomId RoundId
          *> a study drill round moves its due words along the
          *> caller's review schedule -- once, behind its own claim.
           PERFORM RecordDrill
        END-IF

       *> a ghost race round carries one extra scoreboard entry: the
    *>    DISPLAY function trim(Response)
       EXIT PROGRAM.

      *> -------------------------
      *> RecordDrill: for a drillstart round, mark each due word the
      *> board carried found or missed by the drilling player and
      *> reschedule it: found goes up a Leitner box and is next due
      *> after 2^(old box) days (1, 2, 4 ... capped at 64), missed drops
      *> to box 0 and is due again at once. Recorded is the claim, so
      *> only the first finished-round display does it; any other round
      *> finds no DrillRounds row and changes nothing.
       RecordDrill.
       STRING "WITH claim AS ( UPDATE DrillRounds SET Recorded = true WHERE RoundId = ", RoundId,
           " AND Recorded = false RETURNING RoundId, Player ), ",
           "res AS ( UPDATE DrillWords d SET Found = EXISTS ( SELECT 1 FROM Words w, claim c ",
           "WHERE w.RoundId = d.RoundId AND w.Player = c.Player AND w.Word = d.Word AND w.Disabled = false ) ",
           "WHERE d.RoundId IN ( SELECT RoundId FROM claim ) RETURNING d.Word, d.Language, d.Found ) ",
           "UPDATE StudyWords s SET Reviews = s.Reviews + 1, ",
           "Found = s.Found + CASE WHEN res.Found THEN 1 ELSE 0 END, ",
           "Box = CASE WHEN res.Found THEN LEAST(s.Box + 1, 7) ELSE 0 END, ",
           "DueAt = CASE WHEN res.Found THEN now() + make_interval(days => power(2, LEAST(s.Box, 6))::int) ",
           "ELSE now() END, LastReviewedAt = now() FROM res, claim ",
           "WHERE s.Player = claim.Player AND s.Word = res.Word AND s.Language = res.Language;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres2 end-call.

      *> -------------------------
      *> ShowGhostEntry: the ghost-race opponent's side of the
      *> scoreboard. While the round runs, only the count of words the
         END-IF
       END-IF.

      *> -------------------------
      *> CountPremiumCells: how many double-letter and triple-word
      *> cells of the round's premium layout the word's proven path
      *> (WordPath, three digits per 1-based row-major cell) runs over.
      *> A plain board or a pathless word credits nothing.
       CountPremiumCells.
       MOVE 0 TO PremLetters
       MOVE 0 TO PremWords
       IF PgPremium IS = SPACES OR WordPath IS = SPACES THEN
         EXIT PARAGRAPH
       END-IF
       PERFORM VARYING PathPos FROM 1 BY 3 UNTIL PathPos > 118
           OR WordPath(PathPos:3) IS = SPACES
         MOVE WordPath(PathPos:3) TO PathCell
         IF PathCell > 0 AND PathCell <= 144 THEN
           EVALUATE PgPremium(PathCell:1)
             WHEN "L" ADD 1 TO PremLetters
             WHEN "W" ADD 1 TO PremWords
           END-EVALUATE
         END-IF
       END-PERFORM.

      *> -------------------------
      *> ScoreOneWord: the item score of row WordIdx of the player's
      *> word list (pgres2) -- length through the premium cells, the
      *> duplicate and disabled zeroes, the streak percent (its share
      *> left in StreakScore), rarity, theme and bonus-word points.
      *> ListWord and DisableStatus must already hold the row's.
       ScoreOneWord.
       IF RoundFinished THEN
           call "PQgetvalue" using
            by value pgres2
               by value WordIdx
               by value 3
               returning resptr
           end-call
           set address of resstr to resptr
           string resstr delimited by x"00" into WordStatus end-string
       ELSE
           MOVE "f" TO WordStatus
       END-IF

       call "PQgetvalue" using
        by value pgres2
           by value WordIdx
           by value 7
           returning resptr
       end-call
       set address of resstr to resptr
       MOVE SPACES TO WordPath
       string resstr delimited by x"00" into WordPath end-string
       PERFORM CountPremiumCells

       COMPUTE WordLength = function length( function trim (ListWord) )
      *> a double-letter square stretches
      *> the word up the length table,
      *> but a real 2-letter word stays
      *> worth nothing.
       MOVE WordLength TO ScoreLength
       IF WordLength > 2 THEN
          ADD PremLetters TO ScoreLength
       END-IF
       MOVE 0 to Score
       EVALUATE ScoreLength
         WHEN 0 THRU 2 MOVE 0 to Score
         WHEN 3 MOVE Score3 to Score
         WHEN 4 MOVE Score4 to Score
         WHEN 5 MOVE Score5 to Score
         WHEN 6 MOVE Score6 to Score
         WHEN 7 MOVE Score7 to Score
         WHEN 8 THRU 99 MOVE Score8Plus to Score
       END-EVALUATE
       IF PremWords > 0 THEN
          MOVE Score TO PremScore
          PERFORM PremWords TIMES
             COMPUTE PremScore = PremScore * 3
          END-PERFORM
          IF PremScore > 99 THEN
             MOVE 99 TO PremScore
          END-IF
          MOVE PremScore TO Score
       END-IF
       IF WordStatus = "t" THEN MOVE 0 to Score END-IF
       IF DisableStatus = "t" THEN MOVE 0 to Score END-IF

      *> a word deep in a quick run
      *> earns its percent on the
      *> length score; a cancelled
      *> duplicate kept the run going
      *> but, scoring nothing, gets
      *> nothing from it.
       call "PQgetvalue" using
        by value pgres2
           by value WordIdx
           by value 9
           returning resptr
       end-call
       set address of resstr to resptr
       MOVE SPACES TO TmpStreak
       string resstr delimited by x"00" into TmpStreak end-string
       MOVE 0 TO WordStreakPct
       IF TmpStreak IS NOT = SPACES THEN
          MOVE TmpStreak TO WordStreakPct
       END-IF
       MOVE 0 TO StreakScore
       IF Score > 0 AND WordStreakPct > 0 THEN
          COMPUTE StreakScore = Score * WordStreakPct / 100
          IF Score + StreakScore > 99 THEN
             COMPUTE StreakScore = 99 - Score
          END-IF
          ADD StreakScore TO Score
       END-IF

       call "PQgetvalue" using
        by value pgres2
           by value WordIdx
           by value 4
           returning resptr
       end-call
       set address of resstr to resptr
       MOVE SPACES TO RarityTier
       string resstr delimited by x"00" into RarityTier end-string

      *> rarity bonus for a top-tier
      *> word, the way the pangram bonus
      *> rides on top of the length score.
       IF Score > 0 AND RarityBonus > 0 AND RarityTier = "3" THEN
           ADD RarityBonus TO Score
       END-IF

      *> themed round: each scoring
      *> word carrying the round's
      *> category tag pays the pinned
      *> theme bonus on top.
       call "PQgetvalue" using
        by value pgres2
           by value WordIdx
           by value 8
           returning resptr
       end-call
       set address of resstr to resptr
       MOVE SPACES TO ThemeWordFlag
       string resstr delimited by x"00" into ThemeWordFlag end-string
       IF Score > 0 AND RoundThemeBonus > 0 AND WordIsThemed THEN
           ADD RoundThemeBonus TO Score
       END-IF

      *> daily bonus word, matched
      *> case-insensitively, on top of the
      *> normal length score.
       IF Score > 0 AND BonusWordToday IS NOT = SPACES
            AND function upper-case(function trim(ListWord)) =
                function upper-case(function trim(BonusWordToday)) THEN
           ADD BonusPoints TO Score
       END-IF.

      *> -------------------------
      *> RankFamilies: score every row of the player's word list up
      *> front, then find for each row the best-scoring member of its
      *> family -- the first in the list (alphabetical) on a tie -- so
      *> the item loop knows which members the family rule zeroes.
       RankFamilies.
       MOVE NWords TO NFamWords
       IF NFamWords > 400 THEN
           MOVE 400 TO NFamWords
       END-IF
       PERFORM VARYING WordIdx FROM 0 BY 1 UNTIL WordIdx >= NFamWords
           call "PQgetvalue" using by value pgres2 by value WordIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ListWord
           string resstr delimited by x"00" into ListWord end-string
           call "PQgetvalue" using by value pgres2 by value WordIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           string resstr delimited by x"00" into DisableStatus end-string
           PERFORM ScoreOneWord
           COMPUTE FamIdx = WordIdx + 1
           MOVE Score TO FamScore(FamIdx)
           MOVE ListWord TO FamWord(FamIdx)
           call "PQgetvalue" using by value pgres2 by value WordIdx by value 10 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO FamKey(FamIdx)
           string resstr delimited by x"00" into FamKey(FamIdx) end-string
       END-PERFORM

       PERFORM VARYING FamIdx FROM 1 BY 1 UNTIL FamIdx > NFamWords
           MOVE 0 TO FamBest(FamIdx)
           PERFORM VARYING FamOther FROM 1 BY 1 UNTIL FamOther > NFamWords
               IF FamKey(FamOther) = FamKey(FamIdx) THEN
                   IF FamBest(FamIdx) = 0 THEN
                       MOVE FamOther TO FamBest(FamIdx)
                   ELSE
                       IF FamScore(FamOther) > FamScore(FamBest(FamIdx)) THEN
                           MOVE FamOther TO FamBest(FamIdx)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
       END-PERFORM.

      *> -------------------------
      *> FetchWordList: PlayerName's words for the round into pgres2
      *> (NWords rows), every column ScoreOneWord and RankFamilies
      *> read -- the duplicate check is team-aware, as above.
       FetchWordList.
       STRING "SELECT Word, LanguageCheck, Disabled, Word in (SELECT w2.Word FROM Words w2 LEFT JOIN Players p2 ON p2.Name = w2.Player WHERE w2.RoundId = ", RoundId,
           " AND w2.RoomId = ", RoomId, " GROUP BY w2.Word HAVING count(DISTINCT COALESCE(p2.Team, w2.Player)) > 1), ",
           "COALESCE((SELECT max(r.Tier) FROM WordRarity r WHERE r.Word = Words.Word ",
           "AND r.Language = (SELECT Language FROM Rooms WHERE Id = ", RoomId, ")), 0), ",
           "COALESCE(MatchedLanguage, ''), ",
           "COALESCE((SELECT string_agg(e.Emote || ':' || e.cnt, ' ') FROM ",
           "(SELECT Emote, count(*) AS cnt FROM Reactions r2 WHERE r2.RoundId = Words.RoundId ",
           "AND r2.TargetPlayer = Words.Player AND r2.Word = Words.Word GROUP BY Emote) e), ''), ",
           "COALESCE(TilePath, ''), ", function trim(ThemePred), ", COALESCE(sk.StreakPct, 0), ",
           function trim(FamilyGroupExpr), " ",
           "FROM Words LEFT JOIN ( SELECT StreakPlayer, StreakWord, max(StreakPct) AS StreakPct FROM ",
           function trim(StreakSet), " st GROUP BY StreakPlayer, StreakWord ) sk ",
           "ON sk.StreakPlayer = Words.Player AND sk.StreakWord = Words.Word WHERE RoomId = ", RoomId,
           " AND RoundId = ", RoundId, " AND Player = '" function Trim(PlayerName), "' ORDER BY Word;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres2
       end-call
       call "PQntuples" using by value pgres2 returning NWords.

      *> -------------------------
      *> SettleAbsentees: RoundScores rows for every Words
      *> participant of the round the seated loop missed -- whoever
      *> left before the settle still counts in every standing, as
      *> the baseline's raw Words sums always did. Each is scored word
      *> by word exactly as a seated player's list is: premium cells,
      *> streaks, rarity, theme and bonus word through ScoreOneWord,
      *> the family rule through RankFamilies. The per-player pangram,
      *> mission, hint and handicap adjustments stay with the seated
      *> pass.
       SettleAbsentees.
       STRING "SELECT DISTINCT w.Player FROM Words w WHERE w.RoundId = ", RoundId, " AND w.RoomId = ", RoomId,
           " AND NOT EXISTS ( SELECT 1 FROM RoundScores s WHERE s.RoundId = w.RoundId AND s.Player = w.Player ) ",
           "ORDER BY w.Player;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres3
       end-call
       call "PQntuples" using by value pgres3 returning NAbsent
       PERFORM VARYING AbsentIdx FROM 0 BY 1 UNTIL AbsentIdx >= NAbsent
           call "PQgetvalue" using by value pgres3 by value AbsentIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO PlayerName
           string resstr delimited by x"00" into PlayerName end-string
           PERFORM SettleOneAbsentee
       END-PERFORM.

      *> -------------------------
      *> SettleOneAbsentee: PlayerName's list summed the way the item
      *> loop sums a seated player's, then settled.
       SettleOneAbsentee.
       MOVE 0 TO ThisRoundScore
       MOVE 0 TO ValidWordCountThisRound
       PERFORM FetchWordList
       IF RoundHasFamilyRule THEN
           PERFORM RankFamilies
       END-IF
       PERFORM VARYING WordIdx FROM 0 BY 1 UNTIL WordIdx >= NWords
           call "PQgetvalue" using by value pgres2 by value WordIdx by value 0 returning resptr end-call
           set address of resstr to resptr
           MOVE SPACES TO ListWord
           string resstr delimited by x"00" into ListWord end-string
           call "PQgetvalue" using by value pgres2 by value WordIdx by value 1 returning resptr end-call
           set address of resstr to resptr
           string resstr delimited by x"00" into LanguageCheck end-string
           call "PQgetvalue" using by value pgres2 by value WordIdx by value 2 returning resptr end-call
           set address of resstr to resptr
           string resstr delimited by x"00" into DisableStatus end-string
           PERFORM ScoreOneWord
           IF RoundHasFamilyRule AND Score > 0 AND WordIdx < 400 THEN
               IF FamBest(WordIdx + 1) NOT = WordIdx + 1 THEN
                   MOVE 0 TO Score
               END-IF
           END-IF
           ADD Score TO ThisRoundScore
           IF LanguageCheck = "t" AND WordStatus NOT = "t" AND DisableStatus NOT = "t" THEN
               ADD 1 TO ValidWordCountThisRound
           END-IF
       END-PERFORM
       PERFORM SettleRoundScore.

      *> -------------------------
      *> SettleRoundScore: freeze this player's final round result
      *> the final cancel stays intact for the contestants, who keep
      *> seeing counts only).
       ShowProvisionalScore.
      *> each word's length score plus its streak percent, the way the
      *> item list adds it -- under the family rule only the best of
      *> each family (f is the word itself otherwise).
       STRING "SELECT COALESCE(sum(s), 0) FROM ( SELECT max(LEAST(b + b * p / 100, 99)) AS s FROM ",
           "( SELECT CASE WHEN length(word) = 3 THEN ", Score3,
           " WHEN length(word) = 4 THEN ", Score4,
           " WHEN length(word) = 5 THEN ", Score5,
           " WHEN length(word) = 6 THEN ", Score6,
           " WHEN length(word) = 7 THEN ", Score7,
           " WHEN length(word) > 7 THEN ", Score8Plus,
           " ELSE 0 END AS b, COALESCE(sk.StreakPct, 0) AS p, ", function trim(FamilyGroupExpr), " AS f FROM Words ",
           "LEFT JOIN ( SELECT StreakPlayer, StreakWord, max(StreakPct) AS StreakPct FROM ",
           function trim(StreakSet), " st GROUP BY StreakPlayer, StreakWord ) sk ",
           "ON sk.StreakPlayer = Words.Player AND sk.StreakWord = Words.Word WHERE RoomId = ", RoomId,
           " AND RoundId = ", RoundId, " AND Player = '", function trim(PlayerName),
           "' AND Languagecheck = true AND Disabled = false",
          *> the provisional total honours the same broadcast delay
           " AND ( ", SpecDelay, " = 0 OR EXISTS ( SELECT 1 FROM WordAudit a ",
           "WHERE a.RoundId = Words.RoundId AND a.Player = Words.Player ",
           "AND a.Word = Words.Word AND a.Result LIKE 'accepted%' ",
           "AND a.EventTime <= now() - make_interval(secs => ", SpecDelay, ") ) ) ) v GROUP BY f ) g;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
