        *>   first caller to flip Rounds.Rated from false to true does the
        *>   update, everyone after that sees zero rows claimed and exits.
        *>   Participants are the players with Words rows for the round,
        *>   excluding spectators; Practice rooms are never rated. Wins,
        *>   draws and losses come from the round's settled placings
        *>   (RoundScores.FinalRank), so it must run after rankround.
        *> Modifies: Players.Rating, Rounds.Rated
        *> Dependencies:

         88 RoomIsPractice VALUE "t".
       01 ClaimedRows pic x(8) VALUE SPACES.

       01 TmpField pic x(8) VALUE SPACES.

       01 NParticipants usage binary-long VALUE 0.
         02 Participant OCCURS 64.
           03 PName pic x(16).
           03 PRating usage binary-long.
           03 PRank usage binary-long.
           03 PNewRating usage binary-long.

      *> the ELO arithmetic below is done one operation per
         EXIT PROGRAM
       END-IF

      *> participants and their settled placings -- everybody who
      *> submitted anything this round and isn't a spectator, placed by
      *> the FinalRank rankround froze (score first, then the room's
      *> tie-break rule). A participant with no settled row sorts
      *> below every placing.
       STRING "SELECT p.Name, p.Rating, COALESCE(rs.FinalRank, 9999) FROM Players p ",
           "JOIN (SELECT DISTINCT Player FROM Words WHERE RoundId = ", RoundId,
           " AND RoomId = ", RoomId, ") part ON part.Player = p.Name ",
           "LEFT JOIN RoundScores rs ON rs.RoundId = ", RoundId, " AND rs.Player = p.Name ",
           "WHERE p.Spectator = false ",
          *> bots are practice furniture -- they neither gain rating
          *> nor count as an opponent for anybody who does.
           "AND p.IsBot = false ",
          *> guests are passers-by on a temporary account; same.
           "AND p.IsGuest = false ",
          *> handicapped players play for fun, not for rating --
          *> their multiplied totals would poison everyone's numbers.
           "AND NOT EXISTS (SELECT 1 FROM Handicaps h WHERE h.RoomId = ", RoomId,
         set address of resstr to resptr
         MOVE SPACES TO TmpField
         string resstr delimited by x"00" into TmpField end-string
         MOVE function numval(TmpField) TO PRank(PIdx)
       END-PERFORM

      *> standard ELO, pairwise against every other participant:
      *> expected score from the rating gap, actual score 1/0.5/0 for
      *> win/tie/loss on the settled placings (a shared rank is the
      *> only draw left once the tie-break has run), K = 32 spread over the opponents
      *> so a big room doesn't swing ratings harder than a duel.
       PERFORM VARYING PIdx FROM 1 BY 1 UNTIL PIdx > NParticipants
         MOVE 0 TO ExpectedSum
             COMPUTE ExpectedOne = OneF + ExpectedOne
             COMPUTE ExpectedOne = OneF / ExpectedOne
             COMPUTE ExpectedSum = ExpectedSum + ExpectedOne
             IF PRank(PIdx) < PRank(OppIdx) THEN
               COMPUTE ActualSum = ActualSum + OneF
             END-IF
             IF PRank(PIdx) = PRank(OppIdx) THEN
               COMPUTE ActualSum = ActualSum + HalfF
             END-IF
           END-IF
