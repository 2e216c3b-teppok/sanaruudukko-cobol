        *> Takes: Standard arguments + BoardWidth, BoardHeight, Language.
        *> Picks an open room for the player instead of making them scroll
        *>   the room listing: same Language and board size, no RoomPasscode,
        *>   free capacity under MaxPlayers, and open right now by its
        *>   opening hours (roomhours) -- a closed room is passed over,
        *>   never refused at the door. Among the suitable rooms it
        *>   prefers the one whose seated players' average skill rating is
        *>   closest to the caller's own, livelier room winning a tie, so
        *>   matches land near the player's level. The winner's id goes to
        *>   HIGH-VALUES and processq falls back to creating a fresh
        *>   default room.
        *> Modifies: RoomId
        *> Dependencies: roomhours

       IDENTIFICATION DIVISION.
       PROGRAM-ID. quickmatch.
       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(80) based.
       01 querystring pic x(3072).

       01 MyRating pic x(8) VALUE SPACES.
       01 NRooms usage binary-long value 0.
       01 FoundRoom pic x(8) VALUE SPACES.
       01 RoomAlias pic x(8) VALUE "r".
       01 OpenPred pic x(1024) VALUE SPACES.
       01 OpensExpr pic x(1024) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       END-IF

      *> suitable = right language and board size, open (no
      *> passcode, no organisation, inside its opening hours), seats
      *> free. Preference order: players' average
      *> rating closest to mine (an empty room counts as a neutral,
      *> exact match), then the room with more people in it.
       CALL "roomhours" USING RoomAlias, OpenPred, OpensExpr
       END-CALL
       STRING "SELECT r.Id FROM Rooms r ",
           "LEFT JOIN Players p ON p.RoomId = r.Id AND p.Spectator = false ",
           "AND p.LastSeen + make_interval(secs => r.IdleTimeoutSeconds) > now() ",
           "WHERE r.RoomPasscode IS NULL AND r.Practice = false AND r.DailyChallenge = false ",
           "AND r.Retired = false AND r.OrgId IS NULL AND ", function trim(OpenPred), " ",
           "AND r.Language = '", function trim(Language), "' ",
           "AND r.BoardWidth = ", BoardWidth, " AND r.BoardHeight = ", BoardHeight, " ",
           "GROUP BY r.Id, r.MaxPlayers ",
