        *>   (their Words rows, live or archived within the last 90
        *>   days), which is how you re-find a dormant room without
        *>   remembering its id. The room passcode itself is never
        *>   shown, only whether one is set. A room that belongs to an
        *>   organisation is only listed to its members and admins (and
        *>   global Admins). A room outside its opening hours
        *>   (roomhours) shows open 0 and when it next opens (opensat,
        *>   the owner's local time).
        *> Modifies:
        *> Dependencies: roomhours

       IDENTIFICATION DIVISION.
       PROGRAM-ID. displaydirectory.
       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(80) based.
       01 querystring pic x(4096).

       01 Filters pic x(1024).
       01 FilterPtr pic 9999.
      *> a deliberately closed (retired) room -- a finished chapter,
      *> not a zombie-in-waiting.
       01 DirRetired pic x(4).
      *> opening hours: open right now, and if not, the next opening.
       01 DirOpen pic x(4).
       01 DirOpensAt pic x(32).
       01 RoomAlias pic x(8) VALUE "r".
       01 OpenPred pic x(1024) VALUE SPACES.
       01 OpensExpr pic x(1024) VALUE SPACES.

      *> paging bookkeeping.
       01 PageOffset pic 9(7) VALUE 0.
       END-IF

       COMPUTE PageOffset = (PageNum - 1) * PageSize
       CALL "roomhours" USING RoomAlias, OpenPred, OpensExpr
       END-CALL
       MOVE SPACES TO QueryString
       STRING "SELECT r.Id, r.Name, r.Language, r.BoardWidth, r.BoardHeight, ",
           "CASE WHEN r.RoomPasscode IS NULL THEN 0 ELSE 1 END, r.MaxPlayers, ",
           "AND p.LastSeen + make_interval(secs => r.IdleTimeoutSeconds) > now()) AS active, ",
           "COALESCE((SELECT max(RoundStart)::text FROM Rounds WHERE RoomId = r.Id), ",
           "(SELECT max(RoundStart)::text FROM RoundsArchive WHERE RoomId = r.Id), '') AS lastround, ",
           "CASE WHEN r.Retired THEN 1 ELSE 0 END, CASE WHEN oh.IsOpen THEN 1 ELSE 0 END, ",
           "CASE WHEN oh.IsOpen THEN '' ELSE ", function trim(OpensExpr), " END ",
           "FROM Rooms r, LATERAL ( SELECT ", function trim(OpenPred), " AS IsOpen ) oh ",
           "WHERE true ", function trim(Filters),
           " ORDER BY active DESC, lastround DESC LIMIT ", PageSize,
           " OFFSET ", PageOffset, ";", x"00" INTO QueryString
       END-STRING
       BuildFilters.
       MOVE SPACES TO Filters
       MOVE 1 TO FilterPtr
      *> an organisation's rooms are listed to its own members and
      *> admins (and global Admins) only.
       STRING " AND ( r.OrgId IS NULL OR r.OrgId IN ( SELECT OrgId FROM OrgMembers WHERE Player = '",
           function trim(Player), "' UNION SELECT OrgId FROM OrgAdmins WHERE Player = '",
           function trim(Player), "' ) OR EXISTS ( SELECT 1 FROM Admins WHERE Player = '",
           function trim(Player), "' ) )"
           INTO Filters WITH POINTER FilterPtr
       END-STRING
       IF NameFilter IS NOT = SPACES THEN
         STRING " AND r.Name ILIKE '%", function trim(NameFilter), "%'"
             INTO Filters WITH POINTER FilterPtr
       MOVE SPACES TO DirRetired
       string resstr delimited by x"00" into DirRetired end-string

       call "PQgetvalue" using by value pgres by value RoomIdx by value 10 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO DirOpen
       string resstr delimited by x"00" into DirOpen end-string

       call "PQgetvalue" using by value pgres by value RoomIdx by value 11 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO DirOpensAt
       string resstr delimited by x"00" into DirOpensAt end-string

       IF OutFormat = "json" THEN
          DISPLAY '{"id":' function trim(DirId) ',"name":"' function trim(DirName)
              '","language":"' function trim(DirLanguage) '","boardwidth":' function trim(DirWidth)
              ',"boardheight":' function trim(DirHeight) ',"locked":' function trim(DirLocked)
              ',"maxplayers":' function trim(DirMaxPlayers) ',"active":' function trim(DirActive)
              ',"lastround":"' function trim(DirLastRound)
              '","retired":' function trim(DirRetired) ',"open":' function trim(DirOpen)
              ',"opensat":"' function trim(DirOpensAt) '"}'
       ELSE
          DISPLAY "<id>", function trim(DirId), "</id>"
          DISPLAY "<name>", function trim(DirName), "</name>"
          DISPLAY "<active>", function trim(DirActive), "</active>"
          DISPLAY "<lastround>", function trim(DirLastRound), "</lastround>"
          DISPLAY "<retired>", function trim(DirRetired), "</retired>"
          DISPLAY "<open>", function trim(DirOpen), "</open>"
          DISPLAY "<opensat>", function trim(DirOpensAt), "</opensat>"
          DISPLAY "</room>"
       END-IF.
