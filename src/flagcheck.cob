        *> -------------------------
        *> flagcheck.
        *> Takes: pgconn, FlagName, Player, RoomId, FlagDefault,
        *>   FlagOn (out).
        *> Whether feature flag FlagName is on for this player in this
        *>   room: FlagOn comes back 't' when the flag is Enabled, when
        *>   the room falls inside its Percent (a stable hash of flag
        *>   name and room id, so a room keeps its answer as the share
        *>   grows), when the room is listed in FeatureFlagRooms or the
        *>   player in FeatureFlagPlayers -- 'f' otherwise. No room (not
        *>   seated) only matches on Enabled and the player list. A
        *>   flag that doesn't exist answers FlagDefault, so each caller
        *>   decides whether an unknown flag means on or off.
        *> Modifies: FlagOn
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. flagcheck.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(4) based.
       01 querystring pic x(768).

       01 NFlag usage binary-long VALUE 0.
       01 RoomTxt pic x(8) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 FlagName pic x(32).
       01 Player pic x(16).
       01 RoomId pic 99999 usage display.
       01 FlagDefault pic x.
       01 FlagOn pic x.

       PROCEDURE DIVISION USING pgconn, FlagName, Player, RoomId, FlagDefault, FlagOn.
       Begin.

       MOVE FlagDefault TO FlagOn

       MOVE "NULL" TO RoomTxt
       IF RoomId IS NUMERIC THEN
         MOVE RoomId TO RoomTxt
       END-IF

       STRING "SELECT CASE WHEN f.Enabled ",
           "OR abs(hashtext(f.Name || ':' || ", function trim(RoomTxt), ")) % 100 < f.Percent ",
           "OR EXISTS (SELECT 1 FROM FeatureFlagRooms r WHERE r.Flag = f.Name AND r.RoomId = ",
           function trim(RoomTxt), ") ",
           "OR EXISTS (SELECT 1 FROM FeatureFlagPlayers p WHERE p.Flag = f.Name AND p.Player = '",
           function trim(Player), "') THEN 't' ELSE 'f' END FROM FeatureFlags f WHERE f.Name = '",
           function trim(FlagName), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NFlag
       IF NFlag = 0 THEN
         EXIT PROGRAM
       END-IF

       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE resstr(1:1) TO FlagOn
      *> anything but a plain 't' reads as off.
       IF FlagOn IS NOT = "t" THEN
         MOVE "f" TO FlagOn
       END-IF

       EXIT PROGRAM.
