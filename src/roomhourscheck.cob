        *> -------------------------
        *> roomhourscheck.
        *> Takes: pgconn, RoomKey (room id as text), HoursFlag (out),
        *>   OpensAt (out).
        *> Is the room open right now by its opening hours (see
        *>   roomhours)? HoursFlag comes back "t" when it is -- also
        *>   for a room with no hours set or a RoomKey naming no room,
        *>   which the caller's own door turns away -- and "f" when it
        *>   is closed, with OpensAt the next opening in the owner's
        *>   local time (blank when none is due within a fortnight).
        *>   RoomKey comes through parsequery (letters and digits
        *>   only), so it is safe to splice.
        *> Modifies: HoursFlag, OpensAt
        *> Dependencies: roomhours

       IDENTIFICATION DIVISION.
       PROGRAM-ID. roomhourscheck.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(32) based.
       01 querystring pic x(3072).

       01 NRows usage binary-long VALUE 0.
       01 RoomAlias pic x(8) VALUE "r".
       01 OpenPred pic x(1024) VALUE SPACES.
       01 OpensExpr pic x(1024) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 RoomKey pic x(16).
       01 HoursFlag pic x.
       01 OpensAt pic x(32).

       PROCEDURE DIVISION USING pgconn, RoomKey, HoursFlag, OpensAt.
       Begin.

       MOVE "t" TO HoursFlag
       MOVE SPACES TO OpensAt

       IF RoomKey IS = SPACES OR RoomKey IS = HIGH-VALUES OR RoomKey IS = LOW-VALUES THEN
         EXIT PROGRAM
       END-IF

       CALL "roomhours" USING RoomAlias, OpenPred, OpensExpr
       END-CALL

       STRING "SELECT ", function trim(OpenPred), ", ", function trim(OpensExpr),
           " FROM Rooms r WHERE r.Id::text = '", function trim(RoomKey), "';", x"00" INTO QueryString
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
       MOVE SPACES TO HoursFlag
       string resstr delimited by x"00" into HoursFlag end-string
       IF HoursFlag IS NOT = "f" THEN
         MOVE "t" TO HoursFlag
         EXIT PROGRAM
       END-IF

       call "PQgetvalue" using by value pgres by value 0 by value 1 returning resptr end-call
       set address of resstr to resptr
       string resstr delimited by x"00" into OpensAt end-string

       EXIT PROGRAM.
