        *>   normal joinroom path without needing the passcode) or
        *>   declines with invitedecline. Inviting yourself, an unknown
        *>   name, or someone already holding a live invitation to this
        *>   room is silently dropped. The invitee is also told off-site
        *>   through notifyplayer (event "invite", on the channel and
        *>   outside the quiet hours they chose), so the invitation
        *>   doesn't wait for their next login.
        *> Modifies: RoomInvites, NotificationOutbox
        *> Dependencies: notifyplayer

       IDENTIFICATION DIVISION.
       PROGRAM-ID. roominvite.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(1024).

       01 TargetExists usage binary-long value 0.
       01 AlreadyInvited usage binary-long value 0.
       01 RoomFound usage binary-long value 0.
       01 resptr usage pointer.
       01 resstr pic x(64) based.
       01 InviteRoomName pic x(64).
       COPY "notify.l".

       LINKAGE SECTION.
       01 pgconn usage pointer.
           returning pgres
       end-call

       STRING "SELECT Name FROM Rooms WHERE Id = ", RoomId, ";", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       MOVE SPACES TO InviteRoomName
       call "PQntuples" using by value pgres returning RoomFound
       IF RoomFound > 0 THEN
         call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
         set address of resstr to resptr
         string resstr delimited by x"00" into InviteRoomName end-string
       END-IF

       MOVE TargetPlayer TO NotifyTarget
       MOVE "invite" TO NotifyEvent
       MOVE "You have been invited to a room" TO NotifySubject
       MOVE SPACES TO NotifyData NotifyText
       STRING "player=", function trim(TargetPlayer), " invitedby=", function trim(Player),
           " room=", RoomId DELIMITED BY SIZE INTO NotifyData
       END-STRING
       STRING function trim(Player), " invited you to room ", function trim(InviteRoomName),
           " (room ", RoomId, "). The invitation is waiting for you in the game for one day."
           DELIMITED BY SIZE INTO NotifyText
       END-STRING
       CALL "notifyplayer" USING BY REFERENCE pgconn NotifyTarget NotifyEvent NotifySubject
           NotifyData NotifyText NotifyResult
       END-CALL

       EXIT PROGRAM.
