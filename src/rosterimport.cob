        *> -------------------------
        *> rosterimport.
        *> Takes: roster file name, the loading operator's name, an
        *>   optional default room id, an optional default age band
        *>   and an optional organisation code as command-line
        *>   arguments, e.g.
        *>     rosterimport class5b.txt Teppo 12 under13 ridgeway
        *>   (standalone batch loader -- a 25-student classroom no
        *>   longer means 25 registerp calls and 25 hand-issued codes).
        *> Reads a flat file with one student per line,
        *>     name|passcode[|room[|ageband[|guardian]]]
        *>   creates each account with the same salted-hash passcode
        *>   storage registerp uses (md5(PassSalt || passcode), computed
        *>   by the database), pre-invites the student into their line's
        *>   and writes a per-student credential slip file next to the
        *>   roster (<file>.slips) for the teacher to cut up and hand
        *>   out. Names already registered are reported and left alone.
        *>   The age band (under13, 13to17 or adult) comes from the line
        *>   or the default argument, adult when neither gives one; a
        *>   band that isn't one of those skips the line. Minors start
        *>   with lobby chat, whispers, mail from non-friends and the
        *>   public profile off, as registerp sets them, and a guardian
        *>   named on the line is linked already confirmed -- the school
        *>   vouches for it -- provided it is an existing adult,
        *>   non-guest account; otherwise the report says so and the
        *>   student is created unlinked. Each new student is enrolled
        *>   in OrgMembers of the organisation named by the code
        *>   argument and of the organisation owning their room, if
        *>   any, so a school's roster can see and join its private
        *>   rooms from the first login.
        *>   This runs with direct database access, so the
        *>   RegistrationMode invite gate registerp enforces is honored
        *>   by accountability here rather than by lookup, the same
        *>   argument wordimport makes about the Admins gate; the load
        *>   lands in AuditLog under the operator's name.
        *> Modifies: Players, RoomInvites, OrgMembers, AuditLog
        *> Dependencies: getdb

       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD RosterFile.
          01 RosterLine pic x(128).
       FD SlipFile.
          01 SlipLine pic x(80).
       WORKING-STORAGE SECTION.

       01 Operator pic x(16) VALUE SPACES.
       01 DefaultRoomArg pic x(8) VALUE SPACES.
       01 DefaultBandArg pic x(16) VALUE SPACES.
       01 OrgArg pic x(16) VALUE SPACES.

       01 StudentName pic x(16) VALUE SPACES.
       01 StudentPasscode pic x(16) VALUE SPACES.
       01 StudentRoom pic x(8) VALUE SPACES.
       01 StudentBand pic x(16) VALUE SPACES.
       01 StudentGuardian pic x(16) VALUE SPACES.
       01 ContactDefault pic x(5) VALUE "true".
       01 LineRest pic x(48) VALUE SPACES.

       01 TokenChars pic x(36) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
       01 CreatedCount usage binary-long VALUE 0.
       01 SkippedCount usage binary-long VALUE 0.
       01 InvitedCount usage binary-long VALUE 0.
       01 LinkedCount usage binary-long VALUE 0.
       01 GuardianOk usage binary-long VALUE 0.
       01 EnrolledCount usage binary-long VALUE 0.
       01 CreatedZ pic zzzzzz9.
       01 SkippedZ pic zzzzzz9.
       01 InvitedZ pic zzzzzz9.
       01 LinkedZ pic zzzzzz9.
       01 EnrolledZ pic zzzzzz9.

       PROCEDURE DIVISION.
       Begin.
       ACCEPT RosterFileName FROM ARGUMENT-VALUE
       ACCEPT Operator FROM ARGUMENT-VALUE
       ACCEPT DefaultRoomArg FROM ARGUMENT-VALUE
       ACCEPT DefaultBandArg FROM ARGUMENT-VALUE
       ACCEPT OrgArg FROM ARGUMENT-VALUE

       IF RosterFileName IS = SPACES THEN
         DISPLAY "usage: rosterimport <file> [operator] [room] [under13|13to17|adult] [org]"
         STOP RUN
       END-IF
       IF DefaultBandArg IS = SPACES THEN
         MOVE "adult" TO DefaultBandArg
       END-IF
       IF Operator IS = SPACES THEN
         MOVE "SYSTEM" TO Operator
       END-IF
       MOVE CreatedCount TO CreatedZ
       MOVE SkippedCount TO SkippedZ
       MOVE InvitedCount TO InvitedZ
       MOVE LinkedCount TO LinkedZ
       MOVE EnrolledCount TO EnrolledZ
       DISPLAY " "
       DISPLAY "roster report for " function trim(RosterFileName)
       DISPLAY "  created:  " function trim(CreatedZ)
       DISPLAY "  skipped:  " function trim(SkippedZ)
       DISPLAY "  invited:  " function trim(InvitedZ)
       DISPLAY "  linked:   " function trim(LinkedZ)
       DISPLAY "  enrolled: " function trim(EnrolledZ)
       DISPLAY "credential slips written to " function trim(SlipFileName)

       STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Operator),
           "', 'rosterimport', 'created=", function trim(CreatedZ),
           " skipped=", function trim(SkippedZ), " invited=", function trim(InvitedZ),
           " linked=", function trim(LinkedZ), " enrolled=", function trim(EnrolledZ),
           "' );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       STOP RUN.

      *> -------------------------
      *> LoadOneStudent: split one name|passcode[|room[|ageband
      *> [|guardian]]] line, create the account, link the guardian,
      *> queue the room invitation and print the slip.
       LoadOneStudent.
       IF RosterLine IS = SPACES THEN
         EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO StudentName StudentPasscode StudentRoom StudentBand StudentGuardian LineRest
       UNSTRING RosterLine DELIMITED BY "|"
         INTO StudentName StudentPasscode StudentRoom StudentBand StudentGuardian LineRest
       END-UNSTRING

       IF StudentName IS = SPACES OR StudentPasscode IS = SPACES THEN
       IF StudentRoom IS = SPACES THEN
         MOVE DefaultRoomArg TO StudentRoom
       END-IF
       IF StudentBand IS = SPACES THEN
         MOVE DefaultBandArg TO StudentBand
       END-IF
       EVALUATE function trim(StudentBand)
         WHEN "adult" MOVE "true" TO ContactDefault
         WHEN "under13" MOVE "false" TO ContactDefault
         WHEN "13to17" MOVE "false" TO ContactDefault
         WHEN OTHER
           ADD 1 TO SkippedCount
           DISPLAY "skipped (bad age band): " function trim(StudentName)
           EXIT PARAGRAPH
       END-EVALUATE

       STRING "SELECT Name FROM Players WHERE Name = '", function trim(StudentName), "';",
           x"00" INTO QueryString
      *> the very insert registerp performs: hashed from the start,
      *> never stored in the clear.
       STRING "INSERT INTO Players ( name, passcode, roomid, ready, lastseen, newwords, ",
           "newround, lastchat, passsalt, ageband, lobbychat, whispers, mailfromanyone, profilepublic, arrival ) ",
           "VALUES ( '", function trim(StudentName),
           "', md5('", NewSalt, "' || '", function trim(StudentPasscode),
           "'), null, false, now(), false, false, 0, '", NewSalt, "', '", function trim(StudentBand),
           "', ", function trim(ContactDefault), ", ", function trim(ContactDefault), ", ",
           function trim(ContactDefault), ", ", function trim(ContactDefault), ", 'roster' );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       ADD 1 TO CreatedCount

       IF StudentGuardian IS NOT = SPACES THEN
         STRING "UPDATE Players SET Guardian = g.Name, GuardianConfirmed = true FROM Players g ",
             "WHERE Players.Name = '", function trim(StudentName), "' AND Players.AgeBand <> 'adult' ",
             "AND g.Name = '", function trim(StudentGuardian), "' AND g.AgeBand = 'adult' ",
             "AND NOT g.IsGuest RETURNING Players.Name;", x"00" INTO QueryString
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
         call "PQntuples" using by value pgres returning GuardianOk
         IF GuardianOk > 0 THEN
           ADD 1 TO LinkedCount
         ELSE
           DISPLAY "not linked (guardian " function trim(StudentGuardian) " is not an adult account): "
               function trim(StudentName)
         END-IF
       END-IF

      *> organisation rosters: the code argument's, and the one that
      *> owns the student's room.
       IF OrgArg IS NOT = SPACES OR StudentRoom IS NOT = SPACES THEN
         MOVE SPACES TO QueryString
         IF StudentRoom IS NOT = SPACES THEN
           STRING "INSERT INTO OrgMembers ( OrgId, Player, AddedBy ) SELECT Id, '",
               function trim(StudentName), "', '", function trim(Operator),
               "' FROM Organisations WHERE Code = '", function trim(OrgArg), "' UNION ",
               "SELECT OrgId, '", function trim(StudentName), "', '", function trim(Operator),
               "' FROM Rooms WHERE Id = ", function trim(StudentRoom), " AND OrgId IS NOT NULL ",
               "ON CONFLICT ( OrgId, Player ) DO NOTHING RETURNING OrgId;", x"00" INTO QueryString
           END-STRING
         ELSE
           STRING "INSERT INTO OrgMembers ( OrgId, Player, AddedBy ) SELECT Id, '",
               function trim(StudentName), "', '", function trim(Operator),
               "' FROM Organisations WHERE Code = '", function trim(OrgArg),
               "' ON CONFLICT ( OrgId, Player ) DO NOTHING RETURNING OrgId;", x"00" INTO QueryString
           END-STRING
         END-IF
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
         call "PQntuples" using by value pgres returning result
         IF result > 0 THEN
           ADD 1 TO EnrolledCount
         END-IF
       END-IF

       IF StudentRoom IS NOT = SPACES THEN
         STRING "INSERT INTO RoomInvites ( RoomId, Invitee, InvitedBy, ExpiresAt ) ",
             "SELECT Id, '", function trim(StudentName), "', '", function trim(Operator),
