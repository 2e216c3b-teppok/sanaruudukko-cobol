        *> -------------------------
        *> guestconvert.
        *> Takes: pgconn, Player, NewName, NewPass, InviteCode, ReferralCode, OutFormat.
        *> Turns the calling guest account into a full account: the
        *>   guest's row and everything keyed to it -- RoundScores,
        *>   achievements, history, seats, sessions -- move to NewName
        *>   through renameplayer (which also vets the name), then the
        *>   row loses IsGuest/GuestUntil and takes NewPass, salted and
        *>   hashed as registerp would. Registration gating applies the
        *>   same as to registerp: when RegistrationMode is 'invite' an
        *>   invite code is spent, and handed back if the rename fails.
        *>   The Guest name prefix stays reserved for guests. Output is
        *>   renameplayer's "renamed" field; a refusal shows it empty.
        *>   The caller's session token carries on under the new name.
        *>   A ReferralCode is recorded as for a new registration
        *>   (referralrecord); rounds played as a guest count towards it.
        *> Modifies: Players, InviteCodes, AuditLog, every player-keyed
        *>   table (through renameplayer)
        *> Dependencies: guestcheck, renameplayer, securetoken, referralrecord

       IDENTIFICATION DIVISION.
       PROGRAM-ID. guestconvert.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(16) based.
       01 querystring pic x(1024).

       01 GuestFlag pic x VALUE "f".
         88 CallerIsGuest VALUE "t".
       01 RegistrationMode pic x(16) VALUE "open".
       01 InviteSpent pic x VALUE "f".
         88 InviteWasSpent VALUE "t".
       01 NewSalt pic x(16) VALUE SPACES.
       01 TokenErr pic x VALUE "f".
       01 NConverted usage binary-long VALUE 0.
       01 NamePrefix pic x(5) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 Player pic x(16).
       01 NewName pic x(16).
       01 NewPass pic x(16).
       01 InviteCode pic x(16).
       01 ReferralCode pic x(16).
       01 OutFormat pic x(4).

       PROCEDURE DIVISION USING pgconn, Player, NewName, NewPass, InviteCode, ReferralCode, OutFormat.
       Begin.

       CALL "guestcheck" USING BY REFERENCE pgconn Player GuestFlag
       END-CALL
       MOVE function upper-case(NewName(1:5)) TO NamePrefix
       IF NOT CallerIsGuest OR NewName IS = SPACES OR NewPass IS = SPACES
           OR NamePrefix = "GUEST" THEN
         PERFORM ShowRefused
         EXIT PROGRAM
       END-IF

      *> the salt is drawn before anything is spent or moved.
       CALL "securetoken" USING BY REFERENCE pgconn NewSalt TokenErr
       END-CALL
       IF TokenErr = "t" THEN
         PERFORM ShowRefused
         EXIT PROGRAM
       END-IF

       STRING "SELECT COALESCE((SELECT Value FROM Status WHERE Name = 'RegistrationMode'), 'open');", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO RegistrationMode
       string resstr delimited by x"00" into RegistrationMode end-string

       IF function trim(RegistrationMode) = "invite" THEN
         IF InviteCode IS = SPACES THEN
           PERFORM ShowRefused
           EXIT PROGRAM
         END-IF
         STRING "UPDATE InviteCodes SET UsesLeft = UsesLeft - 1 WHERE Code = '", function trim(InviteCode),
             "' AND ExpiresAt > now() AND UsesLeft > 0;", x"00" INTO QueryString
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
         call "PQcmdTuples" using by value pgres returning resptr
         set address of resstr to resptr
         IF resstr(1:1) NOT = "1" THEN
           PERFORM ShowRefused
           EXIT PROGRAM
         END-IF
         SET InviteWasSpent TO TRUE
       END-IF

       CALL "renameplayer" USING BY REFERENCE pgconn Player NewName OutFormat
       END-CALL

       STRING "UPDATE Players SET IsGuest = false, GuestUntil = NULL, Arrival = 'guest', PassSalt = '", NewSalt,
           "', Passcode = md5('", NewSalt, "' || '", function trim(NewPass), "') ",
           "WHERE Name = '", function trim(NewName), "' AND IsGuest RETURNING Name;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       call "PQntuples" using by value pgres returning NConverted

       IF NConverted = 0 THEN
         IF InviteWasSpent THEN
           STRING "UPDATE InviteCodes SET UsesLeft = UsesLeft + 1 WHERE Code = '", function trim(InviteCode),
               "';", x"00" INTO QueryString
           END-STRING
           call "PQexec" using by value pgconn by reference querystring returning pgres end-call
         END-IF
         EXIT PROGRAM
       END-IF

       STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(NewName),
           "', 'guest_converted', 'was ", function trim(Player), "' );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       IF InviteWasSpent THEN
         STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(NewName),
             "', 'registration_invite_used', '", function trim(InviteCode), "' );", x"00" INTO QueryString
         END-STRING
         call "PQexec" using by value pgconn by reference querystring returning pgres end-call
       END-IF

       CALL "referralrecord" USING BY REFERENCE pgconn NewName ReferralCode
       END-CALL

       EXIT PROGRAM.

       ShowRefused.
       IF OutFormat = "json" THEN
         DISPLAY '"renamed":""'
       ELSE
         DISPLAY "<renamed></renamed>"
       END-IF.
