        *> -------------------------
        *> registerp.
        *> Takes: Player name, Passcode, InviteCode, AgeBand, GuardianName,
        *>   ReferralCode.
        *> If the player name doesn't exist in the database, create a new player
        *>   with the supplied passcode.
        *>   AgeBand is under13, 13to17 or adult (blank reads as adult,
        *>   anything else creates nothing). A minor starts with lobby
        *>   chat, whispers, mail from non-friends and the public
        *>   profile fields off, and may name a guardian account, which
        *>   guardianlink records for that account to accept.
        *>   A ReferralCode names the player who brought them in
        *>   (referralrecord).
        *>   This routine is called before init.cob, so we shall initialize our
        *>   own db connection and then close it.
        *> Modifies:
        *> Dependencies: getdb, guardianlink, referralrecord

       IDENTIFICATION DIVISION.
       PROGRAM-ID. registerp.
      *> the default for casual installs.
       01 RegistrationMode pic x(16) VALUE "open".
       01 InviteOk usage binary-long value 0.
      *> how the account came in, kept on Players.Arrival for the
      *> cohort report: 'invite' when a code was spent, else 'register'.
       01 Arrival pic x(8) VALUE "register".

      *> automatic duplicate-account / passcode-sharing
      *> detection -- flag it for admin review the moment a second
      *> waiting for a batch sweep to notice.
	   01 PasscodeSharedCount pic 9(5) usage display value 0.

      *> the band's default for the four contact switches: on for an
      *> adult, off for a minor until the guardian turns one on.
       01 ContactDefault pic x(5) VALUE "true".
       01 LinkAction pic x VALUE "n".
       01 NoChild pic x(16) VALUE SPACES.

       LINKAGE SECTION.
       COPY "init.l".
       01 InviteCode pic x(16).
       01 AgeBand pic x(16).
       01 GuardianName pic x(16).
       01 ReferralCode pic x(16).


       PROCEDURE DIVISION USING Player, PassCode, InviteCode, AgeBand, GuardianName, ReferralCode.
       Begin.

  	   CALL "getdb" USING BY REFERENCE pgconn

      *> a retired name (PlayerAliases) redirects to its account
      *> and is as taken as a live one.
       String "SELECT Name FROM Players WHERE Name = '", function trim(Player),
           "' UNION ALL SELECT Alias FROM PlayerAliases WHERE Alias = '", function trim(Player), "';",
           x"00" into Querystring
       END-STRING
   	   call "PQexec" using by value pgconn
	       by reference querystring

       CALL "PQntuples" using by value pgres returning Playertest
       END-CALL	   
      *> Guest<...> names belong to guestcreate's temporary accounts;
      *> nobody registers one.
       IF function upper-case(Player(1:5)) = "GUEST" THEN
         MOVE 1 TO Playertest
       END-IF

       IF AgeBand IS = SPACES THEN
         MOVE "adult" TO AgeBand
       END-IF
       EVALUATE function trim(AgeBand)
         WHEN "adult" MOVE "true" TO ContactDefault
         WHEN "under13" MOVE "false" TO ContactDefault
         WHEN "13to17" MOVE "false" TO ContactDefault
         WHEN OTHER MOVE 1 TO Playertest
       END-EVALUATE
       IF Playertest = 0 THEN
                *> invite-gated mode: no valid code, no account.
                 String "SELECT COALESCE((SELECT Value FROM Status WHERE Name = 'RegistrationMode'), 'open');", x"00" into Querystring
                     call "PQfinish" using by value pgconn returning result end-call
                     EXIT PROGRAM
                   END-IF
                   MOVE "invite" TO Arrival
                   String "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Player),
                       "', 'registration_invite_used', '", function trim(InviteCode), "' );", x"00" into Querystring
                   END-STRING
                   MOVE TokenChars(RandPos:1) TO NewSalt(TokenIdx:1)
                 END-PERFORM

                 string "INSERT INTO Players ( name, passcode, roomid, ready, lastseen, newwords, newround, lastchat, passsalt, ",
                   "ageband, lobbychat, whispers, mailfromanyone, profilepublic, arrival ) VALUES ( '", function trim(Player),
                   "', md5('", NewSalt, "' || '", function trim(Passcode), "'), null, false, now(), false, false, 0, '", NewSalt,
                   "', '", function trim(AgeBand), "', ", function trim(ContactDefault), ", ", function trim(ContactDefault),
                   ", ", function trim(ContactDefault), ", ", function trim(ContactDefault), ", '",
                   function trim(Arrival), "' );", x"00" INTO Querystring
                 END-STRING
                 call "PQexec" using
                     by value pgconn
                       by reference querystring
                       returning pgres
                   end-call
                  *> the same pairs duplicateaccountreport links, so a
                  *> gift between them is refused from the start.
                   String "INSERT INTO DuplicateLinks ( PlayerA, PlayerB ) SELECT '", function trim(Player),
                       "', Name FROM Players WHERE Name <> '", function trim(Player),
                       "' AND ( ( PassSalt IS NULL AND Passcode = '", function trim(Passcode),
                       "' ) OR ( PassSalt IS NOT NULL AND Passcode = md5(PassSalt || '", function trim(Passcode),
                       "') ) ) ON CONFLICT ( PlayerA, PlayerB ) DO NOTHING;", x"00" into Querystring
                   END-STRING
                   call "PQexec" using
                       by value pgconn
                       by reference querystring
                       returning pgres
                   end-call
                 END-IF

                *> after the probe, so a referral from an account it
                *> has just linked is recorded void.
                 CALL "referralrecord" USING BY REFERENCE pgconn Player ReferralCode
                 END-CALL

                 IF function trim(AgeBand) NOT = "adult" AND GuardianName IS NOT = SPACES THEN
                   CALL "guardianlink" USING BY REFERENCE pgconn Player GuardianName NoChild LinkAction
                   END-CALL
                 END-IF
	   END-IF
               
