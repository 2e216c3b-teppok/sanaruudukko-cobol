        *> init.
        *> Takes: Player, Passcode, SessionToken.
        *> Checks that the username and password match, OR that
        *>   SessionToken matches one of the player's unexpired Sessions
        *>   rows, so a client doesn't have to keep resending the passcode.
        *>   Either way, a fresh SessionToken is issued on success and handed
        *>   back to the caller to use on subsequent requests: a token login
        *>   rotates the token of the session it named, a passcode login
        *>   opens a new session (one per device), so signing in on one
        *>   device no longer signs the player out of another. A guest
        *>   account past its GuestUntil no longer signs in at all.
        *>   A name retired by renameplayer or mergeplayer signs in as
        *>   the account it now redirects to (PlayerAliases), with that
        *>   account's own passcode.
        *>   After that, calls getround to initialize RoomId and RoundId to their proper values.
        *> Modifies: RoomId, RoundId, SessionToken, Sessions
        *> Dependencies: getround, securetoken

       IDENTIFICATION DIVISION.
       PROGRAM-ID. init.
       01 SaltNull usage binary-long VALUE 0.
       01 NewSalt pic x(16).

       01 NewToken pic x(16).
       01 TokenErr pic x VALUE "f".
       01 SessionRows usage binary-long VALUE 0.

      *> configurable idle-timeout warning before a player is
      *> dropped.
       01 TmpLockCfg pic x(8) VALUE SPACES.
       01 LockClaimed pic x(8) VALUE SPACES.

      *> a retired name's PlayerAliases redirect.
       01 AliasCount usage binary-long VALUE 0.

       LINKAGE SECTION.
        01 pgconn usage pointer.
        COPY "init.l".
       PROCEDURE DIVISION USING pgconn, Player, Passcode, RoomId, RoundId, SessionToken, IdleWarning, LockedOut, ClientAddr,
           SessionId.

       MOVE SPACES TO SessionId
       IF SessionToken NOT = SPACES THEN
         MOVE "token" TO LoginMethod
       ELSE
      *> signal, before any credential is even looked at. A timed
      *> play ban (Players.BannedUntil) refuses the same way and
      *> self-clears when its clock runs out.
       String "SELECT a.Player FROM PlayerAliases a WHERE a.Alias = '", function trim(player),
           "' AND NOT EXISTS ( SELECT 1 FROM Players WHERE Name = a.Alias );", x"00" INTO querystring
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning AliasCount
       IF AliasCount > 0 THEN
         call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
         set address of resstr to resptr
         MOVE SPACES TO Player
         string resstr delimited by x"00" into Player end-string
       END-IF

       MOVE "f" TO LockedOut
       String "SELECT Name FROM Players WHERE Name = '", function trim(player),
           "' AND ( ( LockedUntil IS NOT NULL AND LockedUntil > now() ) ",
       END-IF

       IF SessionToken NOT = SPACES THEN
         String "Select p.Name, p.PassSalt, s.Id From Players p JOIN Sessions s ON s.Player = p.Name ",
           "where p.Name = '", function trim(player), "' AND s.Token = '", function trim(SessionToken),
           "' AND s.ExpiresAt > now() AND ( p.GuestUntil IS NULL OR p.GuestUntil > now() );", x"00" INTO querystring
         END-STRING
       ELSE
         String "Select Name, PassSalt From Players where Name = '", function trim(player),
           "' AND ( ( PassSalt IS NULL AND PassCode = '", function trim(passcode),
           "' ) OR ( PassSalt IS NOT NULL AND PassCode = md5(PassSalt || '", function trim(passcode),
           "') ) ) AND ( GuestUntil IS NULL OR GuestUntil > now() );", x"00" INTO querystring
         END-STRING
       END-IF

      *> plaintext gets its salted hash now -- but only when the
      *> passcode itself was presented; a token login has nothing to
      *> hash. Remember the NULL check before IssueSessionToken below
      *> reuses pgres.
       MOVE 0 TO SaltNull
       IF SessionToken IS = SPACES THEN
         call "PQgetisnull" using by value pgres
             by value 1
             returning SaltNull
         end-call
       ELSE
         call "PQgetvalue" using by value pgres by value 0 by value 2 returning resptr end-call
         set address of resstr to resptr
         MOVE SPACES TO SessionId
         string resstr delimited by x"00" into SessionId end-string
       END-IF

       PERFORM IssueSessionToken
      *> convert a legacy plaintext Passcode row to the salted
      *> hash, in place, using the passcode the player just logged in
      *> with. The hash itself is computed by the database so the same
      *> md5(salt || passcode) expression is used everywhere. The
      *> salt comes from securetoken like the token; if the strong
      *> source is down the row simply stays plaintext until the next
      *> passcode login.
       MigratePasscodeHash.
       CALL "securetoken" USING BY REFERENCE pgconn NewSalt TokenErr
       END-CALL
       IF TokenErr = "t" THEN
         EXIT PARAGRAPH
       END-IF

       String "UPDATE Players SET PassSalt = '", NewSalt, "', Passcode = md5('", NewSalt,
           "' || '", function trim(Passcode), "') WHERE Name = '", function trim(Player), "';", x"00" INTO querystring
           returning pgres
       end-call.

      *> the token comes from securetoken, never the clock-seeded
      *> FUNCTION RANDOM stream. Should the strong source fail, the
      *> login still stands but nothing guessable is handed out: a
      *> token login keeps its current token, a passcode login gets no
      *> session and the client keeps sending the passcode.
       IssueSessionToken.
       CALL "securetoken" USING BY REFERENCE pgconn NewToken TokenErr
       END-CALL
       IF TokenErr = "t" THEN
         EXIT PARAGRAPH
       END-IF

      *> a token login rotates its own session's token; a passcode
      *> login opens a new session, after dropping the player's expired
      *> ones and, past MaxSessions (Status row, default 20), the least
      *> recently used.
       IF SessionToken NOT = SPACES THEN
         String "UPDATE Sessions SET Token = '", NewToken, "', Address = '", function trim(ClientAddr),
             "', LastUsedAt = now(), ExpiresAt = now() + interval '7 days' WHERE Id = ",
             function trim(SessionId), ";", x"00" INTO querystring
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
       ELSE
         String "DELETE FROM Sessions WHERE Player = '", function trim(Player), "' AND ( ExpiresAt <= now() ",
             "OR Id IN ( SELECT Id FROM Sessions WHERE Player = '", function trim(Player),
             "' ORDER BY LastUsedAt DESC OFFSET GREATEST(COALESCE((SELECT Value FROM Status ",
             "WHERE Name = 'MaxSessions')::int, 20), 1) - 1 ) );", x"00" INTO querystring
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
         String "INSERT INTO Sessions ( Player, Token, Address, ExpiresAt ) VALUES ( '", function trim(Player),
             "', '", NewToken, "', '", function trim(ClientAddr), "', now() + interval '7 days' ) RETURNING Id;",
             x"00" INTO querystring
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
         call "PQntuples" using by value pgres returning SessionRows
         IF SessionRows = 1 THEN
           call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
           set address of resstr to resptr
           string resstr delimited by x"00" into SessionId end-string
         END-IF
       END-IF

       MOVE NewToken TO SessionToken.
