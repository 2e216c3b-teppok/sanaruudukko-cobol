        *> -------------------------
        *> membergrant.
        *> Takes: Standard arguments + TargetPlayer, MemberTier,
        *>   MemberDays, GrantAction.
        *> Admin-only management of club memberships, the staffgrant
        *>   way: grants ("g") TargetPlayer a MemberTier membership
        *>   running MemberDays days from today (replacing whatever row
        *>   they had), extends ("x") a live or lapsed one by MemberDays
        *>   -- counted on from the expiry, or from today once it has
        *>   lapsed, optionally moving it to a new MemberTier -- or
        *>   revokes ("r") it as of now. Guests can't hold one; an
        *>   extension never revives a revoked membership. Every change
        *>   lands in AuditLog.
        *> Modifies: Memberships, AuditLog
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. membergrant.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(1024).

       01 IsAdmin usage binary-long value 0.
       01 ActionWord pic x(8) VALUE SPACES.
       01 NDays pic 9(4) VALUE 0.
       01 BadChars usage binary-long value 0.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".
       01 TargetPlayer pic x(16).
       01 MemberTier pic x(16).
       01 MemberDays pic x(16).
       01 GrantAction pic x.

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId, TargetPlayer, MemberTier,
           MemberDays, GrantAction.
       Begin.

       IF TargetPlayer IS = SPACES THEN
         EXIT PROGRAM
       END-IF

       IF GrantAction IS NOT = "r" THEN
         IF MemberDays IS = SPACES OR function trim(MemberDays) IS NOT NUMERIC
             OR function length(function trim(MemberDays)) > 4 THEN
           EXIT PROGRAM
         END-IF
         MOVE function numval(MemberDays) TO NDays
         IF NDays = 0 THEN
           EXIT PROGRAM
         END-IF
       END-IF

      *> the tier is a bare name spliced into SQL: no quotes, no
      *> backslashes, and a grant must name one.
       MOVE 0 TO BadChars
       INSPECT MemberTier TALLYING BadChars FOR ALL "'" ALL "\"
       IF BadChars > 0 OR ( GrantAction IS = "g" AND MemberTier IS = SPACES ) THEN
         EXIT PROGRAM
       END-IF

       STRING "SELECT Player FROM Admins WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning IsAdmin
       IF IsAdmin = 0 THEN
         EXIT PROGRAM
       END-IF

       EVALUATE GrantAction
         WHEN "g"
           MOVE "grant" TO ActionWord
           STRING "INSERT INTO Memberships ( Player, Tier, StartsOn, ExpiresOn, GrantedBy ) ",
               "SELECT Name, '", function trim(MemberTier), "', current_date, current_date + ", NDays,
               " - 1, '", function trim(Player), "' FROM Players WHERE Name = '", function trim(TargetPlayer),
               "' AND IsGuest = false ON CONFLICT ( Player ) DO UPDATE SET Tier = EXCLUDED.Tier, ",
               "StartsOn = EXCLUDED.StartsOn, ExpiresOn = EXCLUDED.ExpiresOn, GrantedBy = EXCLUDED.GrantedBy, ",
               "GrantedAt = now(), RevokedAt = NULL, RemindedFor = NULL;", x"00" INTO QueryString
           END-STRING
         WHEN "x"
           MOVE "extend" TO ActionWord
           STRING "UPDATE Memberships SET ExpiresOn = GREATEST(ExpiresOn, current_date - 1) + ", NDays,
               ", Tier = COALESCE(NULLIF('", function trim(MemberTier), "', ''), Tier) ",
               "WHERE Player = '", function trim(TargetPlayer), "' AND RevokedAt IS NULL;", x"00" INTO QueryString
           END-STRING
         WHEN OTHER
           MOVE "revoke" TO ActionWord
           STRING "UPDATE Memberships SET RevokedAt = now() WHERE Player = '", function trim(TargetPlayer),
               "' AND RevokedAt IS NULL;", x"00" INTO QueryString
           END-STRING
       END-EVALUATE
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       STRING "INSERT INTO AuditLog ( Actor, Action, Details ) VALUES ( '", function trim(Player),
           "', 'member_", function trim(ActionWord), "', '", function trim(TargetPlayer),
           ": ", function trim(MemberTier), " ", NDays, "' );", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       EXIT PROGRAM.
