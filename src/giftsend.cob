        *> -------------------------
        *> giftsend.
        *> Takes: Standard arguments + TargetPlayer, TitleCode, GiftAmount, GiftNote.
        *> Gives another player a gift from the caller's coins: a shop
        *>   title (TitleCode, bought for them at the shop price -- one
        *>   they don't already own) or, with no title named, GiftAmount
        *>   coins. GiftNote rides along (URL-decoded through parsechat
        *>   like a chat line, first 200 characters, through
        *>   checkprofanity like mail). What a player gives away in a day
        *>   is capped at GiftDailyCap coins (Status row, default 500),
        *>   titles counted at their price. Refused silently, the
        *>   titlebuy way: gifts to yourself, to nobody, to a guest, to
        *>   a minor who only takes mail from friends and guardian (same
        *>   rule as mailsend), between accounts duplicateaccountreport
        *>   has linked or sharing a plaintext passcode, over the cap or
        *>   over the balance. A gift is one Gifts ledger row; the
        *>   recipient is told by Mail from SYSTEM.
        *> Modifies: Players.Coins, PlayerTitles, Gifts, Mail
        *> Dependencies: checkprofanity, execparams

       IDENTIFICATION DIVISION.
       PROGRAM-ID. giftsend.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(80) based.
       01 querystring pic x(2048).

       01 NRows usage binary-long VALUE 0.
       01 GiftCoins pic 9(6) VALUE 0.
       01 GiftCap pic 9(6) VALUE 500.
       01 GiftId pic x(12) VALUE SPACES.
       01 NoteProfanityFlag pic x VALUE "f".
         88 NoteProfane VALUE "t".

      *> the sender's headroom under the daily cap, shared by both
      *> kinds of gift.
       01 CapExpr pic x(400) VALUE SPACES.

       01 NoteText pic x(200) VALUE SPACES.
       01 NoteParam pic x(260) VALUE SPACES.
       01 NParams1 usage binary-long VALUE 1.
       01 SpareParam2 pic x(260) VALUE SPACES.
       01 SpareParam3 pic x(260) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".
       01 TargetPlayer pic x(16).
       01 TitleCode pic x(16).
       01 GiftAmount pic x(16).
       01 GiftNote pic x(2560).

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId, TargetPlayer, TitleCode,
           GiftAmount, GiftNote.
       Begin.

       IF TargetPlayer IS = SPACES OR function trim(TargetPlayer) = function trim(Player) THEN
         EXIT PROGRAM
       END-IF

       IF TitleCode IS = SPACES THEN
         IF GiftAmount IS = SPACES OR function trim(GiftAmount) IS NOT NUMERIC
             OR function length(function trim(GiftAmount)) > 6 THEN
           EXIT PROGRAM
         END-IF
         MOVE function numval(GiftAmount) TO GiftCoins
         IF GiftCoins = 0 THEN
           EXIT PROGRAM
         END-IF
       END-IF

       MOVE GiftNote(1:200) TO NoteText
       IF NoteText IS NOT = SPACES THEN
         CALL "checkprofanity" USING BY REFERENCE pgconn GiftNote NoteProfanityFlag
         END-CALL
         IF NoteProfane THEN
           EXIT PROGRAM
         END-IF
       END-IF

      *> the recipient: a registered, non-guest account that takes
      *> mail from the caller, and no account of the caller's own --
      *> neither a linked duplicate nor one on the same plaintext
      *> passcode.
       STRING "SELECT p.Name FROM Players p JOIN Players s ON s.Name = '", function trim(Player),
           "' WHERE p.Name = '", function trim(TargetPlayer), "' AND p.IsGuest = false ",
           "AND ( p.MailFromAnyone OR ( p.Guardian = s.Name AND p.GuardianConfirmed ) ",
           "OR EXISTS ( SELECT 1 FROM Friends f WHERE f.Player = p.Name AND f.Friend = s.Name AND f.Accepted ) ) ",
           "AND NOT EXISTS ( SELECT 1 FROM DuplicateLinks d WHERE ( d.PlayerA = s.Name AND d.PlayerB = p.Name ) ",
           "OR ( d.PlayerA = p.Name AND d.PlayerB = s.Name ) ) ",
           "AND NOT ( p.PassSalt IS NULL AND s.PassSalt IS NULL AND p.Passcode = s.Passcode );",
           x"00" INTO QueryString
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

       MOVE SPACES TO CapExpr
       STRING "cap AS ( SELECT COALESCE((SELECT Value FROM Status WHERE Name = 'GiftDailyCap')::int, ",
           GiftCap, ") - COALESCE((SELECT sum(Value) FROM Gifts WHERE Sender = '", function trim(Player),
           "' AND SentAt >= current_date), 0) AS Room )" DELIMITED BY SIZE INTO CapExpr
       END-STRING

       MOVE SPACES TO NoteParam
       STRING function trim(NoteText), x"00" INTO NoteParam END-STRING

      *> one statement moves the coins (or buys the title) and writes
      *> the ledger row, so the balance, the cap and the gift can't
      *> come apart.
       IF TitleCode IS = SPACES THEN
         STRING "WITH ", function trim(CapExpr), ", ",
             "take AS ( UPDATE Players p SET Coins = p.Coins - ", GiftCoins, " FROM cap WHERE p.Name = '",
             function trim(Player), "' AND p.Coins >= ", GiftCoins, " AND cap.Room >= ", GiftCoins,
             " RETURNING p.Name ), ",
             "give AS ( UPDATE Players SET Coins = Coins + ", GiftCoins, " WHERE Name = '",
             function trim(TargetPlayer), "' AND EXISTS ( SELECT 1 FROM take ) RETURNING Name ) ",
             "INSERT INTO Gifts ( Sender, Recipient, Coins, Value, Note ) SELECT '", function trim(Player),
             "', Name, ", GiftCoins, ", ", GiftCoins, ", $1 FROM give RETURNING Id;", x"00" INTO QueryString
         END-STRING
       ELSE
         STRING "WITH ", function trim(CapExpr), ", ",
             "t AS ( SELECT Code, Price FROM ShopTitles WHERE Code = '", function trim(TitleCode),
             "' AND NOT EXISTS ( SELECT 1 FROM PlayerTitles pt WHERE pt.Player = '", function trim(TargetPlayer),
             "' AND pt.Code = '", function trim(TitleCode), "' ) ), ",
             "take AS ( UPDATE Players p SET Coins = p.Coins - t.Price FROM t, cap WHERE p.Name = '",
             function trim(Player), "' AND p.Coins >= t.Price AND cap.Room >= t.Price RETURNING t.Code, t.Price ), ",
             "own AS ( INSERT INTO PlayerTitles ( Player, Code ) SELECT '", function trim(TargetPlayer),
             "', Code FROM take RETURNING Code ) ",
             "INSERT INTO Gifts ( Sender, Recipient, TitleCode, Value, Note ) SELECT '", function trim(Player),
             "', '", function trim(TargetPlayer), "', take.Code, take.Price, $1 FROM take, own RETURNING Id;",
             x"00" INTO QueryString
         END-STRING
       END-IF
       CALL "execparams" USING pgconn querystring NParams1
           NoteParam SpareParam2 SpareParam3 pgres END-CALL
       call "PQntuples" using by value pgres returning NRows
       IF NRows = 0 THEN
         EXIT PROGRAM
       END-IF
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO GiftId
       string resstr delimited by x"00" into GiftId end-string

      *> the notice is built from the ledger row itself, so the note
      *> never has to be spliced into SQL.
       STRING "INSERT INTO Mail ( Sender, Recipient, Body ) SELECT 'SYSTEM', g.Recipient, ",
           "g.Sender || ' sent you a gift: ' || CASE WHEN g.TitleCode IS NOT NULL ",
           "THEN 'the title ' || COALESCE(st.Name, g.TitleCode) ELSE g.Coins || ' coins' END || ",
           "CASE WHEN g.Note <> '' THEN ' -- ' || g.Note ELSE '' END ",
           "FROM Gifts g LEFT JOIN ShopTitles st ON st.Code = g.TitleCode WHERE g.Id = ", function trim(GiftId),
           ";", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       EXIT PROGRAM.
