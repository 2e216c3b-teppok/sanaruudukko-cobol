        *> -------------------------
        *> throttlecheck.
        *> Takes: pgconn, ClientAddr, ThrottleClass, ThrottleFlag (out).
        *> Counts this request against its client address's per-minute
        *>   budget for ThrottleClass (guest, auth, write or read) and
        *>   sets ThrottleFlag 't' once the count goes past it. The
        *>   budgets are Status rows ThrottleGuest / ThrottleAuth /
        *>   ThrottleWrite / ThrottleRead (defaults 120 / 10 / 120 /
        *>   240), multiplied by the address's unexpired
        *>   ThrottleAllowlist Factor when it has one. The counter is
        *>   one upsert on AddressHits, so racing requests can't both
        *>   slip under the budget; the first hit of a new minute also
        *>   prunes counters older than an hour. A blank address (a
        *>   command-line run) is never throttled.
        *> Modifies: AddressHits, ThrottleFlag
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. throttlecheck.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(16) based.
       01 querystring pic x(1024).

       01 NCounted usage binary-long VALUE 0.
       01 BudgetName pic x(16) VALUE SPACES.
       01 BudgetDefault pic 9(5) VALUE 240.
       01 OverBudget pic x VALUE "0".
       01 FirstHit pic x VALUE "0".

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 ClientAddr pic x(45).
       01 ThrottleClass pic x(8).
       01 ThrottleFlag pic x.

       PROCEDURE DIVISION USING pgconn, ClientAddr, ThrottleClass, ThrottleFlag.
       Begin.

       MOVE "f" TO ThrottleFlag
       IF ClientAddr IS = SPACES THEN
         EXIT PROGRAM
       END-IF

       EVALUATE ThrottleClass
         WHEN "guest"
           MOVE "ThrottleGuest" TO BudgetName
           MOVE 120 TO BudgetDefault
         WHEN "auth"
           MOVE "ThrottleAuth" TO BudgetName
           MOVE 10 TO BudgetDefault
         WHEN "write"
           MOVE "ThrottleWrite" TO BudgetName
           MOVE 120 TO BudgetDefault
         WHEN OTHER
           MOVE "ThrottleRead" TO BudgetName
           MOVE 240 TO BudgetDefault
       END-EVALUATE

       STRING "INSERT INTO AddressHits ( Address, FuncClass, Minute ) VALUES ( '",
           function trim(ClientAddr), "', '", function trim(ThrottleClass), "', date_trunc('minute', now()) ) ",
           "ON CONFLICT ( Address, FuncClass, Minute ) DO UPDATE SET Hits = AddressHits.Hits + 1 ",
           "RETURNING CASE WHEN AddressHits.Hits > COALESCE((SELECT Value FROM Status WHERE Name = '",
           function trim(BudgetName), "')::int, ", BudgetDefault, ") * COALESCE((SELECT max(Factor) ",
           "FROM ThrottleAllowlist WHERE Address = '", function trim(ClientAddr), "' ",
           "AND ( ExpiresAt IS NULL OR ExpiresAt > now() )), 1) THEN 1 ELSE 0 END, ",
           "CASE WHEN AddressHits.Hits = 1 THEN 1 ELSE 0 END;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQntuples" using by value pgres returning NCounted
      *> a counter that can't be written is no reason to turn the
      *> request away.
       IF NCounted = 0 THEN
         EXIT PROGRAM
       END-IF

       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE resstr(1:1) TO OverBudget
       call "PQgetvalue" using by value pgres by value 0 by value 1 returning resptr end-call
       set address of resstr to resptr
       MOVE resstr(1:1) TO FirstHit

       IF OverBudget = "1" THEN
         MOVE "t" TO ThrottleFlag
       END-IF

       IF FirstHit = "1" THEN
         STRING "DELETE FROM AddressHits WHERE Minute < now() - interval '1 hour';", x"00" INTO QueryString
         END-STRING
         call "PQexec" using
             by value pgconn
             by reference querystring
             returning pgres
         end-call
       END-IF

       EXIT PROGRAM.
