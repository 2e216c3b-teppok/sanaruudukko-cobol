        *> -------------------------
        *> securetoken.
        *> Takes: pgconn, NewToken (out), TokenErr (out).
        *> Sixteen characters from A-Z0-9 for anything that is a secret
        *>   in its own right -- session tokens, reset, invite, share and
        *>   email codes, API keys. FUNCTION RANDOM seeded off the clock
        *>   is guessable by anyone who knows roughly when a code was
        *>   issued, so these come from pgcrypto's gen_random_bytes (the
        *>   server's cryptographic source) instead: 64 random bytes,
        *>   those of 252 and up thrown away so every character is
        *>   equally likely, the first 16 survivors kept. A caller
        *>   wanting a shorter code takes a prefix. When the strong
        *>   source fails NewToken comes back blank and TokenErr 't',
        *>   the failure is in ErrorLog under securetoken for
        *>   healthcheck to flag, and the caller issues nothing -- there
        *>   is deliberately no fallback to FUNCTION RANDOM.
        *> Modifies: NewToken, TokenErr
        *> Dependencies: checkresult

       IDENTIFICATION DIVISION.
       PROGRAM-ID. securetoken.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(16) based.
       01 querystring pic x(512).

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 NewToken pic x(16).
       01 TokenErr pic x.

       PROCEDURE DIVISION USING pgconn, NewToken, TokenErr.
       Begin.

       MOVE SPACES TO NewToken
       STRING "SELECT string_agg(substr('ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789', 1 + b % 36, 1), '') ",
           "FROM (SELECT get_byte(s.r, i) AS b FROM (SELECT gen_random_bytes(64) AS r) s, ",
           "generate_series(0, 63) i WHERE get_byte(s.r, i) < 252 LIMIT 16) t;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       CALL "checkresult" USING BY REFERENCE pgconn pgres querystring
         BY CONTENT "securetoken     " "Begin                   "
         BY REFERENCE TokenErr
       END-CALL
       IF TokenErr = "t" THEN
         EXIT PROGRAM
       END-IF

       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       string resstr delimited by x"00" into NewToken end-string
      *> sixteen survivors out of 64 bytes fail to turn up about
      *> once in 10^30 draws; a short token is refused all the same.
       IF NewToken(16:1) IS = SPACE THEN
         MOVE SPACES TO NewToken
         MOVE "t" TO TokenErr
       END-IF

       EXIT PROGRAM.
