        *>   submitted words in it -- you share your own games, not other
        *>   people's. The code is shown once in this response.
        *> Modifies:
        *> Dependencies: securetoken

       IDENTIFICATION DIVISION.
       PROGRAM-ID. shareissue.
       01 RoundFinishedCount usage binary-long value 0.
       01 PlayedCount usage binary-long value 0.

       01 TokenErr pic x VALUE "f".
       01 CodeDraw pic x(16).
       01 NewCode pic x(8).

       LINKAGE SECTION.
         EXIT PROGRAM
       END-IF

      *> the first eight characters of a securetoken draw, like
      *> resetissue's codes; no code if the strong source is down.
       CALL "securetoken" USING BY REFERENCE pgconn CodeDraw TokenErr
       END-CALL
       IF TokenErr = "t" THEN
         PERFORM ShowNoCode
         EXIT PROGRAM
       END-IF
       MOVE CodeDraw(1:8) TO NewCode

       STRING "INSERT INTO ShareCodes ( Code, RoundId, IssuedBy ) VALUES ( '", NewCode,
           "', ", ShareRound, ", '", function trim(Player), "' );", x"00" INTO QueryString
