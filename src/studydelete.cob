        *> -------------------------
        *> studydelete.
        *> Takes: Standard arguments + Word.
        *> Takes a word off the caller's study list (see studylist), in
        *>   whichever dictionary languages it was saved under. Its
        *>   drill history goes with it.
        *> Modifies: StudyWords
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. studydelete.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 querystring pic x(256).

       LINKAGE SECTION.
       01 pgconn usage pointer.
       COPY "init.l".
       01 Word pic x(32).

       PROCEDURE DIVISION USING pgconn, Player, RoomId, RoundId, Word.
       Begin.

       IF Word IS = SPACES THEN
         EXIT PROGRAM
       END-IF

       STRING "DELETE FROM StudyWords WHERE Player = '", function trim(Player), "' AND Word = '",
           function trim(Word), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       EXIT PROGRAM.
