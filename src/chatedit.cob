       END-IF

      *> the original survives in the archive before the rewrite.
       STRING "INSERT INTO ChatArchive ( Id, ChatTime, Player, RoomId, ChatRow, Recipient, Origin, Channel ) ",
           "SELECT Id, ChatTime, Player, RoomId, ChatRow, Recipient, Origin, Channel FROM Chat WHERE Id = ",
           ChatIdNum, ";", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
