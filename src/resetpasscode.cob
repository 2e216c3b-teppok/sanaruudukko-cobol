        *> Lets a player who has forgotten their passcode set a new one:
        *>   the supplied code must have been issued for exactly this
        *>   player, be unused and unexpired. On success the new passcode
        *>   is stored salted-and-hashed, every open session is
        *>   signed out, the code is marked used and the reset is written
        *>   to AuditLog. Like registerp, this runs before init.cob (the
        *>   caller can't authenticate -- that's the point), so it opens
        *>   and closes its own db connection; init then logs the player
       END-PERFORM

       STRING "UPDATE Players SET Passcode = md5('", NewSalt, "' || '", function trim(Passcode),
           "'), PassSalt = '", NewSalt, "' ",
           "WHERE Name = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           returning pgres
       end-call

      *> every device signed in under the old passcode is signed
      *> out -- whoever forced the reset may be holding one of them.
       STRING "DELETE FROM Sessions WHERE Player = '", function trim(Player), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call

       STRING "UPDATE ResetCodes SET UsedAt = now() WHERE Code = '", function trim(ResetCode), "';", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
