        *>   row has its own salt), so this sweep only covers accounts
        *>   still on legacy plaintext; for hashed accounts the
        *>   registration-time probe in registerp.cob is the live check.
        *>   Every pair of names sharing a passcode is also kept in
        *>   DuplicateLinks, which giftsend reads to refuse gifts
        *>   between linked accounts.
        *> Modifies: DuplicateLinks
        *> Dependencies: getdb

       IDENTIFICATION DIVISION.
           DISPLAY " "
       END-PERFORM

      *> the pairs stay linked after the report has scrolled away,
      *> whichever way round an earlier run or registerp stored them.
       STRING "INSERT INTO DuplicateLinks ( PlayerA, PlayerB ) SELECT a.Name, b.Name FROM Players a ",
              "JOIN Players b ON b.Passcode = a.Passcode AND a.Name < b.Name ",
              "WHERE NOT EXISTS ( SELECT 1 FROM DuplicateLinks d WHERE d.PlayerA = b.Name AND d.PlayerB = a.Name ) ",
              "ON CONFLICT ( PlayerA, PlayerB ) DO NOTHING;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn
            by reference querystring
            returning pgres
       end-call

       call "PQfinish" using by value pgconn returning result end-call

       STOP RUN.
