       01 resstr pic x(6000) based.
       01 result usage binary-long.
       01 querystring pic x(2048).
      *> the slice SELECT runs through execparams (no parameters) so
      *> checkresult gets its timing as well as its outcome.
       01 NParams0 usage binary-long VALUE 0.
       01 SpareParam1 pic x(260) VALUE SPACES.
       01 SpareParam2 pic x(260) VALUE SPACES.
       01 SpareParam3 pic x(260) VALUE SPACES.

       01 ExtractFileName pic x(64) VALUE SPACES.
       01 FileStatus pic xx VALUE "00".
             " ORDER BY ", function trim(KeyExpr), ";", x"00" INTO QueryString
         END-STRING
       END-IF
       CALL "execparams" USING pgconn querystring NParams0
           SpareParam1 SpareParam2 SpareParam3 pgres END-CALL
       MOVE "f" TO SliceErr
       CALL "checkresult" USING BY REFERENCE pgconn pgres querystring
         BY CONTENT "extractdelta    " "ExtractOneTable         "
