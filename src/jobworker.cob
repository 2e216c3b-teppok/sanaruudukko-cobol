        *>   the retry. Status/Attempts/LastError stay in the table for
        *>   the operator to inspect.
        *> Modifies: Jobs
        *> Dependencies: getdb, schemacheck, allwords, roundstartwaiter

       IDENTIFICATION DIVISION.
       PROGRAM-ID. jobworker.
       01 JobPlayer pic x(16) VALUE SPACES.
       01 TmpNum pic x(8) VALUE SPACES.

      *> a database behind the schema this build needs
      *> (schemacheck) is refused at startup rather than met with
      *> missing-column errors pass after pass.
       01 SchemaHave pic 9(4) VALUE 0.
       01 SchemaNeed pic 9(4) VALUE 0.
       01 SchemaState pic x VALUE "o".
         88 SchemaOk VALUE "o".

       PROCEDURE DIVISION.
       Begin.


       CALL "getdb" USING BY REFERENCE pgconn

       CALL "schemacheck" USING BY REFERENCE pgconn SchemaHave SchemaNeed SchemaState
       END-CALL
       IF NOT SchemaOk THEN
         DISPLAY "database schema " SchemaHave " is behind the " SchemaNeed
             " this build needs - run schemamigrate; not starting"
         call "PQfinish" using by value pgconn returning result end-call
         MOVE 1 TO RETURN-CODE
         STOP RUN
       END-IF

       PERFORM WorkOnce UNTIL StopWorker

       call "PQfinish" using by value pgconn returning result end-call
