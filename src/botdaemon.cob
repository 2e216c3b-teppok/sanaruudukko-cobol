        *>   all apply exactly as they would to a person. Bots never
        *>   touch ratings: updateratings skips IsBot accounts.
        *> Modifies: Players, RoomMembers, and whatever submitword writes
        *> Dependencies: getdb, schemacheck, submitword

       IDENTIFICATION DIVISION.
       PROGRAM-ID. botdaemon.
       01 Dummy usage float-long.
       01 SkillRoll usage binary-long.

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

       ACCEPT TimeSeed FROM TIME
       COMPUTE TimeSeed = TimeSeed + 30000000
       COMPUTE Dummy = function RANDOM(TimeSeed)
