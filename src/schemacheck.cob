        *> -------------------------
        *> schemacheck.
        *> Takes: pgconn, SchemaHave (out), SchemaNeed (out),
        *>   SchemaState (out).
        *> Holds the database's schema version -- the highest Version
        *>   in the SchemaMigrations ledger schemamigrate keeps --
        *>   against the version this build was written for
        *>   (schemaver.l). SchemaState comes back 'o' when the
        *>   database is at that version or past it, 'b' when it is
        *>   behind, and 'n' when there is no ledger to read at all (a
        *>   database from before the ledger, or one that doesn't
        *>   answer), which SchemaHave reports as 0. processq and the
        *>   daemons refuse to serve or start on anything but 'o';
        *>   healthcheck reports the numbers.
        *> Modifies: SchemaHave, SchemaNeed, SchemaState
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. schemacheck.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(80) based.
       01 querystring pic x(256).

       01 ResStatus usage binary-long VALUE 0.
       01 HaveNull usage binary-long VALUE 0.
       01 HaveTxt pic x(12) VALUE SPACES.
       COPY "schemaver.l".

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 SchemaHave pic 9(4).
       01 SchemaNeed pic 9(4).
       01 SchemaState pic x.

       PROCEDURE DIVISION USING pgconn, SchemaHave, SchemaNeed, SchemaState.
       Begin.

       MOVE SchemaBuiltFor TO SchemaNeed
       MOVE 0 TO SchemaHave
       MOVE "n" TO SchemaState

       STRING "SELECT max(Version) FROM SchemaMigrations;", x"00" INTO QueryString
       END-STRING
       call "PQexec" using by value pgconn by reference querystring returning pgres end-call
      *> 2 = PGRES_TUPLES_OK; a missing ledger table is an error
      *> result, a dead connection a null one -- both read as 'n'.
       call "PQresultStatus" using by value pgres returning ResStatus
       IF ResStatus NOT = 2 THEN
         EXIT PROGRAM
       END-IF
       call "PQgetisnull" using by value pgres by value 0 by value 0 returning HaveNull end-call
       IF HaveNull NOT = 0 THEN
         EXIT PROGRAM
       END-IF
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO HaveTxt
       string resstr delimited by x"00" into HaveTxt end-string
       MOVE function numval(HaveTxt) TO SchemaHave

       IF SchemaHave < SchemaNeed THEN
         MOVE "b" TO SchemaState
       ELSE
         MOVE "o" TO SchemaState
       END-IF

       EXIT PROGRAM.
