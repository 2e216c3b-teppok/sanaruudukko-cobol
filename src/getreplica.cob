        *> -------------------------
        *> getreplica.
        *> Takes: pgconn (the primary, already open from getdb),
        *>   readconn, ReplicaLag.
        *> getdb's read-only twin: opens the second connection heavy
        *>   read-only views run on, so an evening of stats calls from
        *>   the club website stays off the primary that word
        *>   submission needs. DBREPLICACONNINFO names the replica (a
        *>   streaming standby, or a pooler in front of one); unset,
        *>   readconn is simply the primary and nothing changes. The
        *>   replica is only used while it is reachable and no further
        *>   behind than the Status row ReplicaMaxLagSeconds (default
        *>   30) -- otherwise its connection is closed again and
        *>   readconn falls back to the primary, so a stalled standby
        *>   degrades to the old behaviour instead of serving stale
        *>   standings. ReplicaLag comes back as whole seconds behind,
        *>   or -1 when no replica is configured or it can't be
        *>   reached, for healthcheck. A caller that got a readconn
        *>   different from pgconn PQfinishes it itself.
        *> Modifies: readconn
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. getreplica.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 pgres  usage pointer.
       01 resptr usage pointer.
       01 resstr pic x(80) based.
       01 querystring pic x(512).

       01 ConnInfo pic x(256) VALUE SPACES.
       01 ConnInfoZ pic x(257) VALUE SPACES.
       01 ConnStatus usage binary-long VALUE 0.
       01 ResStatus usage binary-long VALUE 0.

       01 MaxLag pic 9(5) VALUE 30.
       01 LagSeconds pic 9(8) VALUE ZEROES.
       01 Tmp pic x(16) VALUE SPACES.

       LINKAGE SECTION.
       01 pgconn usage pointer.
       01 readconn usage pointer.
       01 ReplicaLag pic x(16).

       PROCEDURE DIVISION USING pgconn, readconn, ReplicaLag.
       Begin.

       SET readconn TO pgconn
       MOVE "-1" TO ReplicaLag

       ACCEPT ConnInfo FROM ENVIRONMENT "DBREPLICACONNINFO"
       IF ConnInfo IS = SPACES THEN
         EXIT PROGRAM
       END-IF

       STRING function trim(ConnInfo) DELIMITED BY SIZE x"00" INTO ConnInfoZ
       END-STRING

       call "PQconnectdb" using
           by reference ConnInfoZ
           returning readconn
       end-call
      *> 0 = CONNECTION_OK.
       call "PQstatus" using by value readconn returning ConnStatus end-call
       IF ConnStatus NOT = 0 THEN
         PERFORM FallBackToPrimary
         EXIT PROGRAM
       END-IF

      *> a standby that has replayed everything it received is
      *> current however long ago the last write was; otherwise it
      *> is as far behind as its last replayed transaction.
       STRING "SELECT CASE WHEN pg_last_wal_receive_lsn() = pg_last_wal_replay_lsn() THEN 0 ",
           "ELSE COALESCE(floor(extract(epoch from (now() - pg_last_xact_replay_timestamp()))), 0) END;",
           x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value readconn
           by reference querystring
           returning pgres
       end-call
      *> 2 = PGRES_TUPLES_OK.
       call "PQresultStatus" using by value pgres returning ResStatus
       IF ResStatus NOT = 2 THEN
         PERFORM FallBackToPrimary
         EXIT PROGRAM
       END-IF
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO Tmp
       string resstr delimited by x"00" into Tmp end-string
       MOVE function numval(Tmp) TO LagSeconds
       MOVE SPACES TO ReplicaLag
       MOVE function trim(Tmp) TO ReplicaLag

       STRING "SELECT COALESCE((SELECT Value FROM Status WHERE Name = 'ReplicaMaxLagSeconds')::int, ",
           MaxLag, ");", x"00" INTO QueryString
       END-STRING
       call "PQexec" using
           by value pgconn
           by reference querystring
           returning pgres
       end-call
       call "PQgetvalue" using by value pgres by value 0 by value 0 returning resptr end-call
       set address of resstr to resptr
       MOVE SPACES TO Tmp
       string resstr delimited by x"00" into Tmp end-string
       MOVE function numval(Tmp) TO MaxLag

       IF LagSeconds > MaxLag THEN
         call "PQfinish" using by value readconn end-call
         SET readconn TO pgconn
       END-IF

       EXIT PROGRAM.

      *> -------------------------
      *> FallBackToPrimary: the replica can't be used -- close what
      *> was opened and hand back the primary.
       FallBackToPrimary.
       call "PQfinish" using by value readconn end-call
       SET readconn TO pgconn
       MOVE "-1" TO ReplicaLag.
