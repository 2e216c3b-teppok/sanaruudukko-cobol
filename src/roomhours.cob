        *> -------------------------
        *> roomhours.
        *> Takes: RoomAlias, OpenPred (out), OpensExpr (out).
        *> The room opening-hours rule, for whichever program needs it
        *>   over a Rooms row aliased RoomAlias. A room with RoomHours
        *>   rows is open only inside one of its weekly windows and
        *>   never on one of its RoomHolidays days, both read on the
        *>   wall clock of the room owner's Timezone (server time when
        *>   unset); a room with no RoomHours rows is always open.
        *>   OpenPred comes back as an SQL condition true while the
        *>   room is open; OpensExpr as a text expression giving the
        *>   next opening in the owner's local time ('YYYY-MM-DD
        *>   HH24:MI', looking a fortnight ahead), empty when there is
        *>   none. The owner's zone was validated against
        *>   pg_timezone_names when it was set.
        *> Modifies: OpenPred, OpensExpr
        *> Dependencies:

       IDENTIFICATION DIVISION.
       PROGRAM-ID. roomhours.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 LocalNow pic x(256) VALUE SPACES.

       LINKAGE SECTION.
       01 RoomAlias pic x(8).
       01 OpenPred pic x(1024).
       01 OpensExpr pic x(1024).

       PROCEDURE DIVISION USING RoomAlias, OpenPred, OpensExpr.
       Begin.

       MOVE SPACES TO LocalNow OpenPred OpensExpr

      *> now, as a plain timestamp on the owner's wall clock.
       STRING "( now() AT TIME ZONE COALESCE(( SELECT o.Timezone FROM Players o WHERE o.Name = ",
           function trim(RoomAlias), ".OwnerName ), current_setting('TimeZone')) )"
           DELIMITED BY SIZE INTO LocalNow
       END-STRING

       STRING "( SELECT NOT EXISTS ( SELECT 1 FROM RoomHours h WHERE h.RoomId = ", function trim(RoomAlias),
           ".Id ) OR ( NOT EXISTS ( SELECT 1 FROM RoomHolidays d WHERE d.RoomId = ", function trim(RoomAlias),
           ".Id AND d.Day = lt.t::date ) AND EXISTS ( SELECT 1 FROM RoomHours h WHERE h.RoomId = ",
           function trim(RoomAlias), ".Id AND h.Weekday = EXTRACT(ISODOW FROM lt.t) ",
           "AND lt.t::time >= h.OpensAt AND lt.t::time < h.ClosesAt ) ) FROM ( SELECT ",
           function trim(LocalNow), " AS t ) lt )"
           DELIMITED BY SIZE INTO OpenPred
       END-STRING

       STRING "( SELECT COALESCE(to_char(MIN(s.d + h.OpensAt), 'YYYY-MM-DD HH24:MI'), '') FROM ( SELECT ",
           function trim(LocalNow), " AS t ) lt CROSS JOIN generate_series(lt.t::date::timestamp, ",
           "lt.t::date::timestamp + interval '14 days', interval '1 day') s(d) ",
           "JOIN RoomHours h ON h.RoomId = ", function trim(RoomAlias),
           ".Id AND h.Weekday = EXTRACT(ISODOW FROM s.d) WHERE s.d + h.OpensAt > lt.t ",
           "AND NOT EXISTS ( SELECT 1 FROM RoomHolidays x WHERE x.RoomId = ", function trim(RoomAlias),
           ".Id AND x.Day = s.d::date ) )"
           DELIMITED BY SIZE INTO OpensExpr
       END-STRING

       EXIT PROGRAM.
