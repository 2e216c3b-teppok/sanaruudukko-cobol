       01 RowIdx usage binary-long.
       01 LoginTime pic x(32).
       01 LoginAddress pic x(48).
       01 LoginMethod pic x(16).
       01 LoginOk pic x(4).

       LINKAGE SECTION.
