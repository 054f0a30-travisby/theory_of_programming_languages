      *****************************************************************
      * Site parameter change log record.
      *
      * SITEPARM appends one of these to siteparm-audit.log for every
      * parameter version it adds or changes, with the value in force
      * before and the value after, and one with action BADOPER or
      * BADROLE for every attempt it refuses.  Any job reading the
      * parameter history back should COPY this layout rather than
      * hand-declaring the fields again.
      *****************************************************************
       05 PG-Timestamp      PIC X(16).
       05 PG-Operator       PIC X(20).
       05 PG-Action         PIC X(10).
       05 PG-Param-Name     PIC X(20).
       05 PG-Effective-Date PIC X(8).
       05 PG-Old-Value      PIC X(60).
       05 PG-New-Value      PIC X(60).
      * The action refused, for BADOPER/BADROLE records; spaces
      * otherwise.
       05 PG-Detail         PIC X(20).
