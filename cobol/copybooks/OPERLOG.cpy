      *****************************************************************
      * Operator master change log record.
      *
      * OPERMNT appends one of these to opermaint-audit.log for every
      * change it applies to operators.dat, with before and after
      * images and the operator who made the change, and one with
      * action BADOPER for every attempt it refuses.  Any job reading
      * the operator change history back should COPY this layout
      * rather than hand-declaring the fields again.
      *****************************************************************
       05 OL-Timestamp     PIC X(16).
       05 OL-Operator      PIC X(20).
       05 OL-Action        PIC X(10).
       05 OL-Oper-Id       PIC X(20).
       05 OL-Before.
           10 OL-Old-Name      PIC X(30).
           10 OL-Old-Dept      PIC X(8).
           10 OL-Old-Role      PIC X(8).
           10 OL-Old-Active    PIC X.
           10 OL-Old-Start     PIC X(8).
           10 OL-Old-End       PIC X(8).
       05 OL-After.
           10 OL-New-Name      PIC X(30).
           10 OL-New-Dept      PIC X(8).
           10 OL-New-Role      PIC X(8).
           10 OL-New-Active    PIC X.
           10 OL-New-Start     PIC X(8).
           10 OL-New-End       PIC X(8).
      * The action refused, for BADOPER records; spaces otherwise.
       05 OL-Detail        PIC X(20).
