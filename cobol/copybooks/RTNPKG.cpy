      *****************************************************************
      * Department return package log record.
      *
      * RTNPKG appends one of these to return-packages.log for every
      * department package it cuts from a completed run (SENT), and
      * again when the department's acknowledgment comes back: ACKED
      * when the acknowledged count and check total agree with what
      * was sent, DISPUTED when they do not.  The latest event for a
      * run, base name and department is the package's standing.
      * Any job reading the package log should COPY this layout
      * (with REPLACING to pick field-name prefixes).
      *****************************************************************
       05 PK-TIMESTAMP     PIC X(16).
      * SENT, ACKED, or DISPUTED.
       05 PK-EVENT         PIC X(8).
       05 PK-RUN-DATE      PIC X(8).
       05 PK-BASE-NAME     PIC X(40).
       05 PK-DEPT          PIC X(8).
      * The department's return file, <base>.<dept>.rtn.
       05 PK-PACKAGE-FILE  PIC X(60).
       05 PK-RECORD-COUNT  PIC 9(8).
       05 PK-CHECK-TOTAL   PIC 9(12).
      * On ACKED and DISPUTED, the date the department gave on its
      * acknowledgment.
       05 PK-ACK-DATE      PIC X(8).
