       05 RR-RUN-DATE      PIC X(8).
       05 RR-TIMESTAMP     PIC X(16).
      * STARTED, COMPLETED, or CUTOFF (the run stopped cleanly at
      * its window cutoff and waits for a restart).  REFUSED marks a
      * run turned away before it opened its files because the
      * operator was not active in the operator master; it is only
      * there so AUDMERGE picks up the run's audit file, and jobs
      * tracking runs skip it.  BACKEDOUT is written by BACKOUT
      * when a run is withdrawn: it carries the run's first-start run
      * date and base name, no audit file, and as counts the results
      * records flagged, the audit records reversed and the rejects
      * among them.  JOINED is written by CIPHPART when the
      * partition runs of one split input are rejoined: it carries
      * the parent base, the split date as run date, the original
      * input file, the summed counts and no audit file.  Jobs that
      * count runs count the partitions and skip it; jobs that
      * follow a file to delivery take it as the file's completion.
       05 RR-EVENT         PIC X(9).
      * Output base name the run was given - the name that also keys
      * its .rpt control report and .ckpt checkpoint.
       05 RR-OUTPUT-COUNT  PIC 9(8).
       05 RR-REJECT-COUNT  PIC 9(8).
       05 RR-AMBIG-COUNT   PIC 9(8).
      * The request file the run read - for a pre-edited submission,
      * the clean file CIPHEDIT registered it under.
       05 RR-INPUT-FILE    PIC X(40).
