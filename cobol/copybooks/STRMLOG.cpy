      *****************************************************************
      * Night-window job-stream step log record.
      *
      * JOBSTRM appends to jobstream.log when each step of a stream
      * starts and ends, and when a restart bypasses a step that
      * already completed, so the log is the stream's step history:
      * the restart check reads it to prove the earlier steps
      * finished, and EODSUM reports it alongside the run registry.
      * Any job reading the stream log should COPY this layout (with
      * REPLACING to pick field-name prefixes).
      *****************************************************************
       05 SG-TIMESTAMP     PIC X(16).
      * The stream definition file the step came from.
       05 SG-STREAM-NAME   PIC X(40).
      * The date the stream was first launched; a restart carries it
      * forward so &DATE arguments still name the original day.
       05 SG-STREAM-DATE   PIC X(8).
       05 SG-STEP-NUMBER   PIC 9(3).
       05 SG-STEP-NAME     PIC X(8).
       05 SG-PROGRAM       PIC X(20).
      * STARTED, ENDED, or BYPASSED (skipped by a restart because it
      * completed in an earlier launch).
       05 SG-EVENT         PIC X(8).
       05 SG-RETURN-CODE   PIC 9(4).
      * On ENDED: OK (within the step's limit), OVERLIM (over the
      * limit, stream carried on under a SKIP rule) or FAILED (over
      * the limit, stream stopped under an ABORT rule).
       05 SG-CONDITION     PIC X(8).
