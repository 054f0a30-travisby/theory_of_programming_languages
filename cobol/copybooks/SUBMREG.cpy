      *****************************************************************
      * Processed-submission register record.
      *
      * CIPHEDIT appends one of these to ciphedit-register.dat for
      * every submission that passes its pre-edit.  Its identity is
      * the record count plus a check total over every byte of every
      * CIPHREQ record, which is what a resubmitted file matches on
      * even under a new file name.  Any job reading the register
      * should COPY this layout (with REPLACING to pick field-name
      * prefixes).
      *****************************************************************
       05 RG-TIMESTAMP     PIC X(16).
       05 RG-OPERATOR      PIC X(20).
       05 RG-FILE-NAME     PIC X(40).
       05 RG-RECORD-COUNT  PIC 9(8).
       05 RG-CHECK-VALUE   PIC 9(12).
      * "Y" when an operator override let a matching file through.
       05 RG-OVERRIDE      PIC X.
      * The clean file handed to the night window; a batch run whose
      * RR-INPUT-FILE names it is the run that processed the
      * submission.
       05 RG-CLEAN-FILE    PIC X(40).
      * The department on the submission's records, MIXED when the
      * file carries more than one.
       05 RG-DEPT          PIC X(8).
