       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNRECON.
      *****************************************************************
      * Three-way reconciliation of the run registry, the results
      * master and the audit master.
      *
      * The control report, AUDMERGE's merge counts and the results
      * load count each prove their own totals; this job proves they
      * agree with each other.  For every run that COMPLETED in the
      * registry with a run date in the range, the registry's input,
      * reject and ambiguous counts are checked against the records
      * keyed under that run in cipher-results.dat (by RM-Status) and
      * against the run's audit records in cipher-audit.idx (by
      * status).  Rejects include UNAUTH refusals, as they do on
      * the control report.
      *
      *   RUNRECON from-date to-date report-file
      *
      * A run is its output base name from the first STARTED event
      * through the COMPLETED event that ends it, so a run restarted
      * after a cutoff or failure is one run, keyed under the date it
      * first started - the run date the results master uses.  The
      * audit master carries no run name, so a run's audit records
      * are the ones in the stamped audit files its STARTED events
      * name, as BACKOUT finds them; each counts when the audit
      * master holds it.  Runs in parallel, such as CIPHPART
      * partitions, are told apart by their files, not their times.
      * A run audit file moved off shows its run short.
      *
      * Runs whose three sources disagree, completed runs with no
      * results loaded, and results-master runs with no registry
      * entry print on the exceptions report and set a
      * non-zero return code.  A run stopped at its cutoff has
      * loaded its results but not yet completed; those results are
      * counted but not reconciled until the restart completes it.
      * A run BACKOUT has withdrawn is left out of the comparison and
      * listed on its own; its flagged results are not orphans, and
      * the compensating BACKOUT and BACKREJ audit records are in no
      * run's audit file.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-REGISTRY-FILE ASSIGN TO "run-registry.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Registry-File-Status.
           SELECT RESULTS-MASTER-FILE ASSIGN TO "cipher-results.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-Rec-Key
               FILE STATUS IS WS-Results-Master-Status.
           SELECT AUDIT-MASTER-FILE ASSIGN TO "cipher-audit.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-Rec-Key
               FILE STATUS IS WS-Audit-Master-Status.
           SELECT RUN-AUDIT-FILE ASSIGN TO DYNAMIC WS-Run-File
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-File-Status.
           SELECT RECON-REPORT-FILE ASSIGN TO DYNAMIC WS-Report-File
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-File-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-REGISTRY-FILE.
       01  RUN-REGISTRY-RECORD.
           COPY RUNREG REPLACING
               ==RR-RUN-DATE==     BY ==RR-Run-Date==,
               ==RR-TIMESTAMP==    BY ==RR-Timestamp==,
               ==RR-EVENT==        BY ==RR-Event==,
               ==RR-BASE-NAME==    BY ==RR-Base-Name==,
               ==RR-AUDIT-FILE==   BY ==RR-Audit-File==,
               ==RR-INPUT-COUNT==  BY ==RR-Input-Count==,
               ==RR-OUTPUT-COUNT== BY ==RR-Output-Count==,
               ==RR-REJECT-COUNT== BY ==RR-Reject-Count==,
               ==RR-AMBIG-COUNT==  BY ==RR-Ambig-Count==,
               ==RR-INPUT-FILE==   BY ==RR-Input-File==.
       FD  RESULTS-MASTER-FILE.
       01  RESULTS-MASTER-RECORD.
           COPY RSLTMAST REPLACING
               ==RM-REC-KEY==       BY ==RM-Rec-Key==,
               ==RM-RUN-DATE==      BY ==RM-Run-Date==,
               ==RM-BASE-NAME==     BY ==RM-Base-Name==,
               ==RM-RECORD-NUMBER== BY ==RM-Record-Number==,
               ==RM-FUNC==          BY ==RM-Func==,
               ==RM-STRING==        BY ==RM-String==,
               ==RM-KEY==           BY ==RM-Key==,
               ==RM-RESULT==        BY ==RM-Result==,
               ==RM-STATUS==        BY ==RM-Status==,
               ==RM-KEYNAME==       BY ==RM-Keyname==,
               ==RM-DEPT==          BY ==RM-Dept==.
       FD  AUDIT-MASTER-FILE.
       01  AUDIT-MASTER-RECORD.
           COPY AUDMAST REPLACING
               ==AM-REC-KEY==   BY ==AM-Rec-Key==,
               ==AM-TIMESTAMP== BY ==AM-Timestamp==,
               ==AM-SEQ==       BY ==AM-Seq==,
               ==AM-OPERATOR==  BY ==AM-Operator==,
               ==AM-FUNC==      BY ==AM-Func==,
               ==AM-KEY==       BY ==AM-Key==,
               ==AM-STATUS==    BY ==AM-Status==,
               ==AM-KEYNAME==   BY ==AM-Keyname==,
               ==AM-DEPT==      BY ==AM-Dept==.
       FD  RUN-AUDIT-FILE.
       01  RUN-AUDIT-RECORD.
           COPY AUDITLOG REPLACING
               ==AT-TIMESTAMP== BY ==RA-Timestamp==,
               ==AT-OPERATOR==  BY ==RA-Operator==,
               ==AT-FUNC==      BY ==RA-Func==,
               ==AT-KEY==       BY ==RA-Key==,
               ==AT-STATUS==    BY ==RA-Status==,
               ==AT-KEYNAME==   BY ==RA-Keyname==,
               ==AT-DEPT==      BY ==RA-Dept==.
       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-RECORD     PIC X(100).
       LOCAL-STORAGE SECTION.
       01 WS-From-Date    PIC X(8) VALUE SPACES.
       01 WS-To-Date      PIC X(8) VALUE SPACES.
       01 WS-Report-File  PIC X(100) VALUE SPACES.
       01 WS-Registry-File-Status PIC XX.
       01 WS-Results-Master-Status PIC XX.
       01 WS-Audit-Master-Status PIC XX.
       01 WS-Report-File-Status PIC XX.
       01 WS-Run-File     PIC X(100).
       01 WS-Run-File-Status PIC XX.
       01 WS-Run-Eof      PIC X.
           88 END-OF-RUN-FILE      VALUE "Y".
       01 WS-Registry-Eof PIC X VALUE "N".
           88 END-OF-REGISTRY      VALUE "Y".
       01 WS-Results-Eof  PIC X VALUE "N".
           88 END-OF-RESULTS       VALUE "Y".
       01 WS-Audit-Eof    PIC X VALUE "N".
           88 END-OF-AUDIT         VALUE "Y".
      * One entry per run.  Runs still open (started, not completed)
      * are carried while the registry is read; completed runs
      * outside the range give their slot back.
       01 WS-Run-Used     PIC 9(4) VALUE 0.
       01 WS-Run-Table.
           05 WS-Run-Entry OCCURS 2000 TIMES.
               10 WS-RN-Base       PIC X(40).
               10 WS-RN-Run-Date   PIC X(8).
               10 WS-RN-Start-Ts   PIC X(16).
               10 WS-RN-End-Ts     PIC X(16).
      * O = open, C = completed in range, B = backed out in range,
      * F = free slot.
               10 WS-RN-State      PIC X.
               10 WS-RN-Reg-Input  PIC 9(8).
               10 WS-RN-Reg-Reject PIC 9(8).
               10 WS-RN-Reg-Ambig  PIC 9(8).
               10 WS-RN-Rm-Input   PIC 9(8).
               10 WS-RN-Rm-Reject  PIC 9(8).
               10 WS-RN-Rm-Ambig   PIC 9(8).
               10 WS-RN-Am-Input   PIC 9(8).
               10 WS-RN-Am-Reject  PIC 9(8).
               10 WS-RN-Am-Ambig   PIC 9(8).
       01 WS-Run-Dropped  PIC 9(8) VALUE 0.
      * The stamped audit files each run's starts and restarts wrote,
      * by run slot; a slot given back frees its files.
       01 WS-File-Used    PIC 9(4) VALUE 0.
       01 WS-File-Dropped PIC 9(8) VALUE 0.
       01 WS-File-Table.
           05 WS-File-Entry OCCURS 4000 TIMES.
               10 WS-AF-Run        PIC 9(4).
               10 WS-AF-Name       PIC X(40).
       01 WS-File-Idx     PIC 9(4).
       01 WS-File-Free    PIC 9(4).
       01 WS-Files-Missing PIC 9(8) VALUE 0.
       01 WS-Am-Found     PIC X.
      * Results-master runs with no registry entry at all.
       01 WS-Orphan-Used  PIC 9(3) VALUE 0.
       01 WS-Orphan-Dropped PIC 9(8) VALUE 0.
       01 WS-Orphan-Table.
           05 WS-Orphan-Entry OCCURS 200 TIMES.
               10 WS-OR-Run-Date   PIC X(8).
               10 WS-OR-Base       PIC X(40).
               10 WS-OR-Records    PIC 9(8).
       01 WS-Idx          PIC 9(4).
       01 WS-Run          PIC 9(4).
       01 WS-Free         PIC 9(4).
       01 WS-Orphan-Idx   PIC 9(3).
       01 WS-Completed-Count PIC 9(8) VALUE 0.
       01 WS-Agree-Count  PIC 9(8) VALUE 0.
       01 WS-Exception-Count PIC 9(8) VALUE 0.
       01 WS-No-Results-Count PIC 9(8) VALUE 0.
       01 WS-Backed-Out-Count PIC 9(8) VALUE 0.
       01 WS-Backout-Rm-Count PIC 9(8) VALUE 0.
       01 WS-Orphan-Count PIC 9(8) VALUE 0.
       01 WS-Rm-Read-Count PIC 9(8) VALUE 0.
       01 WS-Open-Rm-Count PIC 9(8) VALUE 0.
       01 WS-Am-Read-Count PIC 9(8) VALUE 0.
       01 WS-Am-Matched-Count PIC 9(8) VALUE 0.
       01 WS-Run-Result   PIC X(14).
       01 WS-Heading-Line.
           05 FILLER           PIC X(30)
               VALUE "THREE-WAY RUN RECONCILIATION  ".
           05 HL-From-Date     PIC X(8).
           05 FILLER           PIC X(3) VALUE " - ".
           05 HL-To-Date       PIC X(8).
       01 WS-Run-Line.
           05 RL-Run-Date      PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RL-Base          PIC X(34).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RL-Reg-Input     PIC ZZZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RL-Rm-Input      PIC ZZZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RL-Am-Input      PIC ZZZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RL-Result        PIC X(14).
       01 WS-Source-Line.
           05 FILLER           PIC X(10) VALUE SPACES.
           05 SL-Source        PIC X(16).
           05 SL-Input         PIC ZZZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SL-Reject        PIC ZZZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SL-Ambig         PIC ZZZZZZZ9.
       01 WS-Orphan-Line.
           05 OL-Run-Date      PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 OL-Base          PIC X(40).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 OL-Records       PIC ZZZZZZZ9.
       01 WS-Total-Line.
           05 TL-Name          PIC X(30).
           05 TL-Count         PIC ZZZZZZZ9.
       PROCEDURE DIVISION.
           ACCEPT WS-From-Date FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-From-Date
           END-ACCEPT
           ACCEPT WS-To-Date FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-To-Date
           END-ACCEPT
           ACCEPT WS-Report-File FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Report-File
           END-ACCEPT
           IF WS-From-Date = SPACES OR WS-To-Date = SPACES
                   OR WS-Report-File = SPACES
               DISPLAY "usage: RUNRECON from-date to-date report-file"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM LOAD-COMPLETED-RUNS
               IF RETURN-CODE = 0
                   PERFORM COUNT-RESULTS-MASTER
               END-IF
               IF RETURN-CODE = 0
                   PERFORM COUNT-AUDIT-MASTER
               END-IF
               IF RETURN-CODE = 0
                   PERFORM WRITE-RECON-REPORT
                   IF WS-Exception-Count > 0 OR WS-Orphan-Count > 0
                       MOVE 1 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           STOP RUN.

       LOAD-COMPLETED-RUNS.
           OPEN INPUT RUN-REGISTRY-FILE
           IF WS-Registry-File-Status = "35"
               DISPLAY "WARNING: no run registry - no runs to "
                   "reconcile"
           ELSE
               IF WS-Registry-File-Status NOT = "00"
                   DISPLAY "ERROR: cannot open run registry "
                       "'run-registry.dat' (status "
                       WS-Registry-File-Status ")"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL END-OF-REGISTRY
                       READ RUN-REGISTRY-FILE
                           AT END
                               SET END-OF-REGISTRY TO TRUE
                           NOT AT END
                               PERFORM APPLY-REGISTRY-EVENT
                       END-READ
                   END-PERFORM
                   CLOSE RUN-REGISTRY-FILE
                   IF WS-Run-Dropped > 0
                       DISPLAY "ERROR: more than 2000 runs open or "
                           "in range - narrow the date range"
                       MOVE 1 TO RETURN-CODE
                   END-IF
                   IF WS-File-Dropped > 0
                       DISPLAY "ERROR: more than 4000 run audit files "
                           "open or in range - narrow the date range"
                       MOVE 1 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      * A STARTED event for a base name already open is a restart of
      * the same run, bringing its own audit file; COMPLETED closes
      * the open run for its base.
       APPLY-REGISTRY-EVENT.
           MOVE 0 TO WS-Run
           MOVE 0 TO WS-Free
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Run-Used
               IF WS-RN-State (WS-Idx) = "O"
                       AND WS-RN-Base (WS-Idx) = RR-Base-Name
                   MOVE WS-Idx TO WS-Run
               END-IF
               IF WS-RN-State (WS-Idx) = "F" AND WS-Free = 0
                   MOVE WS-Idx TO WS-Free
               END-IF
           END-PERFORM
           IF WS-Run = 0
                   AND (RR-Event = "STARTED" OR RR-Event = "COMPLETED")
               PERFORM OPEN-RUN-ENTRY
           END-IF
           IF RR-Event = "STARTED" AND WS-Run > 0
                   AND RR-Audit-File NOT = SPACES
               PERFORM NOTE-RUN-AUDIT-FILE
           END-IF
           IF RR-Event = "BACKEDOUT"
               PERFORM APPLY-BACKOUT-EVENT
           END-IF
           IF RR-Event = "COMPLETED" AND WS-Run > 0
               MOVE RR-Timestamp TO WS-RN-End-Ts (WS-Run)
               MOVE RR-Input-Count TO WS-RN-Reg-Input (WS-Run)
               MOVE RR-Reject-Count TO WS-RN-Reg-Reject (WS-Run)
               MOVE RR-Ambig-Count TO WS-RN-Reg-Ambig (WS-Run)
               IF WS-RN-Run-Date (WS-Run) >= WS-From-Date
                       AND WS-RN-Run-Date (WS-Run) <= WS-To-Date
                   MOVE "C" TO WS-RN-State (WS-Run)
                   ADD 1 TO WS-Completed-Count
               ELSE
                   MOVE "F" TO WS-RN-State (WS-Run)
                   PERFORM FREE-RUN-FILES
               END-IF
           END-IF.

      * The back-out names the run by base and run date.  It follows
      * the run's COMPLETED event, so the run is found completed in
      * range or not held at all; one backed out while still open is
      * closed by it.
       APPLY-BACKOUT-EVENT.
           MOVE 0 TO WS-Run
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Run-Used OR WS-Run > 0
               IF (WS-RN-State (WS-Idx) = "C"
                       OR WS-RN-State (WS-Idx) = "O")
                       AND WS-RN-Base (WS-Idx) = RR-Base-Name
                       AND WS-RN-Run-Date (WS-Idx) = RR-Run-Date
                   MOVE WS-Idx TO WS-Run
               END-IF
           END-PERFORM
           IF WS-Run > 0
               IF WS-RN-State (WS-Run) = "C"
                   SUBTRACT 1 FROM WS-Completed-Count
               END-IF
               IF WS-RN-Run-Date (WS-Run) >= WS-From-Date
                       AND WS-RN-Run-Date (WS-Run) <= WS-To-Date
                   MOVE "B" TO WS-RN-State (WS-Run)
                   ADD 1 TO WS-Backed-Out-Count
               ELSE
                   MOVE "F" TO WS-RN-State (WS-Run)
               END-IF
               PERFORM FREE-RUN-FILES
           END-IF.

       OPEN-RUN-ENTRY.
           IF WS-Free > 0
               MOVE WS-Free TO WS-Run
           ELSE
               IF WS-Run-Used < 2000
                   ADD 1 TO WS-Run-Used
                   MOVE WS-Run-Used TO WS-Run
               ELSE
                   ADD 1 TO WS-Run-Dropped
               END-IF
           END-IF
           IF WS-Run > 0
               INITIALIZE WS-Run-Entry (WS-Run)
               MOVE RR-Base-Name TO WS-RN-Base (WS-Run)
               MOVE RR-Run-Date TO WS-RN-Run-Date (WS-Run)
               MOVE RR-Timestamp TO WS-RN-Start-Ts (WS-Run)
               MOVE "O" TO WS-RN-State (WS-Run)
               PERFORM FREE-RUN-FILES
           END-IF.

       NOTE-RUN-AUDIT-FILE.
           MOVE 0 TO WS-File-Free
           PERFORM VARYING WS-File-Idx FROM 1 BY 1
                   UNTIL WS-File-Idx > WS-File-Used
               IF WS-AF-Run (WS-File-Idx) = WS-Run
                       AND WS-AF-Name (WS-File-Idx) = RR-Audit-File
                   EXIT PARAGRAPH
               END-IF
               IF WS-AF-Run (WS-File-Idx) = 0 AND WS-File-Free = 0
                   MOVE WS-File-Idx TO WS-File-Free
               END-IF
           END-PERFORM
           IF WS-File-Free = 0
               IF WS-File-Used < 4000
                   ADD 1 TO WS-File-Used
                   MOVE WS-File-Used TO WS-File-Free
               ELSE
                   ADD 1 TO WS-File-Dropped
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-Run TO WS-AF-Run (WS-File-Free)
           MOVE RR-Audit-File TO WS-AF-Name (WS-File-Free).

       FREE-RUN-FILES.
           PERFORM VARYING WS-File-Idx FROM 1 BY 1
                   UNTIL WS-File-Idx > WS-File-Used
               IF WS-AF-Run (WS-File-Idx) = WS-Run
                   MOVE 0 TO WS-AF-Run (WS-File-Idx)
               END-IF
           END-PERFORM.

      * The results master is keyed by run date first, so the range
      * is one START and a forward read.
       COUNT-RESULTS-MASTER.
           OPEN INPUT RESULTS-MASTER-FILE
           IF WS-Results-Master-Status = "35"
               DISPLAY "WARNING: no results master - every run will "
                   "show no results loaded"
           ELSE
               IF WS-Results-Master-Status NOT = "00"
                   DISPLAY "ERROR: cannot open results master "
                       "(status " WS-Results-Master-Status ")"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   MOVE WS-From-Date TO RM-Run-Date
                   MOVE LOW-VALUES TO RM-Base-Name
                   MOVE ZEROS TO RM-Record-Number
                   START RESULTS-MASTER-FILE
                       KEY IS NOT LESS THAN RM-Rec-Key
                       INVALID KEY
                           SET END-OF-RESULTS TO TRUE
                   END-START
                   PERFORM UNTIL END-OF-RESULTS
                       READ RESULTS-MASTER-FILE NEXT RECORD
                           AT END
                               SET END-OF-RESULTS TO TRUE
                           NOT AT END
                               IF RM-Run-Date > WS-To-Date
                                   SET END-OF-RESULTS TO TRUE
                               ELSE
                                   ADD 1 TO WS-Rm-Read-Count
                                   PERFORM TALLY-RESULT-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RESULTS-MASTER-FILE
               END-IF
           END-IF.

       TALLY-RESULT-RECORD.
           MOVE 0 TO WS-Run
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Run-Used OR WS-Run > 0
               IF WS-RN-State (WS-Idx) = "C"
                       AND WS-RN-Run-Date (WS-Idx) = RM-Run-Date
                       AND WS-RN-Base (WS-Idx) = RM-Base-Name
                   MOVE WS-Idx TO WS-Run
               END-IF
           END-PERFORM
           IF WS-Run = 0
               PERFORM VARYING WS-Idx FROM 1 BY 1
                       UNTIL WS-Idx > WS-Run-Used OR WS-Run > 0
                   IF WS-RN-State (WS-Idx) = "O"
                           AND WS-RN-Run-Date (WS-Idx) = RM-Run-Date
                           AND WS-RN-Base (WS-Idx) = RM-Base-Name
                       MOVE WS-Idx TO WS-Run
                   END-IF
               END-PERFORM
           END-IF
           IF WS-Run = 0
               PERFORM VARYING WS-Idx FROM 1 BY 1
                       UNTIL WS-Idx > WS-Run-Used OR WS-Run > 0
                   IF WS-RN-State (WS-Idx) = "B"
                           AND WS-RN-Run-Date (WS-Idx) = RM-Run-Date
                           AND WS-RN-Base (WS-Idx) = RM-Base-Name
                       MOVE WS-Idx TO WS-Run
                   END-IF
               END-PERFORM
           END-IF
           IF WS-Run > 0
               EVALUATE WS-RN-State (WS-Run)
                   WHEN "O"
                       ADD 1 TO WS-Open-Rm-Count
                   WHEN "B"
                       ADD 1 TO WS-Backout-Rm-Count
                       ADD 1 TO WS-RN-Rm-Input (WS-Run)
                   WHEN OTHER
                       PERFORM COUNT-RESULT-STATUS
               END-EVALUATE
           ELSE
               PERFORM NOTE-ORPHAN-RESULT
           END-IF.

      * Rejects take in UNAUTH refusals, as the run's own counts do.
       COUNT-RESULT-STATUS.
           ADD 1 TO WS-RN-Rm-Input (WS-Run)
           EVALUATE RM-Status
               WHEN "REJECT "
               WHEN "UNAUTH "
                   ADD 1 TO WS-RN-Rm-Reject (WS-Run)
               WHEN "AMBIG  "
                   ADD 1 TO WS-RN-Rm-Ambig (WS-Run)
           END-EVALUATE.

       NOTE-ORPHAN-RESULT.
           MOVE 0 TO WS-Orphan-Idx
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Orphan-Used OR WS-Orphan-Idx > 0
               IF WS-OR-Run-Date (WS-Idx) = RM-Run-Date
                       AND WS-OR-Base (WS-Idx) = RM-Base-Name
                   MOVE WS-Idx TO WS-Orphan-Idx
               END-IF
           END-PERFORM
           IF WS-Orphan-Idx = 0
               IF WS-Orphan-Used < 200
                   ADD 1 TO WS-Orphan-Count
                   ADD 1 TO WS-Orphan-Used
                   MOVE WS-Orphan-Used TO WS-Orphan-Idx
                   MOVE RM-Run-Date TO WS-OR-Run-Date (WS-Orphan-Idx)
                   MOVE RM-Base-Name TO WS-OR-Base (WS-Orphan-Idx)
                   MOVE 0 TO WS-OR-Records (WS-Orphan-Idx)
               ELSE
                   ADD 1 TO WS-Orphan-Dropped
               END-IF
           END-IF
           IF WS-Orphan-Idx > 0
               ADD 1 TO WS-OR-Records (WS-Orphan-Idx)
           END-IF.

      * Each completed run's audit files are read back and every
      * record looked up in the audit master, so only the records
      * loaded from the run's own files are counted for it.
       COUNT-AUDIT-MASTER.
           IF WS-Completed-Count > 0
               OPEN INPUT AUDIT-MASTER-FILE
               IF WS-Audit-Master-Status = "35"
                   DISPLAY "WARNING: no audit master index - every "
                       "run will show no audit records"
               ELSE
                   IF WS-Audit-Master-Status NOT = "00"
                       DISPLAY "ERROR: cannot open audit master index "
                           "(status " WS-Audit-Master-Status ")"
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       PERFORM VARYING WS-File-Idx FROM 1 BY 1
                               UNTIL WS-File-Idx > WS-File-Used
                           PERFORM COUNT-ONE-RUN-FILE
                       END-PERFORM
                       CLOSE AUDIT-MASTER-FILE
                   END-IF
               END-IF
           END-IF.

      * A run audit file that cannot be read leaves its run short, so
      * the run shows as disagreeing rather than stopping the job.
       COUNT-ONE-RUN-FILE.
           MOVE WS-AF-Run (WS-File-Idx) TO WS-Run
           IF WS-Run = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-RN-State (WS-Run) NOT = "C"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AF-Name (WS-File-Idx) TO WS-Run-File
           MOVE "N" TO WS-Run-Eof
           OPEN INPUT RUN-AUDIT-FILE
           IF WS-Run-File-Status NOT = "00"
               DISPLAY "WARNING: cannot open run audit file '"
                   FUNCTION TRIM(WS-Run-File)
                   "' (status " WS-Run-File-Status ")"
               ADD 1 TO WS-Files-Missing
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-RUN-FILE
               READ RUN-AUDIT-FILE
                   AT END
                       SET END-OF-RUN-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Am-Read-Count
                       PERFORM TALLY-AUDIT-RECORD
               END-READ
           END-PERFORM
           CLOSE RUN-AUDIT-FILE.

      * The audit master holds the record when the same instant
      * carries an identical record under any sequence number - the
      * test AUDMERGE makes before loading it.
       TALLY-AUDIT-RECORD.
           MOVE "N" TO WS-Am-Found
           MOVE "N" TO WS-Audit-Eof
           MOVE RA-Timestamp TO AM-Timestamp
           MOVE ZEROS TO AM-Seq
           START AUDIT-MASTER-FILE
               KEY IS NOT LESS THAN AM-Rec-Key
               INVALID KEY
                   SET END-OF-AUDIT TO TRUE
           END-START
           PERFORM UNTIL END-OF-AUDIT OR WS-Am-Found = "Y"
               READ AUDIT-MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-AUDIT TO TRUE
                   NOT AT END
                       IF AM-Timestamp NOT = RA-Timestamp
                           SET END-OF-AUDIT TO TRUE
                       ELSE
                           IF AM-Operator = RA-Operator
                                   AND AM-Func = RA-Func
                                   AND AM-Key = RA-Key
                                   AND AM-Status = RA-Status
                                   AND AM-Keyname = RA-Keyname
                                   AND AM-Dept = RA-Dept
                               MOVE "Y" TO WS-Am-Found
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Am-Found = "Y"
               ADD 1 TO WS-RN-Am-Input (WS-Run)
               ADD 1 TO WS-Am-Matched-Count
               EVALUATE RA-Status
                   WHEN "REJECT "
                   WHEN "UNAUTH "
                       ADD 1 TO WS-RN-Am-Reject (WS-Run)
                   WHEN "AMBIG  "
                       ADD 1 TO WS-RN-Am-Ambig (WS-Run)
               END-EVALUATE
           END-IF.

       WRITE-RECON-REPORT.
           OPEN OUTPUT RECON-REPORT-FILE
           IF WS-Report-File-Status NOT = "00"
               DISPLAY "ERROR: cannot open report file '"
                   FUNCTION TRIM(WS-Report-File)
                   "' (status " WS-Report-File-Status ")"
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE WS-From-Date TO HL-From-Date
               MOVE WS-To-Date TO HL-To-Date
               MOVE WS-Heading-Line TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
               MOVE SPACES TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
               MOVE "COMPLETED RUNS (RUN DATE  BASE NAME  REGISTRY  "
                   & "RESULTS  AUDIT  RESULT)" TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
               PERFORM VARYING WS-Run FROM 1 BY 1
                       UNTIL WS-Run > WS-Run-Used
                   IF WS-RN-State (WS-Run) = "C"
                       PERFORM CHECK-ONE-RUN
                   END-IF
               END-PERFORM
               IF WS-Completed-Count = 0
                   MOVE "  (NONE)" TO RECON-REPORT-RECORD
                   WRITE RECON-REPORT-RECORD
               END-IF
               PERFORM WRITE-EXCEPTION-DETAIL
               PERFORM WRITE-ORPHAN-LIST
               PERFORM WRITE-BACKOUT-LIST
               MOVE SPACES TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
               MOVE "COMPLETED RUNS CHECKED" TO TL-Name
               MOVE WS-Completed-Count TO TL-Count
               MOVE WS-Total-Line TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
               MOVE "RUNS IN AGREEMENT" TO TL-Name
               MOVE WS-Agree-Count TO TL-Count
               MOVE WS-Total-Line TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
               MOVE "RUNS WITH EXCEPTIONS" TO TL-Name
               MOVE WS-Exception-Count TO TL-Count
               MOVE WS-Total-Line TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
               MOVE "  NO RESULTS LOADED" TO TL-Name
               MOVE WS-No-Results-Count TO TL-Count
               MOVE WS-Total-Line TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
               MOVE "RESULTS RUNS NOT REGISTERED" TO TL-Name
               MOVE WS-Orphan-Count TO TL-Count
               MOVE WS-Total-Line TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
               MOVE "RUNS BACKED OUT (EXCLUDED)" TO TL-Name
               MOVE WS-Backed-Out-Count TO TL-Count
               MOVE WS-Total-Line TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
               MOVE "RESULTS RECORDS READ" TO TL-Name
               MOVE WS-Rm-Read-Count TO TL-Count
               MOVE WS-Total-Line TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
               MOVE "  OF RUNS NOT YET COMPLETED" TO TL-Name
               MOVE WS-Open-Rm-Count TO TL-Count
               MOVE WS-Total-Line TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
               MOVE "  OF RUNS BACKED OUT" TO TL-Name
               MOVE WS-Backout-Rm-Count TO TL-Count
               MOVE WS-Total-Line TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
               MOVE "RUN AUDIT FILE RECORDS READ" TO TL-Name
               MOVE WS-Am-Read-Count TO TL-Count
               MOVE WS-Total-Line TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
               MOVE "  FOUND IN AUDIT MASTER" TO TL-Name
               MOVE WS-Am-Matched-Count TO TL-Count
               MOVE WS-Total-Line TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
               MOVE "RUN AUDIT FILES NOT READABLE" TO TL-Name
               MOVE WS-Files-Missing TO TL-Count
               MOVE WS-Total-Line TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
               MOVE SPACES TO RECON-REPORT-RECORD
               IF WS-Exception-Count = 0 AND WS-Orphan-Count = 0
                   MOVE "RECONCILIATION: ALL SOURCES AGREE"
                       TO RECON-REPORT-RECORD
               ELSE
                   MOVE "*** RECONCILIATION EXCEPTIONS ***"
                       TO RECON-REPORT-RECORD
               END-IF
               WRITE RECON-REPORT-RECORD
               CLOSE RECON-REPORT-FILE
           END-IF
           DISPLAY "Completed runs checked : " WS-Completed-Count
           DISPLAY "Runs in agreement      : " WS-Agree-Count
           DISPLAY "Runs with exceptions   : " WS-Exception-Count
           DISPLAY "Results runs unmatched : " WS-Orphan-Count
           DISPLAY "Runs backed out        : " WS-Backed-Out-Count.

       CHECK-ONE-RUN.
           EVALUATE TRUE
               WHEN WS-RN-Rm-Input (WS-Run) = 0
                   MOVE "NO RESULTS" TO WS-Run-Result
                   ADD 1 TO WS-No-Results-Count
                   ADD 1 TO WS-Exception-Count
               WHEN WS-RN-Reg-Input (WS-Run) = WS-RN-Rm-Input (WS-Run)
                   AND WS-RN-Reg-Input (WS-Run)
                       = WS-RN-Am-Input (WS-Run)
                   AND WS-RN-Reg-Reject (WS-Run)
                       = WS-RN-Rm-Reject (WS-Run)
                   AND WS-RN-Reg-Reject (WS-Run)
                       = WS-RN-Am-Reject (WS-Run)
                   AND WS-RN-Reg-Ambig (WS-Run)
                       = WS-RN-Rm-Ambig (WS-Run)
                   AND WS-RN-Reg-Ambig (WS-Run)
                       = WS-RN-Am-Ambig (WS-Run)
                   MOVE "AGREE" TO WS-Run-Result
                   ADD 1 TO WS-Agree-Count
               WHEN OTHER
                   MOVE "*** DISAGREE" TO WS-Run-Result
                   ADD 1 TO WS-Exception-Count
           END-EVALUATE
           MOVE WS-RN-Run-Date (WS-Run) TO RL-Run-Date
           MOVE WS-RN-Base (WS-Run) TO RL-Base
           MOVE WS-RN-Reg-Input (WS-Run) TO RL-Reg-Input
           MOVE WS-RN-Rm-Input (WS-Run) TO RL-Rm-Input
           MOVE WS-RN-Am-Input (WS-Run) TO RL-Am-Input
           MOVE WS-Run-Result TO RL-Result
           MOVE WS-Run-Line TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
      * The result is parked in the state byte so the detail pass
      * knows which runs to break out.
           IF WS-Run-Result NOT = "AGREE"
               MOVE "X" TO WS-RN-State (WS-Run)
           END-IF.

       WRITE-EXCEPTION-DETAIL.
           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE "EXCEPTIONS (RUN DATE  BASE NAME / SOURCE  INPUT  "
               & "REJECT  AMBIG)" TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           PERFORM VARYING WS-Run FROM 1 BY 1
                   UNTIL WS-Run > WS-Run-Used
               IF WS-RN-State (WS-Run) = "X"
                   MOVE SPACES TO RECON-REPORT-RECORD
                   STRING WS-RN-Run-Date (WS-Run) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RN-Base (WS-Run))
                              DELIMITED BY SIZE
                          "  STARTED " DELIMITED BY SIZE
                          WS-RN-Start-Ts (WS-Run) DELIMITED BY SIZE
                          "  COMPLETED " DELIMITED BY SIZE
                          WS-RN-End-Ts (WS-Run) DELIMITED BY SIZE
                       INTO RECON-REPORT-RECORD
                   WRITE RECON-REPORT-RECORD
                   MOVE "RUN REGISTRY" TO SL-Source
                   MOVE WS-RN-Reg-Input (WS-Run) TO SL-Input
                   MOVE WS-RN-Reg-Reject (WS-Run) TO SL-Reject
                   MOVE WS-RN-Reg-Ambig (WS-Run) TO SL-Ambig
                   MOVE WS-Source-Line TO RECON-REPORT-RECORD
                   WRITE RECON-REPORT-RECORD
                   MOVE "RESULTS MASTER" TO SL-Source
                   MOVE WS-RN-Rm-Input (WS-Run) TO SL-Input
                   MOVE WS-RN-Rm-Reject (WS-Run) TO SL-Reject
                   MOVE WS-RN-Rm-Ambig (WS-Run) TO SL-Ambig
                   MOVE WS-Source-Line TO RECON-REPORT-RECORD
                   WRITE RECON-REPORT-RECORD
                   MOVE "AUDIT MASTER" TO SL-Source
                   MOVE WS-RN-Am-Input (WS-Run) TO SL-Input
                   MOVE WS-RN-Am-Reject (WS-Run) TO SL-Reject
                   MOVE WS-RN-Am-Ambig (WS-Run) TO SL-Ambig
                   MOVE WS-Source-Line TO RECON-REPORT-RECORD
                   WRITE RECON-REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-Exception-Count = 0
               MOVE "  (NONE)" TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
           END-IF.

       WRITE-ORPHAN-LIST.
           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE "RESULTS-MASTER RUNS WITH NO REGISTRY ENTRY (RUN DATE"
               & "  BASE NAME  RECORDS)"
               TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Orphan-Used
               MOVE WS-OR-Run-Date (WS-Idx) TO OL-Run-Date
               MOVE WS-OR-Base (WS-Idx) TO OL-Base
               MOVE WS-OR-Records (WS-Idx) TO OL-Records
               MOVE WS-Orphan-Line TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
           END-PERFORM
           IF WS-Orphan-Dropped > 0
               MOVE SPACES TO RECON-REPORT-RECORD
               STRING "  ... and further unregistered runs past the "
                      DELIMITED BY SIZE
                      "200 listed" DELIMITED BY SIZE
                   INTO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
           END-IF
           IF WS-Orphan-Used = 0
               MOVE "  (NONE)" TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
           END-IF.

      * Backed-out runs with the count of their results records, all
      * of which BACKOUT has flagged.
       WRITE-BACKOUT-LIST.
           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE "RUNS BACKED OUT - NOT RECONCILED (RUN DATE  BASE NAME"
               & "  RECORDS)" TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           PERFORM VARYING WS-Run FROM 1 BY 1
                   UNTIL WS-Run > WS-Run-Used
               IF WS-RN-State (WS-Run) = "B"
                   MOVE WS-RN-Run-Date (WS-Run) TO OL-Run-Date
                   MOVE WS-RN-Base (WS-Run) TO OL-Base
                   MOVE WS-RN-Rm-Input (WS-Run) TO OL-Records
                   MOVE WS-Orphan-Line TO RECON-REPORT-RECORD
                   WRITE RECON-REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-Backed-Out-Count = 0
               MOVE "  (NONE)" TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
           END-IF.

       END PROGRAM RUNRECON.
