       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLARPT.
      *****************************************************************
      * Submission-to-delivery turnaround (SLA) report by department.
      *
      * Departments say their work "took three days"; this report
      * gives the numbers.  Every submission CIPHEDIT accepted in the
      * date range (ciphedit-register.dat) is tied to the batch run
      * that processed it - the first run in run-registry.dat that
      * read the submission's clean file and reached COMPLETED after
      * the submission was accepted - and the elapsed time from
      * pre-edit acceptance to run completion is measured (a file
      * run in partitions by CIPHPART completes when it is joined).
      * The report gives each department's average and worst
      * turnaround, lists every submission that took longer than
      * the target, and calls out submissions that passed the
      * pre-edit but never appear in any completed run.
      *
      *   SLARPT from-date to-date report-file [target-hours] [dept|*]
      *
      * The target defaults to 24 hours.  Elapsed times print as
      * hours:minutes.  A submission carrying more than one
      * department is reported under MIXED, one with none under
      * NODEPT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "ciphedit-register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Register-File-Status.
           SELECT RUN-REGISTRY-FILE ASSIGN TO "run-registry.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Registry-File-Status.
           SELECT SLA-REPORT-FILE ASSIGN TO DYNAMIC WS-Report-File
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-File-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           COPY SUBMREG REPLACING
               ==RG-TIMESTAMP==    BY ==RG-Timestamp==,
               ==RG-OPERATOR==     BY ==RG-Operator==,
               ==RG-FILE-NAME==    BY ==RG-File-Name==,
               ==RG-RECORD-COUNT== BY ==RG-Record-Count==,
               ==RG-CHECK-VALUE==  BY ==RG-Check-Value==,
               ==RG-OVERRIDE==     BY ==RG-Override==,
               ==RG-CLEAN-FILE==   BY ==RG-Clean-File==,
               ==RG-DEPT==         BY ==RG-Dept==.
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
       FD  SLA-REPORT-FILE.
       01  SLA-REPORT-RECORD       PIC X(100).
       LOCAL-STORAGE SECTION.
       01 WS-From-Date    PIC X(8) VALUE SPACES.
       01 WS-To-Date      PIC X(8) VALUE SPACES.
       01 WS-Report-File  PIC X(100) VALUE SPACES.
       01 WS-Target-Param PIC X(8) VALUE SPACES.
       01 WS-Dept-Filter  PIC X(8) VALUE SPACES.
       01 WS-Target-Hours PIC 9(4) VALUE 24.
       01 WS-Target-Minutes PIC 9(8).
       01 WS-Register-File-Status PIC XX.
       01 WS-Registry-File-Status PIC XX.
       01 WS-Report-File-Status PIC XX.
       01 WS-Register-Eof PIC X VALUE "N".
           88 END-OF-REGISTER      VALUE "Y".
       01 WS-Registry-Eof PIC X VALUE "N".
           88 END-OF-REGISTRY      VALUE "Y".
       01 WS-Run-Used     PIC 9(4) VALUE 0.
       01 WS-Run-Dropped  PIC 9(8) VALUE 0.
       01 WS-Run-Table.
           05 WS-Run-Entry OCCURS 3000 TIMES.
               10 WS-RN-Input      PIC X(40).
               10 WS-RN-Event      PIC X(9).
               10 WS-RN-Timestamp  PIC X(16).
               10 WS-RN-Base       PIC X(40).
       01 WS-Sub-Used     PIC 9(4) VALUE 0.
       01 WS-Sub-Dropped  PIC 9(8) VALUE 0.
       01 WS-Sub-Table.
           05 WS-Sub-Entry OCCURS 2000 TIMES.
               10 WS-SB-Timestamp  PIC X(16).
               10 WS-SB-File       PIC X(40).
               10 WS-SB-Run-Input  PIC X(40).
               10 WS-SB-Dept       PIC X(8).
               10 WS-SB-Done-Ts    PIC X(16).
               10 WS-SB-Base       PIC X(40).
               10 WS-SB-Last-Event PIC X(9).
               10 WS-SB-Minutes    PIC 9(8).
      * "Y" once a COMPLETED run is found for the submission.
               10 WS-SB-Completed  PIC X.
       01 WS-Dept-Used    PIC 9(3) VALUE 0.
       01 WS-Dept-Table.
           05 WS-Dept-Entry OCCURS 100 TIMES.
               10 WS-DP-Dept       PIC X(8).
               10 WS-DP-Submitted  PIC 9(8).
               10 WS-DP-Completed  PIC 9(8).
               10 WS-DP-Total-Min  PIC 9(12).
               10 WS-DP-Worst-Min  PIC 9(8).
               10 WS-DP-Breaches   PIC 9(8).
               10 WS-DP-Not-Run    PIC 9(8).
       01 WS-All-Submitted PIC 9(8) VALUE 0.
       01 WS-All-Completed PIC 9(8) VALUE 0.
       01 WS-All-Total-Min PIC 9(12) VALUE 0.
       01 WS-All-Worst-Min PIC 9(8) VALUE 0.
       01 WS-All-Breaches PIC 9(8) VALUE 0.
       01 WS-All-Not-Run  PIC 9(8) VALUE 0.
       01 WS-Idx          PIC 9(4).
       01 WS-Run          PIC 9(4).
       01 WS-Cur          PIC 9(4).
       01 WS-Best-Run     PIC 9(4).
       01 WS-Dept-Key     PIC X(8).
       01 WS-Start-Int    PIC 9(8).
       01 WS-End-Int      PIC 9(8).
       01 WS-Elapsed      PIC S9(9).
       01 WS-Minutes      PIC 9(8).
       01 WS-Hours-Edit   PIC ZZZZ9.
       01 WS-Mins-Part    PIC 99.
       01 WS-Elapsed-Text PIC X(8).
       01 WS-Ts           PIC X(16).
       01 WS-When-Text    PIC X(13).
       01 WS-Heading-Line.
           05 FILLER           PIC X(30)
               VALUE "SUBMISSION TURNAROUND REPORT  ".
           05 HL-From-Date     PIC X(8).
           05 FILLER           PIC X(3) VALUE " - ".
           05 HL-To-Date       PIC X(8).
           05 FILLER           PIC X(9) VALUE "  TARGET ".
           05 HL-Target        PIC ZZZ9.
           05 FILLER           PIC X(6) VALUE " HOURS".
       01 WS-Dept-Line.
           05 DL-Dept          PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-Submitted     PIC ZZZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-Completed     PIC ZZZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-Average       PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-Worst         PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-Breaches      PIC ZZZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-Not-Run       PIC ZZZZZZZ9.
       01 WS-Breach-Line.
           05 BL-Submitted     PIC X(13).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 BL-Dept          PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 BL-File          PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 BL-Completed     PIC X(13).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 BL-Elapsed       PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 BL-Base          PIC X(18).
       01 WS-Not-Run-Line.
           05 NL-Submitted     PIC X(13).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 NL-Dept          PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 NL-File          PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 NL-Run-Input     PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 NL-Last-Event    PIC X(9).
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
           ACCEPT WS-Target-Param FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Target-Param
           END-ACCEPT
           ACCEPT WS-Dept-Filter FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Dept-Filter
           END-ACCEPT
           IF WS-Dept-Filter = "*"
               MOVE SPACES TO WS-Dept-Filter
           END-IF
           IF WS-Target-Param NOT = SPACES
                   AND WS-Target-Param NOT = "*"
               IF FUNCTION TEST-NUMVAL (WS-Target-Param) = 0
                   MOVE FUNCTION NUMVAL (WS-Target-Param)
                       TO WS-Target-Hours
               ELSE
                   DISPLAY "WARNING: target '"
                       FUNCTION TRIM(WS-Target-Param)
                       "' is not a number of hours, 24 used"
               END-IF
           END-IF
           COMPUTE WS-Target-Minutes = WS-Target-Hours * 60
           IF WS-From-Date = SPACES OR WS-To-Date = SPACES
                   OR WS-Report-File = SPACES
               DISPLAY "usage: SLARPT from-date to-date report-file"
                   " [target-hours] [dept|*]"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM LOAD-RUN-EVENTS
               IF RETURN-CODE = 0
                   PERFORM LOAD-SUBMISSIONS
               END-IF
               IF RETURN-CODE = 0
                   PERFORM VARYING WS-Cur FROM 1 BY 1
                           UNTIL WS-Cur > WS-Sub-Used
                       PERFORM MATCH-SUBMISSION-TO-RUN
                       PERFORM TALLY-SUBMISSION
                   END-PERFORM
                   PERFORM WRITE-SLA-REPORT
               END-IF
           END-IF
           STOP RUN.

      * Only runs that name their input file can be tied to a
      * submission; registry records written before the run's input
      * file was recorded are passed over.  A run is matched only
      * after the submission was accepted, so events stamped before
      * the range starts are passed over too.
       LOAD-RUN-EVENTS.
           OPEN INPUT RUN-REGISTRY-FILE
           IF WS-Registry-File-Status = "35"
               DISPLAY "WARNING: no run registry - no submission "
                   "can show as completed"
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
                               IF RR-Input-File NOT = SPACES
                                   AND RR-Timestamp(1:8)
                                       >= WS-From-Date
                                   PERFORM ADD-RUN-EVENT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RUN-REGISTRY-FILE
                   IF WS-Run-Dropped > 0
                       DISPLAY "ERROR: more than 3000 run events "
                           "since " WS-From-Date " - use a later "
                           "from-date"
                       MOVE 1 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       ADD-RUN-EVENT.
           IF WS-Run-Used = 3000
               ADD 1 TO WS-Run-Dropped
           ELSE
               ADD 1 TO WS-Run-Used
               MOVE RR-Input-File TO WS-RN-Input (WS-Run-Used)
               MOVE RR-Event TO WS-RN-Event (WS-Run-Used)
               MOVE RR-Timestamp TO WS-RN-Timestamp (WS-Run-Used)
               MOVE RR-Base-Name TO WS-RN-Base (WS-Run-Used)
           END-IF.

       LOAD-SUBMISSIONS.
           OPEN INPUT REGISTER-FILE
           IF WS-Register-File-Status = "35"
               DISPLAY "WARNING: no submission register - nothing "
                   "to report"
           ELSE
               IF WS-Register-File-Status NOT = "00"
                   DISPLAY "ERROR: cannot open submission register "
                       "'ciphedit-register.dat' (status "
                       WS-Register-File-Status ")"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL END-OF-REGISTER
                       READ REGISTER-FILE
                           AT END
                               SET END-OF-REGISTER TO TRUE
                           NOT AT END
                               PERFORM SELECT-SUBMISSION
                       END-READ
                   END-PERFORM
                   CLOSE REGISTER-FILE
                   IF WS-Sub-Dropped > 0
                       DISPLAY "WARNING: " WS-Sub-Dropped
                           " submissions past the 2000 limit not "
                           "reported - narrow the date range"
                   END-IF
               END-IF
           END-IF.

      * A submission registered before the clean file was recorded
      * is matched on its own file name, for a run fed the
      * submission directly.
       SELECT-SUBMISSION.
           IF RG-Dept = SPACES
               MOVE "NODEPT" TO WS-Dept-Key
           ELSE
               MOVE RG-Dept TO WS-Dept-Key
           END-IF
           IF RG-Timestamp(1:8) >= WS-From-Date
                   AND RG-Timestamp(1:8) <= WS-To-Date
                   AND (WS-Dept-Filter = SPACES
                       OR WS-Dept-Filter = WS-Dept-Key)
               IF WS-Sub-Used = 2000
                   ADD 1 TO WS-Sub-Dropped
               ELSE
                   ADD 1 TO WS-Sub-Used
                   MOVE WS-Sub-Used TO WS-Idx
                   MOVE RG-Timestamp TO WS-SB-Timestamp (WS-Idx)
                   MOVE RG-File-Name TO WS-SB-File (WS-Idx)
                   IF RG-Clean-File = SPACES
                       MOVE RG-File-Name TO WS-SB-Run-Input (WS-Idx)
                   ELSE
                       MOVE RG-Clean-File
                           TO WS-SB-Run-Input (WS-Idx)
                   END-IF
                   MOVE WS-Dept-Key TO WS-SB-Dept (WS-Idx)
                   MOVE SPACES TO WS-SB-Done-Ts (WS-Idx)
                   MOVE SPACES TO WS-SB-Base (WS-Idx)
                   MOVE "NONE" TO WS-SB-Last-Event (WS-Idx)
                   MOVE 0 TO WS-SB-Minutes (WS-Idx)
                   MOVE "N" TO WS-SB-Completed (WS-Idx)
               END-IF
           END-IF.

      * The processing run is the earliest COMPLETED event for the
      * clean file at or after the submission was accepted.  With no
      * completion, the latest event seen (STARTED or CUTOFF) says
      * how far the submission got.
       MATCH-SUBMISSION-TO-RUN.
           MOVE 0 TO WS-Best-Run
           PERFORM VARYING WS-Run FROM 1 BY 1
                   UNTIL WS-Run > WS-Run-Used
               IF WS-RN-Input (WS-Run) = WS-SB-Run-Input (WS-Cur)
                       AND WS-RN-Timestamp (WS-Run)
                           >= WS-SB-Timestamp (WS-Cur)
                   IF WS-RN-Event (WS-Run) = "COMPLETED"
                           OR WS-RN-Event (WS-Run) = "JOINED"
                       IF WS-Best-Run = 0
                           MOVE WS-Run TO WS-Best-Run
                       ELSE
                           IF WS-RN-Timestamp (WS-Run) <
                                   WS-RN-Timestamp (WS-Best-Run)
                               MOVE WS-Run TO WS-Best-Run
                           END-IF
                       END-IF
                   ELSE
                       MOVE WS-RN-Event (WS-Run)
                           TO WS-SB-Last-Event (WS-Cur)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Best-Run > 0
               MOVE "Y" TO WS-SB-Completed (WS-Cur)
               MOVE WS-RN-Timestamp (WS-Best-Run)
                   TO WS-SB-Done-Ts (WS-Cur)
               MOVE WS-RN-Base (WS-Best-Run) TO WS-SB-Base (WS-Cur)
               MOVE "COMPLETED" TO WS-SB-Last-Event (WS-Cur)
               PERFORM COMPUTE-ELAPSED-MINUTES
               MOVE WS-Minutes TO WS-SB-Minutes (WS-Cur)
           END-IF.

      * Minutes between the two YYYYMMDDHHMMSScc stamps, whole days
      * through the date integers and the rest from the clock.
       COMPUTE-ELAPSED-MINUTES.
           COMPUTE WS-Start-Int = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL (WS-SB-Timestamp (WS-Cur)(1:8)))
           COMPUTE WS-End-Int = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL (WS-SB-Done-Ts (WS-Cur)(1:8)))
           COMPUTE WS-Elapsed =
               (WS-End-Int - WS-Start-Int) * 1440
               + FUNCTION NUMVAL (WS-SB-Done-Ts (WS-Cur)(9:2)) * 60
               + FUNCTION NUMVAL (WS-SB-Done-Ts (WS-Cur)(11:2))
               - FUNCTION NUMVAL (WS-SB-Timestamp (WS-Cur)(9:2)) * 60
               - FUNCTION NUMVAL (WS-SB-Timestamp (WS-Cur)(11:2))
           IF WS-Elapsed < 0
               MOVE 0 TO WS-Minutes
           ELSE
               MOVE WS-Elapsed TO WS-Minutes
           END-IF.

       TALLY-SUBMISSION.
           MOVE 0 TO WS-Idx
           PERFORM VARYING WS-Run FROM 1 BY 1
                   UNTIL WS-Run > WS-Dept-Used OR WS-Idx > 0
               IF WS-DP-Dept (WS-Run) = WS-SB-Dept (WS-Cur)
                   MOVE WS-Run TO WS-Idx
               END-IF
           END-PERFORM
           IF WS-Idx = 0
               IF WS-Dept-Used < 100
                   ADD 1 TO WS-Dept-Used
                   MOVE WS-Dept-Used TO WS-Idx
                   INITIALIZE WS-Dept-Entry (WS-Idx)
                   MOVE WS-SB-Dept (WS-Cur) TO WS-DP-Dept (WS-Idx)
               ELSE
                   DISPLAY "WARNING: more than 100 departments, "
                       FUNCTION TRIM(WS-SB-Dept (WS-Cur))
                       " not summarized"
               END-IF
           END-IF
           ADD 1 TO WS-All-Submitted
           IF WS-Idx > 0
               ADD 1 TO WS-DP-Submitted (WS-Idx)
           END-IF
           IF WS-SB-Completed (WS-Cur) = "Y"
               ADD 1 TO WS-All-Completed
               ADD WS-SB-Minutes (WS-Cur) TO WS-All-Total-Min
               IF WS-SB-Minutes (WS-Cur) > WS-All-Worst-Min
                   MOVE WS-SB-Minutes (WS-Cur) TO WS-All-Worst-Min
               END-IF
               IF WS-SB-Minutes (WS-Cur) > WS-Target-Minutes
                   ADD 1 TO WS-All-Breaches
               END-IF
               IF WS-Idx > 0
                   ADD 1 TO WS-DP-Completed (WS-Idx)
                   ADD WS-SB-Minutes (WS-Cur)
                       TO WS-DP-Total-Min (WS-Idx)
                   IF WS-SB-Minutes (WS-Cur) > WS-DP-Worst-Min (WS-Idx)
                       MOVE WS-SB-Minutes (WS-Cur)
                           TO WS-DP-Worst-Min (WS-Idx)
                   END-IF
                   IF WS-SB-Minutes (WS-Cur) > WS-Target-Minutes
                       ADD 1 TO WS-DP-Breaches (WS-Idx)
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-All-Not-Run
               IF WS-Idx > 0
                   ADD 1 TO WS-DP-Not-Run (WS-Idx)
               END-IF
           END-IF.

       WRITE-SLA-REPORT.
           OPEN OUTPUT SLA-REPORT-FILE
           IF WS-Report-File-Status NOT = "00"
               DISPLAY "ERROR: cannot open report file '"
                   FUNCTION TRIM(WS-Report-File)
                   "' (status " WS-Report-File-Status ")"
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE WS-From-Date TO HL-From-Date
               MOVE WS-To-Date TO HL-To-Date
               MOVE WS-Target-Hours TO HL-Target
               MOVE WS-Heading-Line TO SLA-REPORT-RECORD
               WRITE SLA-REPORT-RECORD
               IF WS-Dept-Filter NOT = SPACES
                   MOVE SPACES TO SLA-REPORT-RECORD
                   STRING "DEPARTMENT  " DELIMITED BY SIZE
                          WS-Dept-Filter DELIMITED BY SIZE
                       INTO SLA-REPORT-RECORD
                   WRITE SLA-REPORT-RECORD
               END-IF
               MOVE SPACES TO SLA-REPORT-RECORD
               WRITE SLA-REPORT-RECORD
               PERFORM WRITE-DEPARTMENT-SUMMARY
               PERFORM WRITE-BREACH-LIST
               PERFORM WRITE-NOT-RUN-LIST
               MOVE SPACES TO SLA-REPORT-RECORD
               WRITE SLA-REPORT-RECORD
               MOVE "SUBMISSIONS IN RANGE" TO TL-Name
               MOVE WS-All-Submitted TO TL-Count
               MOVE WS-Total-Line TO SLA-REPORT-RECORD
               WRITE SLA-REPORT-RECORD
               MOVE "COMPLETED IN A RUN" TO TL-Name
               MOVE WS-All-Completed TO TL-Count
               MOVE WS-Total-Line TO SLA-REPORT-RECORD
               WRITE SLA-REPORT-RECORD
               MOVE "OVER THE TARGET" TO TL-Name
               MOVE WS-All-Breaches TO TL-Count
               MOVE WS-Total-Line TO SLA-REPORT-RECORD
               WRITE SLA-REPORT-RECORD
               MOVE "NEVER IN A COMPLETED RUN" TO TL-Name
               MOVE WS-All-Not-Run TO TL-Count
               MOVE WS-Total-Line TO SLA-REPORT-RECORD
               WRITE SLA-REPORT-RECORD
               CLOSE SLA-REPORT-FILE
           END-IF
           DISPLAY "Submissions in range   : " WS-All-Submitted
           DISPLAY "Completed in a run     : " WS-All-Completed
           DISPLAY "Over the target        : " WS-All-Breaches
           DISPLAY "Never in completed run : " WS-All-Not-Run.

       WRITE-DEPARTMENT-SUMMARY.
           MOVE "TURNAROUND BY DEPARTMENT (DEPT  SUBMITTED  COMPLETED"
               & "  AVG HH:MM  WORST HH:MM  OVER TARGET  NOT RUN)"
               TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Dept-Used
               MOVE WS-DP-Dept (WS-Idx) TO DL-Dept
               MOVE WS-DP-Submitted (WS-Idx) TO DL-Submitted
               MOVE WS-DP-Completed (WS-Idx) TO DL-Completed
               IF WS-DP-Completed (WS-Idx) > 0
                   COMPUTE WS-Minutes ROUNDED =
                       WS-DP-Total-Min (WS-Idx)
                       / WS-DP-Completed (WS-Idx)
                   PERFORM FORMAT-ELAPSED
                   MOVE WS-Elapsed-Text TO DL-Average
                   MOVE WS-DP-Worst-Min (WS-Idx) TO WS-Minutes
                   PERFORM FORMAT-ELAPSED
                   MOVE WS-Elapsed-Text TO DL-Worst
               ELSE
                   MOVE "       -" TO DL-Average
                   MOVE "       -" TO DL-Worst
               END-IF
               MOVE WS-DP-Breaches (WS-Idx) TO DL-Breaches
               MOVE WS-DP-Not-Run (WS-Idx) TO DL-Not-Run
               MOVE WS-Dept-Line TO SLA-REPORT-RECORD
               WRITE SLA-REPORT-RECORD
           END-PERFORM
           IF WS-Dept-Used = 0
               MOVE "  (NONE)" TO SLA-REPORT-RECORD
               WRITE SLA-REPORT-RECORD
           ELSE
               MOVE "ALL" TO DL-Dept
               MOVE WS-All-Submitted TO DL-Submitted
               MOVE WS-All-Completed TO DL-Completed
               IF WS-All-Completed > 0
                   COMPUTE WS-Minutes ROUNDED =
                       WS-All-Total-Min / WS-All-Completed
                   PERFORM FORMAT-ELAPSED
                   MOVE WS-Elapsed-Text TO DL-Average
                   MOVE WS-All-Worst-Min TO WS-Minutes
                   PERFORM FORMAT-ELAPSED
                   MOVE WS-Elapsed-Text TO DL-Worst
               ELSE
                   MOVE "       -" TO DL-Average
                   MOVE "       -" TO DL-Worst
               END-IF
               MOVE WS-All-Breaches TO DL-Breaches
               MOVE WS-All-Not-Run TO DL-Not-Run
               MOVE WS-Dept-Line TO SLA-REPORT-RECORD
               WRITE SLA-REPORT-RECORD
           END-IF.

       WRITE-BREACH-LIST.
           MOVE SPACES TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE "OVER THE TARGET (SUBMITTED  DEPT  SUBMISSION FILE  "
               & "COMPLETED  HH:MM  RUN)" TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           PERFORM VARYING WS-Cur FROM 1 BY 1
                   UNTIL WS-Cur > WS-Sub-Used
               IF WS-SB-Completed (WS-Cur) = "Y"
                       AND WS-SB-Minutes (WS-Cur) > WS-Target-Minutes
                   MOVE WS-SB-Timestamp (WS-Cur) TO WS-Ts
                   PERFORM FORMAT-WHEN
                   MOVE WS-When-Text TO BL-Submitted
                   MOVE WS-SB-Dept (WS-Cur) TO BL-Dept
                   MOVE WS-SB-File (WS-Cur) TO BL-File
                   MOVE WS-SB-Done-Ts (WS-Cur) TO WS-Ts
                   PERFORM FORMAT-WHEN
                   MOVE WS-When-Text TO BL-Completed
                   MOVE WS-SB-Minutes (WS-Cur) TO WS-Minutes
                   PERFORM FORMAT-ELAPSED
                   MOVE WS-Elapsed-Text TO BL-Elapsed
                   MOVE WS-SB-Base (WS-Cur) TO BL-Base
                   MOVE WS-Breach-Line TO SLA-REPORT-RECORD
                   WRITE SLA-REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-All-Breaches = 0
               MOVE "  (NONE)" TO SLA-REPORT-RECORD
               WRITE SLA-REPORT-RECORD
           END-IF.

       WRITE-NOT-RUN-LIST.
           MOVE SPACES TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE "NEVER IN A COMPLETED RUN (SUBMITTED  DEPT  "
               & "SUBMISSION FILE  RUN INPUT FILE  LAST RUN EVENT)"
               TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           PERFORM VARYING WS-Cur FROM 1 BY 1
                   UNTIL WS-Cur > WS-Sub-Used
               IF WS-SB-Completed (WS-Cur) NOT = "Y"
                   MOVE WS-SB-Timestamp (WS-Cur) TO WS-Ts
                   PERFORM FORMAT-WHEN
                   MOVE WS-When-Text TO NL-Submitted
                   MOVE WS-SB-Dept (WS-Cur) TO NL-Dept
                   MOVE WS-SB-File (WS-Cur) TO NL-File
                   MOVE WS-SB-Run-Input (WS-Cur) TO NL-Run-Input
                   MOVE WS-SB-Last-Event (WS-Cur) TO NL-Last-Event
                   MOVE WS-Not-Run-Line TO SLA-REPORT-RECORD
                   WRITE SLA-REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-All-Not-Run = 0
               MOVE "  (NONE)" TO SLA-REPORT-RECORD
               WRITE SLA-REPORT-RECORD
           END-IF.

       FORMAT-ELAPSED.
           DIVIDE WS-Minutes BY 60 GIVING WS-Hours-Edit
               REMAINDER WS-Mins-Part
           MOVE SPACES TO WS-Elapsed-Text
           STRING WS-Hours-Edit DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-Mins-Part DELIMITED BY SIZE
               INTO WS-Elapsed-Text.

       FORMAT-WHEN.
           MOVE SPACES TO WS-When-Text
           STRING WS-Ts(1:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Ts(9:4) DELIMITED BY SIZE
               INTO WS-When-Text.

       END PROGRAM SLARPT.
