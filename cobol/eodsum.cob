      * the attention section is for, as is a checkpoint record
      * number that disagrees with a completed report.  The registry
      * replaced the hand-typed run list whose typos showed up here
      * as phantom NO TRACE runs.  When the night's jobs ran under
      * JOBSTRM, the stream's step history from jobstream.log is
      * reported alongside the runs, and a stream step that stopped
      * its stream is listed for attention like a stopped run.  A
      * run BACKOUT has withdrawn shows as BACKED OUT and is left out
      * of the run counts and totals.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MULTIPLY-LOG-FILE ASSIGN TO "multiply.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Mult-Log-Status.
           SELECT STREAM-LOG-FILE ASSIGN TO "jobstream.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Stream-Log-Status.
           SELECT SUMMARY-REPORT-FILE ASSIGN TO DYNAMIC
               WS-Report-File
               ORGANIZATION IS LINE SEQUENTIAL
               ==RR-INPUT-COUNT==  BY ==RR-Input-Count==,
               ==RR-OUTPUT-COUNT== BY ==RR-Output-Count==,
               ==RR-REJECT-COUNT== BY ==RR-Reject-Count==,
               ==RR-AMBIG-COUNT==  BY ==RR-Ambig-Count==,
               ==RR-INPUT-FILE==   BY ==RR-Input-File==.
       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-RECORD.
           05 CN-Label         PIC X(30).
           COPY CHKPOINT.
       FD  MULTIPLY-LOG-FILE.
       01  MULTIPLY-LOG-RECORD     PIC X(80).
       FD  STREAM-LOG-FILE.
       01  STREAM-LOG-RECORD.
           COPY STRMLOG REPLACING
               ==SG-TIMESTAMP==   BY ==SG-Timestamp==,
               ==SG-STREAM-NAME== BY ==SG-Stream-Name==,
               ==SG-STREAM-DATE== BY ==SG-Stream-Date==,
               ==SG-STEP-NUMBER== BY ==SG-Step-Number==,
               ==SG-STEP-NAME==   BY ==SG-Step-Name==,
               ==SG-PROGRAM==     BY ==SG-Program==,
               ==SG-EVENT==       BY ==SG-Event==,
               ==SG-RETURN-CODE== BY ==SG-Return-Code==,
               ==SG-CONDITION==   BY ==SG-Condition==.
       FD  SUMMARY-REPORT-FILE.
       01  SUMMARY-REPORT-RECORD   PIC X(80).
       LOCAL-STORAGE SECTION.
       01 WS-Ckpt-File-Status PIC XX.
       01 WS-Mult-Log-Status PIC XX.
       01 WS-Report-File-Status PIC XX.
       01 WS-Stream-Log-Status PIC XX.
       01 WS-Stream-Eof   PIC X VALUE "N".
           88 END-OF-STREAM-LOG    VALUE "Y".
       01 WS-Stream-Missing PIC X VALUE "N".
       01 WS-Registry-Eof PIC X VALUE "N".
           88 END-OF-REGISTRY      VALUE "Y".
       01 WS-Control-Eof  PIC X.
               10 WS-RT-Ckpt-Rec    PIC 9(8).
               10 WS-RT-Reg-Done    PIC X.
               10 WS-RT-Status      PIC X(13).
       01 WS-Step-Used    PIC 99 VALUE 0.
       01 WS-Step-Table.
           05 WS-Step-Entry OCCURS 60 TIMES.
               10 WS-SH-Stream      PIC X(40).
               10 WS-SH-Number      PIC 9(3).
               10 WS-SH-Name        PIC X(8).
               10 WS-SH-Start       PIC X(16).
               10 WS-SH-End         PIC X(16).
               10 WS-SH-RC          PIC 9(4).
               10 WS-SH-Status      PIC X(8).
       01 WS-Stream-Attention PIC 9(4) VALUE 0.
       01 WS-Rpt-Found    PIC X.
       01 WS-Ckpt-Found   PIC X.
       01 WS-Idx          PIC 99.
       01 WS-Attempted    PIC 9(4) VALUE 0.
       01 WS-Completed    PIC 9(4) VALUE 0.
       01 WS-Attention    PIC 9(4) VALUE 0.
       01 WS-Backed-Out   PIC 9(4) VALUE 0.
       01 WS-Total-Rejects PIC 9(8) VALUE 0.
       01 WS-Total-Ambig  PIC 9(8) VALUE 0.
       01 WS-Mult-Count   PIC 9(8) VALUE 0.
       01 WS-Mult-Balanced PIC 9(8) VALUE 0.
       01 WS-Mult-Missing PIC X VALUE "N".
       01 WS-Heading-Line.
           05 FILLER           PIC X(36)
           05 AT-Name          PIC X(40).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 AT-Reason        PIC X(32).
       01 WS-Step-Line.
           05 SH-Stream        PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 SH-Number        PIC ZZ9.
           05 FILLER           PIC X VALUE SPACE.
           05 SH-Name          PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 SH-Start         PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 SH-End           PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 SH-RC            PIC ZZZ9.
           05 FILLER           PIC X VALUE SPACE.
           05 SH-Status        PIC X(8).
       01 WS-Total-Line.
           05 TL-Name          PIC X(30).
           05 TL-Count         PIC ZZZZZZZ9.
               IF RETURN-CODE = 0
                   PERFORM SWEEP-RUN-DETAILS
                   PERFORM COUNT-MULTIPLY-LOG
                   PERFORM SWEEP-STREAM-LOG
                   PERFORM WRITE-SUMMARY-REPORT
               END-IF
           END-IF
                       NOT AT END
                           IF RR-Run-Date = WS-As-Of
                                   AND RR-Base-Name NOT = SPACES
                                   AND RR-Event NOT = "REFUSED"
                                   AND RR-Event NOT = "JOINED"
                               PERFORM NOTE-REGISTRY-EVENT
                           END-IF
                   END-READ
           END-IF
           IF WS-Cur > 0 AND RR-Event = "CUTOFF"
               MOVE "C" TO WS-RT-Reg-Done (WS-Cur)
           END-IF
           IF WS-Cur > 0 AND RR-Event = "BACKEDOUT"
               MOVE "B" TO WS-RT-Reg-Done (WS-Cur)
           END-IF.

      * One row per registered run: the control report says what
      * finished; the checkpoint says how far the run got.  A start
      * registration with no completion is the stopped run we keep
      * missing; a completed report whose input count does not match
      * the checkpoint record number points at a bad restart.  A
      * backed-out run is listed but counts toward nothing.
       SWEEP-RUN-DETAILS.
           PERFORM VARYING WS-Cur FROM 1 BY 1
                   UNTIL WS-Cur > WS-Run-Used
               PERFORM READ-CONTROL-REPORT
               PERFORM READ-CHECKPOINT
               EVALUATE TRUE
                   WHEN WS-RT-Reg-Done (WS-Cur) = "B"
                       MOVE "BACKED OUT" TO
                           WS-RT-Status (WS-Cur)
                       ADD 1 TO WS-Backed-Out
                       SUBTRACT 1 FROM WS-Attempted
                   WHEN WS-RT-Reg-Done (WS-Cur) = "N"
                       MOVE "INCOMPLETE" TO
                           WS-RT-Status (WS-Cur)
                           WS-RT-Status (WS-Cur)
                       ADD 1 TO WS-Completed
               END-EVALUATE
               IF WS-RT-Reg-Done (WS-Cur) NOT = "B"
                   ADD WS-RT-Rejects (WS-Cur) TO WS-Total-Rejects
                   ADD WS-RT-Ambig (WS-Cur) TO WS-Total-Ambig
               END-IF
           END-PERFORM.

       READ-CONTROL-REPORT.
               CLOSE CHECKPOINT-FILE
           END-IF.

      * A posted BATCH or CHAIN file also leaves one BALANCED control
      * record on the log; those are counted apart, not as
      * operations.
       COUNT-MULTIPLY-LOG.
           OPEN INPUT MULTIPLY-LOG-FILE
           IF WS-Mult-Log-Status NOT = "00"
                           SET END-OF-MULT-LOG TO TRUE
                       NOT AT END
                           IF MULTIPLY-LOG-RECORD(1:8) = WS-As-Of
                               IF MULTIPLY-LOG-RECORD(37:8)
                                       = "BALANCED"
                                   ADD 1 TO WS-Mult-Balanced
                               ELSE
                                   ADD 1 TO WS-Mult-Count
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MULTIPLY-LOG-FILE
           END-IF.

      * The stream log holds a record per step start, end and restart
      * bypass; the latest record for each stream step launched for
      * the day is the one that says where it stands.  Days run by
      * hand have no stream log at all, which is not an error.
       SWEEP-STREAM-LOG.
           OPEN INPUT STREAM-LOG-FILE
           IF WS-Stream-Log-Status NOT = "00"
               MOVE "Y" TO WS-Stream-Missing
           ELSE
               PERFORM UNTIL END-OF-STREAM-LOG
                   READ STREAM-LOG-FILE
                       AT END
                           SET END-OF-STREAM-LOG TO TRUE
                       NOT AT END
                           IF SG-Stream-Date = WS-As-Of
                               PERFORM NOTE-STREAM-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STREAM-LOG-FILE
               PERFORM VARYING WS-Idx FROM 1 BY 1
                       UNTIL WS-Idx > WS-Step-Used
                   IF WS-SH-Status (WS-Idx) = "FAILED"
                       ADD 1 TO WS-Stream-Attention
                   END-IF
               END-PERFORM
           END-IF.

       NOTE-STREAM-EVENT.
           MOVE 0 TO WS-Cur
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Step-Used
               IF WS-SH-Stream (WS-Idx) = SG-Stream-Name
                       AND WS-SH-Number (WS-Idx) = SG-Step-Number
                   MOVE WS-Idx TO WS-Cur
               END-IF
           END-PERFORM
           IF WS-Cur = 0
               IF WS-Step-Used = 60
                   DISPLAY "WARNING: more than 60 stream steps "
                       "logged, step " SG-Step-Number " of '"
                       FUNCTION TRIM(SG-Stream-Name) "' skipped"
               ELSE
                   ADD 1 TO WS-Step-Used
                   MOVE WS-Step-Used TO WS-Cur
                   MOVE SG-Stream-Name TO WS-SH-Stream (WS-Cur)
                   MOVE SG-Step-Number TO WS-SH-Number (WS-Cur)
                   MOVE SPACES TO WS-SH-Start (WS-Cur)
                   MOVE SPACES TO WS-SH-End (WS-Cur)
                   MOVE 0 TO WS-SH-RC (WS-Cur)
                   MOVE SPACES TO WS-SH-Status (WS-Cur)
               END-IF
           END-IF
           IF WS-Cur > 0
               MOVE SG-Step-Name TO WS-SH-Name (WS-Cur)
               EVALUATE SG-Event
                   WHEN "STARTED"
                       MOVE SG-Timestamp TO WS-SH-Start (WS-Cur)
                       MOVE SPACES TO WS-SH-End (WS-Cur)
                       MOVE 0 TO WS-SH-RC (WS-Cur)
                       MOVE "RUNNING" TO WS-SH-Status (WS-Cur)
                   WHEN "ENDED"
                       MOVE SG-Timestamp TO WS-SH-End (WS-Cur)
                       MOVE SG-Return-Code TO WS-SH-RC (WS-Cur)
                       MOVE SG-Condition TO WS-SH-Status (WS-Cur)
      * A restart's BYPASSED record leaves the step's original
      * completion standing when the same day's log holds it.
                   WHEN OTHER
                       IF WS-SH-End (WS-Cur) = SPACES
                           MOVE SG-Timestamp TO WS-SH-Start (WS-Cur)
                           MOVE SG-Event TO WS-SH-Status (WS-Cur)
                       END-IF
               END-EVALUATE
           END-IF.

       WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-REPORT-FILE
           IF WS-Report-File-Status NOT = "00"
               MOVE WS-Completed TO TL-Count
               MOVE WS-Total-Line TO SUMMARY-REPORT-RECORD
               WRITE SUMMARY-REPORT-RECORD
               MOVE "RUNS BACKED OUT (EXCLUDED)" TO TL-Name
               MOVE WS-Backed-Out TO TL-Count
               MOVE WS-Total-Line TO SUMMARY-REPORT-RECORD
               WRITE SUMMARY-REPORT-RECORD
               MOVE "REJECTED RECORDS (ALL RUNS)" TO TL-Name
               MOVE WS-Total-Rejects TO TL-Count
               MOVE WS-Total-Line TO SUMMARY-REPORT-RECORD
                   MOVE "MULTIPLY LOG RECORDS TODAY" TO TL-Name
                   MOVE WS-Mult-Count TO TL-Count
                   MOVE WS-Total-Line TO SUMMARY-REPORT-RECORD
                   WRITE SUMMARY-REPORT-RECORD
                   MOVE "BALANCED BATCHES TODAY" TO TL-Name
                   MOVE WS-Mult-Balanced TO TL-Count
                   MOVE WS-Total-Line TO SUMMARY-REPORT-RECORD
               END-IF
               WRITE SUMMARY-REPORT-RECORD
               IF WS-Stream-Missing = "N"
                   PERFORM WRITE-STREAM-HISTORY
               END-IF
               MOVE SPACES TO SUMMARY-REPORT-RECORD
               WRITE SUMMARY-REPORT-RECORD
               MOVE "RUNS REQUIRING ATTENTION" TO
                   SUMMARY-REPORT-RECORD
               WRITE SUMMARY-REPORT-RECORD
               IF WS-Attention = 0 AND WS-Stream-Attention = 0
                   MOVE "  (NONE)" TO SUMMARY-REPORT-RECORD
                   WRITE SUMMARY-REPORT-RECORD
               ELSE
                   PERFORM VARYING WS-Idx FROM 1 BY 1
                           UNTIL WS-Idx > WS-Run-Used
                       IF WS-RT-Status (WS-Idx) NOT = "COMPLETED"
                               AND WS-RT-Status (WS-Idx)
                                   NOT = "BACKED OUT"
                           MOVE WS-RT-Name (WS-Idx) TO AT-Name
                           EVALUATE WS-RT-Status (WS-Idx)
                               WHEN "INCOMPLETE"
                           WRITE SUMMARY-REPORT-RECORD
                       END-IF
                   END-PERFORM
                   PERFORM VARYING WS-Idx FROM 1 BY 1
                           UNTIL WS-Idx > WS-Step-Used
                       IF WS-SH-Status (WS-Idx) = "FAILED"
                           MOVE SPACES TO AT-Name
                           STRING FUNCTION TRIM(WS-SH-Stream (WS-Idx))
                                  DELIMITED BY SIZE
                                  " STEP " DELIMITED BY SIZE
                                  WS-SH-Name (WS-Idx)
                                  DELIMITED BY SIZE
                               INTO AT-Name
                           MOVE "STREAM STOPPED HERE, RESTART DUE"
                               TO AT-Reason
                           MOVE WS-Attn-Line
                               TO SUMMARY-REPORT-RECORD
                           WRITE SUMMARY-REPORT-RECORD
                       END-IF
                   END-PERFORM
                   MOVE 1 TO RETURN-CODE
               END-IF
               CLOSE SUMMARY-REPORT-FILE
           END-IF
           DISPLAY "Runs attempted      : " WS-Attempted
           DISPLAY "Runs completed      : " WS-Completed
           DISPLAY "Runs backed out     : " WS-Backed-Out
           DISPLAY "Runs needing action : " WS-Attention
           DISPLAY "Stream steps failed : " WS-Stream-Attention.

       WRITE-STREAM-HISTORY.
           MOVE SPACES TO SUMMARY-REPORT-RECORD
           WRITE SUMMARY-REPORT-RECORD
           MOVE SPACES TO SUMMARY-REPORT-RECORD
           STRING "JOB STREAM STEPS (STREAM  STEP  STARTED  ENDED  "
                  "RC  CONDITION)" DELIMITED BY SIZE
               INTO SUMMARY-REPORT-RECORD
           WRITE SUMMARY-REPORT-RECORD
           IF WS-Step-Used = 0
               MOVE "  (NO STREAM RAN FOR THIS DATE)"
                   TO SUMMARY-REPORT-RECORD
               WRITE SUMMARY-REPORT-RECORD
           END-IF
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Step-Used
               MOVE WS-SH-Stream (WS-Idx) TO SH-Stream
               MOVE WS-SH-Number (WS-Idx) TO SH-Number
               MOVE WS-SH-Name (WS-Idx) TO SH-Name
               MOVE WS-SH-Start (WS-Idx) TO SH-Start
               MOVE WS-SH-End (WS-Idx) TO SH-End
               MOVE WS-SH-RC (WS-Idx) TO SH-RC
               MOVE WS-SH-Status (WS-Idx) TO SH-Status
               MOVE WS-Step-Line TO SUMMARY-REPORT-RECORD
               WRITE SUMMARY-REPORT-RECORD
           END-PERFORM.

       END PROGRAM EODSUM.
