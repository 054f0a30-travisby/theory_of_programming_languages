       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKOUT.
      *****************************************************************
      * Back-out of a bad cipher batch run.
      *
      * When a run went out with the wrong keys or the wrong input,
      * its records have to come out of the books without editing
      * history the audit log has already sealed.  This job finds the
      * run in the central registry by its output base name and run
      * date (the date it first started - the run date the results
      * master keys it under), then:
      *
      *   - flags every results-master record of the run with status
      *     BACKOUT, so lookups still find it but show it withdrawn;
      *   - appends one compensating audit record for every record in
      *     the run's own audit file(s) to the master log and the
      *     audit master index, stamped with the back-out time and
      *     operator, with status BACKOUT (or BACKREJ where the
      *     original was a REJECT or UNAUTH refusal);
      *   - appends a BACKEDOUT event for the run to the registry, so
      *     EODSUM and RUNRECON leave the run out and a second
      *     back-out of the same run is refused.
      *
      *   BACKOUT run-date base-name report-file
      *
      * The report lists every results record flagged and every
      * audit record reversed.  Nothing is changed unless all of the
      * run's audit files can be read, so a file that has been moved
      * off must be put back first.  A back-out that could not
      * register its event is simply rerun: reversals it already
      * wrote are found in the master log and not written again.
      * CHARGBK credits the compensating records in the period the
      * back-out ran, not the period of the original run.  A
      * backed-out base name is spent: the corrected rerun must be
      * given a new base name.  Run the back-out outside the night
      * window so its records do not land in the master log ahead of
      * an earlier day's merge.
      *
      * Only operators active in the operator master may use it; a
      * refused attempt is written to the cipher audit log with
      * status BADOPER so it shows up with the rest of the trail.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-REGISTRY-FILE ASSIGN TO "run-registry.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Registry-File-Status.
           SELECT RUN-AUDIT-FILE ASSIGN TO DYNAMIC WS-Run-File
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Run-File-Status.
           SELECT RESULTS-MASTER-FILE ASSIGN TO "cipher-results.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-Rec-Key
               FILE STATUS IS WS-Results-Master-Status.
           SELECT MASTER-AUDIT-FILE ASSIGN TO "cipher-audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Master-File-Status.
           SELECT AUDIT-MASTER-FILE ASSIGN TO "cipher-audit.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-Rec-Key
               FILE STATUS IS WS-Index-File-Status.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-Oper-Id
               FILE STATUS IS WS-Oper-Master-Status.
           SELECT BACKOUT-REPORT-FILE ASSIGN TO DYNAMIC WS-Report-File
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
       FD  MASTER-AUDIT-FILE.
       01  MASTER-AUDIT-RECORD.
           COPY AUDITLOG REPLACING
               ==AT-TIMESTAMP== BY ==MA-Timestamp==,
               ==AT-OPERATOR==  BY ==MA-Operator==,
               ==AT-FUNC==      BY ==MA-Func==,
               ==AT-KEY==       BY ==MA-Key==,
               ==AT-STATUS==    BY ==MA-Status==,
               ==AT-KEYNAME==   BY ==MA-Keyname==,
               ==AT-DEPT==      BY ==MA-Dept==.
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
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           COPY OPERMAST.
       FD  BACKOUT-REPORT-FILE.
       01  BACKOUT-REPORT-RECORD   PIC X(100).
       LOCAL-STORAGE SECTION.
       01 WS-Run-Date     PIC X(8) VALUE SPACES.
       01 WS-Base-Name    PIC X(40) VALUE SPACES.
       01 WS-Report-File  PIC X(100) VALUE SPACES.
       01 WS-Run-File     PIC X(100).
       01 WS-Registry-File-Status PIC XX.
       01 WS-Run-File-Status PIC XX.
       01 WS-Results-Master-Status PIC XX.
       01 WS-Master-File-Status PIC XX.
       01 WS-Index-File-Status PIC XX.
       01 WS-Oper-Master-Status PIC XX.
       01 WS-Report-File-Status PIC XX.
       01 WS-Registry-Eof PIC X VALUE "N".
           88 END-OF-REGISTRY      VALUE "Y".
       01 WS-Run-Eof      PIC X.
           88 END-OF-RUN-FILE      VALUE "Y".
       01 WS-Results-Eof  PIC X VALUE "N".
           88 END-OF-RESULTS       VALUE "Y".
       01 WS-Operator     PIC X(20).
       01 WS-Today        PIC X(8).
       01 WS-Today-Num    PIC 9(8).
       01 WS-Now-Time     PIC X(8).
       01 WS-Backout-Stamp PIC X(16).
       01 WS-Oper-Check   PIC X VALUE SPACE.
           88 OPERATOR-ACCEPTED    VALUE "A".
           88 OPERATOR-UNKNOWN     VALUE "U".
           88 OPERATOR-INACTIVE    VALUE "I".
      * Space = run not yet seen, O = open (started, not completed),
      * C = completed.  Restarts chain into the open run by base name.
       01 WS-Run-State    PIC X VALUE SPACE.
           88 RUN-NOT-FOUND        VALUE SPACE.
           88 RUN-OPEN             VALUE "O".
           88 RUN-COMPLETED        VALUE "C".
       01 WS-Run-Start-Ts PIC X(16) VALUE SPACES.
       01 WS-Run-End-Ts   PIC X(16) VALUE SPACES.
       01 WS-Run-Input-File PIC X(40) VALUE SPACES.
       01 WS-Reg-Input    PIC 9(8) VALUE 0.
       01 WS-Reg-Reject   PIC 9(8) VALUE 0.
       01 WS-Reg-Ambig    PIC 9(8) VALUE 0.
       01 WS-Prior-Backout-Ts PIC X(16) VALUE SPACES.
       01 WS-File-Used    PIC 99 VALUE 0.
       01 WS-File-Dropped PIC 9(4) VALUE 0.
       01 WS-File-Table.
           05 WS-File-Entry OCCURS 20 TIMES.
               10 WS-FT-Name        PIC X(40).
               10 WS-FT-Count       PIC 9(8).
       01 WS-Files-Missing PIC 99 VALUE 0.
       01 WS-Other-Used   PIC 9(3) VALUE 0.
       01 WS-Other-Dropped PIC 9(4) VALUE 0.
       01 WS-Other-Table.
           05 WS-Other-Entry OCCURS 100 TIMES.
               10 WS-OB-Stamp       PIC X(16).
       01 WS-Other-Idx    PIC 9(3).
      * Compensating records an earlier, unregistered back-out of the
      * run already wrote, counted by what they reversed.
       01 WS-Master-Eof   PIC X VALUE "N".
           88 END-OF-MASTER-LOG    VALUE "Y".
       01 WS-Prior-Used   PIC 9(3) VALUE 0.
       01 WS-Prior-Dropped PIC 9(8) VALUE 0.
       01 WS-Prior-Table.
           05 WS-Prior-Entry OCCURS 500 TIMES.
               10 WS-PR-Func        PIC X(8).
               10 WS-PR-Key         PIC 99.
               10 WS-PR-Keyname     PIC X(20).
               10 WS-PR-Dept        PIC X(8).
               10 WS-PR-Status      PIC X(7).
               10 WS-PR-Count       PIC 9(8).
       01 WS-Pr-Idx       PIC 9(3).
       01 WS-Prior-Found  PIC X.
       01 WS-Prior-Stamp  PIC X(16) VALUE SPACES.
       01 WS-Prior-Count  PIC 9(8) VALUE 0.
       01 WS-Prior-Backrej PIC 9(8) VALUE 0.
       01 WS-Event-Written PIC X VALUE "N".
           88 BACKOUT-EVENT-WRITTEN VALUE "Y".
       01 WS-Known        PIC X.
       01 WS-Idx          PIC 99.
       01 WS-Index-Open   PIC X VALUE "N".
           88 INDEX-MASTER-OPEN    VALUE "Y".
       01 WS-Index-Seq    PIC 9(8).
       01 WS-Index-Done   PIC X.
       01 WS-Indexed-Count PIC 9(8) VALUE 0.
       01 WS-Flagged-Count PIC 9(8) VALUE 0.
       01 WS-Already-Count PIC 9(8) VALUE 0.
       01 WS-Reversed-Count PIC 9(8) VALUE 0.
       01 WS-Backrej-Count PIC 9(8) VALUE 0.
       01 WS-Heading-Line.
           05 FILLER           PIC X(22)
               VALUE "BACK-OUT OF RUN       ".
           05 HL-Run-Date      PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 HL-Base          PIC X(40).
       01 WS-Result-Line.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RS-Record-Number PIC ZZZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RS-Func          PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RS-Key           PIC Z9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RS-Keyname       PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RS-Dept          PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RS-Old-Status    PIC X(7).
           05 FILLER           PIC X(4) VALUE " -> ".
           05 RS-New-Status    PIC X(7).
       01 WS-Audit-Line.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 AD-Timestamp     PIC X(16).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 AD-Operator      PIC X(12).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 AD-Func          PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 AD-Keyname       PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 AD-Old-Status    PIC X(7).
           05 FILLER           PIC X(4) VALUE " -> ".
           05 AD-New-Status    PIC X(7).
       01 WS-File-Line.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FL-Name          PIC X(40).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FL-Count         PIC ZZZZZZZ9.
       01 WS-Total-Line.
           05 TL-Name          PIC X(34).
           05 TL-Count         PIC ZZZZZZZ9.
       PROCEDURE DIVISION.
           ACCEPT WS-Run-Date FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Run-Date
           END-ACCEPT
           ACCEPT WS-Base-Name FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Base-Name
           END-ACCEPT
           ACCEPT WS-Report-File FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Report-File
           END-ACCEPT
           IF WS-Run-Date = SPACES OR WS-Base-Name = SPACES
                   OR WS-Report-File = SPACES
               DISPLAY "usage: BACKOUT run-date base-name report-file"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM CHECK-OPERATOR-MASTER
               IF NOT OPERATOR-ACCEPTED
                   PERFORM REFUSE-OPERATOR
               ELSE
                   PERFORM FIND-REGISTERED-RUN
               END-IF
               IF RETURN-CODE = 0
                   PERFORM CHECK-RUN-AUDIT-FILES
               END-IF
               IF RETURN-CODE = 0
                   PERFORM CHECK-PRIOR-REVERSALS
               END-IF
               IF RETURN-CODE = 0
                   PERFORM BACK-OUT-RUN
               END-IF
           END-IF
           STOP RUN.

      * An operator is active when flagged so and today falls within
      * the start and end dates.  A master that cannot be read
      * refuses everyone.
       CHECK-OPERATOR-MASTER.
           ACCEPT WS-Operator FROM ENVIRONMENT "USER"
               ON EXCEPTION
                   ACCEPT WS-Operator FROM ENVIRONMENT "LOGNAME"
                       ON EXCEPTION
                           MOVE "UNKNOWN" TO WS-Operator
                   END-ACCEPT
           END-ACCEPT
           ACCEPT WS-Today FROM DATE YYYYMMDD
           MOVE WS-Today TO WS-Today-Num
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-Oper-Master-Status NOT = "00"
               DISPLAY "ERROR: cannot open operator master (status "
                   WS-Oper-Master-Status ")"
               SET OPERATOR-UNKNOWN TO TRUE
           ELSE
               MOVE WS-Operator TO OM-Oper-Id
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       SET OPERATOR-UNKNOWN TO TRUE
                   NOT INVALID KEY
                       IF OM-Active-Flag = "Y"
                               AND OM-Start-Date <= WS-Today-Num
                               AND (OM-End-Date = 0
                                   OR OM-End-Date >= WS-Today-Num)
                           SET OPERATOR-ACCEPTED TO TRUE
                       ELSE
                           SET OPERATOR-INACTIVE TO TRUE
                       END-IF
               END-READ
               CLOSE OPERATOR-MASTER-FILE
           END-IF.

      * The refusal is appended straight to the master audit log, as
      * a command-line cipher run's records are.
       REFUSE-OPERATOR.
           IF OPERATOR-INACTIVE
               DISPLAY "ERROR: operator '" FUNCTION TRIM(WS-Operator)
                   "' is not active in the operator master"
           ELSE
               DISPLAY "ERROR: operator '" FUNCTION TRIM(WS-Operator)
                   "' is not on the operator master"
           END-IF
           MOVE 1 TO RETURN-CODE
           OPEN EXTEND MASTER-AUDIT-FILE
           IF WS-Master-File-Status = "35"
               OPEN OUTPUT MASTER-AUDIT-FILE
           END-IF
           IF WS-Master-File-Status NOT = "00"
               DISPLAY "WARNING: cannot open cipher-audit.log "
                   "(status " WS-Master-File-Status ")"
           ELSE
               ACCEPT WS-Now-Time FROM TIME
               MOVE SPACES TO MASTER-AUDIT-RECORD
               STRING WS-Today DELIMITED BY SIZE
                      WS-Now-Time DELIMITED BY SIZE
                   INTO MA-Timestamp
               MOVE WS-Operator TO MA-Operator
               MOVE "BACKOUT" TO MA-Func
               MOVE 0 TO MA-Key
               MOVE "BADOPER" TO MA-Status
               WRITE MASTER-AUDIT-RECORD
               CLOSE MASTER-AUDIT-FILE
           END-IF.

      * The run is the base's first STARTED event under the run date
      * through the COMPLETED event that ends it; a restart after a
      * cutoff or failure registers under the same base and chains
      * into the open run, bringing its own audit file.  A BACKEDOUT
      * event for the base and run date means the job has been done.
       FIND-REGISTERED-RUN.
           OPEN INPUT RUN-REGISTRY-FILE
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
                           IF RR-Base-Name = WS-Base-Name
                               PERFORM APPLY-REGISTRY-EVENT
                           END-IF
                           IF RR-Event = "BACKEDOUT"
                                   AND NOT RUN-NOT-FOUND
                                   AND (RR-Base-Name NOT = WS-Base-Name
                                   OR RR-Run-Date NOT = WS-Run-Date)
                               PERFORM NOTE-OTHER-BACKOUT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-REGISTRY-FILE
               EVALUATE TRUE
                   WHEN WS-Prior-Backout-Ts NOT = SPACES
                       DISPLAY "ERROR: run " WS-Run-Date " '"
                           FUNCTION TRIM(WS-Base-Name)
                           "' was already backed out at "
                           WS-Prior-Backout-Ts
                       MOVE 1 TO RETURN-CODE
                   WHEN RUN-NOT-FOUND
                       DISPLAY "ERROR: no run " WS-Run-Date " '"
                           FUNCTION TRIM(WS-Base-Name)
                           "' in the run registry"
                       MOVE 1 TO RETURN-CODE
                   WHEN WS-File-Dropped > 0
                       DISPLAY "ERROR: run has more than 20 audit "
                           "files - back it out by hand"
                       MOVE 1 TO RETURN-CODE
                   WHEN WS-Other-Dropped > 0
                       DISPLAY "ERROR: more than 100 back-outs since "
                           "the run started - back it out by hand"
                       MOVE 1 TO RETURN-CODE
               END-EVALUATE
           END-IF.

       APPLY-REGISTRY-EVENT.
           EVALUATE TRUE
               WHEN RR-Event = "BACKEDOUT"
                   IF RR-Run-Date = WS-Run-Date
                       MOVE RR-Timestamp TO WS-Prior-Backout-Ts
                   END-IF
               WHEN RR-Event = "REFUSED"
                   CONTINUE
               WHEN RUN-NOT-FOUND
                   IF RR-Event = "STARTED"
                           AND RR-Run-Date = WS-Run-Date
                       SET RUN-OPEN TO TRUE
                       MOVE RR-Timestamp TO WS-Run-Start-Ts
                       PERFORM NOTE-RUN-EVENT
                   END-IF
               WHEN RUN-OPEN
                   PERFORM NOTE-RUN-EVENT
                   IF RR-Event = "COMPLETED"
                       SET RUN-COMPLETED TO TRUE
                       MOVE RR-Timestamp TO WS-Run-End-Ts
                       MOVE RR-Input-Count TO WS-Reg-Input
                       MOVE RR-Reject-Count TO WS-Reg-Reject
                       MOVE RR-Ambig-Count TO WS-Reg-Ambig
                   END-IF
           END-EVALUATE.

       NOTE-RUN-EVENT.
           IF RR-Input-File NOT = SPACES
               MOVE RR-Input-File TO WS-Run-Input-File
           END-IF
           IF RR-Audit-File NOT = SPACES
               MOVE "N" TO WS-Known
               PERFORM VARYING WS-Idx FROM 1 BY 1
                       UNTIL WS-Idx > WS-File-Used
                   IF WS-FT-Name (WS-Idx) = RR-Audit-File
                       MOVE "Y" TO WS-Known
                   END-IF
               END-PERFORM
               IF WS-Known = "N"
                   IF WS-File-Used < 20
                       ADD 1 TO WS-File-Used
                       MOVE RR-Audit-File TO WS-FT-Name (WS-File-Used)
                       MOVE 0 TO WS-FT-Count (WS-File-Used)
                   ELSE
                       ADD 1 TO WS-File-Dropped
                   END-IF
               END-IF
           END-IF.

      * Other runs backed out since this one started stamped their
      * compensating records with the event's timestamp; those are
      * not reversals of this run.
       NOTE-OTHER-BACKOUT.
           IF WS-Other-Used < 100
               ADD 1 TO WS-Other-Used
               MOVE RR-Timestamp TO WS-OB-Stamp (WS-Other-Used)
           ELSE
               ADD 1 TO WS-Other-Dropped
           END-IF.

      * Every audit file the run wrote must be readable before
      * anything is changed; a back-out that reversed half a trail
      * would be worse than none.
       CHECK-RUN-AUDIT-FILES.
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-File-Used
               MOVE WS-FT-Name (WS-Idx) TO WS-Run-File
               MOVE "N" TO WS-Run-Eof
               OPEN INPUT RUN-AUDIT-FILE
               IF WS-Run-File-Status NOT = "00"
                   DISPLAY "ERROR: cannot open run audit file '"
                       FUNCTION TRIM(WS-Run-File)
                       "' (status " WS-Run-File-Status ")"
                   ADD 1 TO WS-Files-Missing
               ELSE
                   PERFORM UNTIL END-OF-RUN-FILE
                       READ RUN-AUDIT-FILE
                           AT END
                               SET END-OF-RUN-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-FT-Count (WS-Idx)
                       END-READ
                   END-PERFORM
                   CLOSE RUN-AUDIT-FILE
               END-IF
           END-PERFORM
           IF WS-Files-Missing > 0
               DISPLAY "ERROR: run audit files missing - restore "
                   "them and rerun; nothing was backed out"
               MOVE 1 TO RETURN-CODE
           END-IF.

      * A back-out that wrote its compensating records but could not
      * register its BACKEDOUT event is rerun once the registry is
      * back.  Its reversals are in the master log after the run's
      * start, under a stamp no registered back-out carries; each one
      * found is matched to one of the run's records on the rerun,
      * which is then not reversed a second time.
       CHECK-PRIOR-REVERSALS.
           OPEN INPUT MASTER-AUDIT-FILE
           IF WS-Master-File-Status = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-Master-File-Status NOT = "00"
               DISPLAY "ERROR: cannot open master log "
                   "'cipher-audit.log' (status "
                   WS-Master-File-Status ")"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-MASTER-LOG
               READ MASTER-AUDIT-FILE
                   AT END
                       SET END-OF-MASTER-LOG TO TRUE
                   NOT AT END
                       IF MA-Timestamp > WS-Run-Start-Ts
                               AND (MA-Status = "BACKOUT"
                               OR MA-Status = "BACKREJ")
                           PERFORM NOTE-PRIOR-REVERSAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-AUDIT-FILE
           EVALUATE TRUE
               WHEN WS-Prior-Dropped > 0
                   DISPLAY "ERROR: too many earlier reversals to "
                       "match - back the run out by hand"
                   MOVE 1 TO RETURN-CODE
               WHEN WS-Prior-Used > 0
                   DISPLAY "WARNING: an unregistered back-out at "
                       WS-Prior-Stamp " already reversed records of "
                       "this run - they are not reversed again"
           END-EVALUATE.

       NOTE-PRIOR-REVERSAL.
           PERFORM VARYING WS-Other-Idx FROM 1 BY 1
                   UNTIL WS-Other-Idx > WS-Other-Used
               IF WS-OB-Stamp (WS-Other-Idx) = MA-Timestamp
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE MA-Timestamp TO WS-Prior-Stamp
           PERFORM FIND-PRIOR-REVERSAL
           IF WS-Prior-Found = "Y"
               ADD 1 TO WS-PR-Count (WS-Pr-Idx)
           ELSE
               IF WS-Prior-Used < 500
                   ADD 1 TO WS-Prior-Used
                   MOVE WS-Prior-Used TO WS-Pr-Idx
                   MOVE MA-Func TO WS-PR-Func (WS-Pr-Idx)
                   MOVE MA-Key TO WS-PR-Key (WS-Pr-Idx)
                   MOVE MA-Keyname TO WS-PR-Keyname (WS-Pr-Idx)
                   MOVE MA-Dept TO WS-PR-Dept (WS-Pr-Idx)
                   MOVE MA-Status TO WS-PR-Status (WS-Pr-Idx)
                   MOVE 1 TO WS-PR-Count (WS-Pr-Idx)
               ELSE
                   ADD 1 TO WS-Prior-Dropped
               END-IF
           END-IF.

      * Looks up the reversal now in MASTER-AUDIT-RECORD among the
      * earlier back-out's, leaving WS-Pr-Idx on the one found.
       FIND-PRIOR-REVERSAL.
           MOVE "N" TO WS-Prior-Found
           PERFORM VARYING WS-Pr-Idx FROM 1 BY 1
                   UNTIL WS-Pr-Idx > WS-Prior-Used
                       OR WS-Prior-Found = "Y"
               IF WS-PR-Func (WS-Pr-Idx) = MA-Func
                       AND WS-PR-Key (WS-Pr-Idx) = MA-Key
                       AND WS-PR-Keyname (WS-Pr-Idx) = MA-Keyname
                       AND WS-PR-Dept (WS-Pr-Idx) = MA-Dept
                       AND WS-PR-Status (WS-Pr-Idx) = MA-Status
                   MOVE "Y" TO WS-Prior-Found
               END-IF
           END-PERFORM
           IF WS-Prior-Found = "Y"
               SUBTRACT 1 FROM WS-Pr-Idx
           END-IF.

       BACK-OUT-RUN.
           OPEN OUTPUT BACKOUT-REPORT-FILE
           IF WS-Report-File-Status NOT = "00"
               DISPLAY "ERROR: cannot open report file '"
                   FUNCTION TRIM(WS-Report-File)
                   "' (status " WS-Report-File-Status ")"
               MOVE 1 TO RETURN-CODE
           ELSE
               ACCEPT WS-Now-Time FROM TIME
               STRING WS-Today DELIMITED BY SIZE
                      WS-Now-Time DELIMITED BY SIZE
                   INTO WS-Backout-Stamp
               PERFORM WRITE-REPORT-HEADING
               PERFORM FLAG-RESULTS-MASTER
               IF RETURN-CODE = 0
                   PERFORM REVERSE-AUDIT-TRAIL
               END-IF
               IF RETURN-CODE = 0
                   PERFORM WRITE-BACKOUT-EVENT
               END-IF
               PERFORM WRITE-REPORT-TOTALS
               CLOSE BACKOUT-REPORT-FILE
           END-IF
           DISPLAY "Results records flagged : " WS-Flagged-Count
           DISPLAY "Audit records reversed  : " WS-Reversed-Count
           DISPLAY "Already reversed        : " WS-Prior-Count
           DISPLAY "Audit records indexed   : " WS-Indexed-Count.

       WRITE-REPORT-HEADING.
           MOVE WS-Run-Date TO HL-Run-Date
           MOVE WS-Base-Name TO HL-Base
           MOVE WS-Heading-Line TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           MOVE SPACES TO BACKOUT-REPORT-RECORD
           STRING "BACKED OUT " DELIMITED BY SIZE
                  WS-Backout-Stamp DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Operator) DELIMITED BY SIZE
               INTO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           MOVE SPACES TO BACKOUT-REPORT-RECORD
           IF RUN-COMPLETED
               STRING "RUN STARTED " DELIMITED BY SIZE
                      WS-Run-Start-Ts DELIMITED BY SIZE
                      "  COMPLETED " DELIMITED BY SIZE
                      WS-Run-End-Ts DELIMITED BY SIZE
                   INTO BACKOUT-REPORT-RECORD
           ELSE
               STRING "RUN STARTED " DELIMITED BY SIZE
                      WS-Run-Start-Ts DELIMITED BY SIZE
                      "  NOT COMPLETED" DELIMITED BY SIZE
                   INTO BACKOUT-REPORT-RECORD
           END-IF
           WRITE BACKOUT-REPORT-RECORD
           MOVE SPACES TO BACKOUT-REPORT-RECORD
           STRING "INPUT FILE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Run-Input-File) DELIMITED BY SIZE
               INTO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           MOVE SPACES TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           MOVE "RUN AUDIT FILES (FILE  RECORDS)"
               TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-File-Used
               MOVE WS-FT-Name (WS-Idx) TO FL-Name
               MOVE WS-FT-Count (WS-Idx) TO FL-Count
               MOVE WS-File-Line TO BACKOUT-REPORT-RECORD
               WRITE BACKOUT-REPORT-RECORD
           END-PERFORM
           IF WS-File-Used = 0
               MOVE "  (NONE)" TO BACKOUT-REPORT-RECORD
               WRITE BACKOUT-REPORT-RECORD
           END-IF.

      * The results master is keyed by run date and base first, so
      * the run is one START and a forward read.  A record already
      * flagged (a back-out stopped part way) is listed but counted
      * apart.
       FLAG-RESULTS-MASTER.
           MOVE SPACES TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           MOVE "RESULTS RECORDS FLAGGED (RECORD  FUNC  KEY  KEYNAME  "
               & "DEPT  STATUS)" TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           OPEN I-O RESULTS-MASTER-FILE
           IF WS-Results-Master-Status = "35"
               DISPLAY "WARNING: no results master - no results "
                   "records to flag"
           ELSE
               IF WS-Results-Master-Status NOT = "00"
                   DISPLAY "ERROR: cannot open results master "
                       "(status " WS-Results-Master-Status ")"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   MOVE WS-Run-Date TO RM-Run-Date
                   MOVE WS-Base-Name TO RM-Base-Name
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
                               IF RM-Run-Date NOT = WS-Run-Date
                                   OR RM-Base-Name NOT = WS-Base-Name
                                   SET END-OF-RESULTS TO TRUE
                               ELSE
                                   PERFORM FLAG-ONE-RESULT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RESULTS-MASTER-FILE
               END-IF
           END-IF
           IF WS-Flagged-Count = 0 AND WS-Already-Count = 0
               MOVE "  (NONE)" TO BACKOUT-REPORT-RECORD
               WRITE BACKOUT-REPORT-RECORD
           END-IF.

       FLAG-ONE-RESULT.
           MOVE RM-Record-Number TO RS-Record-Number
           MOVE RM-Func TO RS-Func
           MOVE RM-Key TO RS-Key
           MOVE RM-Keyname TO RS-Keyname
           MOVE RM-Dept TO RS-Dept
           MOVE RM-Status TO RS-Old-Status
           MOVE "BACKOUT" TO RS-New-Status
           IF RM-Status = "BACKOUT"
               ADD 1 TO WS-Already-Count
           ELSE
               MOVE "BACKOUT" TO RM-Status
               REWRITE RESULTS-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: results master rewrite "
                           "failed (status "
                           WS-Results-Master-Status ")"
                       MOVE 1 TO RETURN-CODE
                       SET END-OF-RESULTS TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-Flagged-Count
               END-REWRITE
           END-IF
           MOVE WS-Result-Line TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD.

      * Sealed history is never touched: each of the run's audit
      * records gets a compensating record at the back-out time, in
      * the flat master log and in the audit master index, so the
      * trail shows both the original and its reversal.
       REVERSE-AUDIT-TRAIL.
           MOVE SPACES TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           MOVE "AUDIT RECORDS REVERSED (ORIGINAL TIMESTAMP  OPERATOR"
               & "  FUNC  KEYNAME  STATUS)" TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           OPEN EXTEND MASTER-AUDIT-FILE
           IF WS-Master-File-Status = "35"
               OPEN OUTPUT MASTER-AUDIT-FILE
           END-IF
           IF WS-Master-File-Status NOT = "00"
               DISPLAY "ERROR: cannot open master log "
                   "'cipher-audit.log' (status "
                   WS-Master-File-Status ")"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM OPEN-AUDIT-MASTER-INDEX
               PERFORM VARYING WS-Idx FROM 1 BY 1
                       UNTIL WS-Idx > WS-File-Used
                   PERFORM REVERSE-ONE-RUN-FILE
               END-PERFORM
               CLOSE MASTER-AUDIT-FILE
               IF INDEX-MASTER-OPEN
                   CLOSE AUDIT-MASTER-FILE
               END-IF
           END-IF
           IF WS-Reversed-Count = 0 AND WS-Prior-Count = 0
               MOVE "  (NONE)" TO BACKOUT-REPORT-RECORD
               WRITE BACKOUT-REPORT-RECORD
           END-IF.

       REVERSE-ONE-RUN-FILE.
           MOVE WS-FT-Name (WS-Idx) TO WS-Run-File
           MOVE "N" TO WS-Run-Eof
           OPEN INPUT RUN-AUDIT-FILE
           IF WS-Run-File-Status NOT = "00"
               DISPLAY "ERROR: cannot open run audit file '"
                   FUNCTION TRIM(WS-Run-File)
                   "' (status " WS-Run-File-Status ")"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM UNTIL END-OF-RUN-FILE
                   READ RUN-AUDIT-FILE
                       AT END
                           SET END-OF-RUN-FILE TO TRUE
                       NOT AT END
                           PERFORM REVERSE-ONE-AUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE RUN-AUDIT-FILE
           END-IF.

      * A reversed reject is marked BACKREJ so CHARGBK can credit it
      * at the half rate it was billed at.
       REVERSE-ONE-AUDIT-RECORD.
           MOVE WS-Backout-Stamp TO MA-Timestamp
           MOVE WS-Operator TO MA-Operator
           MOVE RA-Func TO MA-Func
           MOVE RA-Key TO MA-Key
           MOVE RA-Keyname TO MA-Keyname
           MOVE RA-Dept TO MA-Dept
           IF RA-Status = "REJECT" OR RA-Status = "UNAUTH"
               MOVE "BACKREJ" TO MA-Status
           ELSE
               MOVE "BACKOUT" TO MA-Status
           END-IF
           PERFORM FIND-PRIOR-REVERSAL
           IF WS-Prior-Found = "Y"
                   AND WS-PR-Count (WS-Pr-Idx) > 0
               SUBTRACT 1 FROM WS-PR-Count (WS-Pr-Idx)
               ADD 1 TO WS-Prior-Count
               IF MA-Status = "BACKREJ"
                   ADD 1 TO WS-Prior-Backrej
               END-IF
               MOVE "ALREADY" TO AD-New-Status
           ELSE
               IF MA-Status = "BACKREJ"
                   ADD 1 TO WS-Backrej-Count
               END-IF
               WRITE MASTER-AUDIT-RECORD
               ADD 1 TO WS-Reversed-Count
               IF INDEX-MASTER-OPEN
                   PERFORM LOAD-INDEX-RECORD
               END-IF
               MOVE MA-Status TO AD-New-Status
           END-IF
           MOVE RA-Timestamp TO AD-Timestamp
           MOVE RA-Operator TO AD-Operator
           MOVE RA-Func TO AD-Func
           MOVE RA-Keyname TO AD-Keyname
           MOVE RA-Status TO AD-Old-Status
           MOVE WS-Audit-Line TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD.

      * The index is a convenience copy of the trail, as it is for
      * AUDMERGE: a load problem warns and the flat log stands.
       OPEN-AUDIT-MASTER-INDEX.
           OPEN I-O AUDIT-MASTER-FILE
           IF WS-Index-File-Status = "35"
               OPEN OUTPUT AUDIT-MASTER-FILE
               CLOSE AUDIT-MASTER-FILE
               OPEN I-O AUDIT-MASTER-FILE
           END-IF
           IF WS-Index-File-Status = "00"
               SET INDEX-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: cannot open audit master index "
                   "(status " WS-Index-File-Status "), reporting "
                   "jobs will fall behind the flat log"
           END-IF.

      * Same-instant records take successive sequence numbers, as
      * AUDMERGE loads them.  Every reversal carries the one back-out
      * stamp, so a taken key only ever means the next sequence.
       LOAD-INDEX-RECORD.
           MOVE 0 TO WS-Index-Seq
           MOVE "N" TO WS-Index-Done
           PERFORM TRY-INDEX-WRITE
               UNTIL WS-Index-Done = "Y" OR WS-Index-Seq > 9999
           IF WS-Index-Done = "Y"
               ADD 1 TO WS-Indexed-Count
           ELSE
               DISPLAY "WARNING: audit master index write failed "
                   "(status " WS-Index-File-Status ")"
           END-IF.

       TRY-INDEX-WRITE.
           MOVE MA-Timestamp TO AM-Timestamp
           MOVE WS-Index-Seq TO AM-Seq
           MOVE MA-Operator TO AM-Operator
           MOVE MA-Func TO AM-Func
           MOVE MA-Key TO AM-Key
           MOVE MA-Status TO AM-Status
           MOVE MA-Keyname TO AM-Keyname
           MOVE MA-Dept TO AM-Dept
           WRITE AUDIT-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-Index-Seq
               NOT INVALID KEY
                   MOVE "Y" TO WS-Index-Done
           END-WRITE.

      * The event carries the run date the results master uses, so
      * EODSUM and RUNRECON can match it to the run; no audit file is
      * named, so AUDMERGE passes it by.  The counts are what was
      * reversed: results flagged, audit records reversed, and the
      * rejects among them, each with what an earlier attempt did.
       WRITE-BACKOUT-EVENT.
           OPEN EXTEND RUN-REGISTRY-FILE
           IF WS-Registry-File-Status NOT = "00"
               DISPLAY "ERROR: cannot open run registry (status "
                   WS-Registry-File-Status ") - BACKEDOUT event "
                   "not written"
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE SPACES TO RUN-REGISTRY-RECORD
               MOVE WS-Run-Date TO RR-Run-Date
               MOVE WS-Backout-Stamp TO RR-Timestamp
               MOVE "BACKEDOUT" TO RR-Event
               MOVE WS-Base-Name TO RR-Base-Name
               COMPUTE RR-Input-Count = WS-Flagged-Count
                   + WS-Already-Count
               COMPUTE RR-Output-Count = WS-Reversed-Count
                   + WS-Prior-Count
               COMPUTE RR-Reject-Count = WS-Backrej-Count
                   + WS-Prior-Backrej
               MOVE 0 TO RR-Ambig-Count
               MOVE WS-Run-Input-File TO RR-Input-File
               WRITE RUN-REGISTRY-RECORD
               IF WS-Registry-File-Status NOT = "00"
                   DISPLAY "ERROR: cannot write BACKEDOUT event to run "
                       "registry (status " WS-Registry-File-Status
                       ") - rerun the back-out"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   SET BACKOUT-EVENT-WRITTEN TO TRUE
               END-IF
               CLOSE RUN-REGISTRY-FILE
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           MOVE "REGISTRY INPUT COUNT" TO TL-Name
           MOVE WS-Reg-Input TO TL-Count
           MOVE WS-Total-Line TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           MOVE "REGISTRY REJECT COUNT" TO TL-Name
           MOVE WS-Reg-Reject TO TL-Count
           MOVE WS-Total-Line TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           MOVE "RESULTS RECORDS FLAGGED" TO TL-Name
           MOVE WS-Flagged-Count TO TL-Count
           MOVE WS-Total-Line TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           MOVE "  ALREADY FLAGGED" TO TL-Name
           MOVE WS-Already-Count TO TL-Count
           MOVE WS-Total-Line TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           MOVE "AUDIT RECORDS REVERSED" TO TL-Name
           MOVE WS-Reversed-Count TO TL-Count
           MOVE WS-Total-Line TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           MOVE "  OF WHICH REJECTS (BACKREJ)" TO TL-Name
           MOVE WS-Backrej-Count TO TL-Count
           MOVE WS-Total-Line TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           MOVE "  ALREADY REVERSED" TO TL-Name
           MOVE WS-Prior-Count TO TL-Count
           MOVE WS-Total-Line TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           MOVE SPACES TO BACKOUT-REPORT-RECORD
           EVALUATE TRUE
               WHEN RETURN-CODE NOT = 0
               WHEN NOT BACKOUT-EVENT-WRITTEN
                   MOVE "*** BACK-OUT INCOMPLETE - SEE JOB LOG ***"
                       TO BACKOUT-REPORT-RECORD
               WHEN RUN-COMPLETED
                       AND WS-Flagged-Count + WS-Already-Count
                           NOT = WS-Reg-Input
                   MOVE "*** RESULTS FLAGGED DISAGREE WITH REGISTRY "
                       & "INPUT COUNT ***" TO BACKOUT-REPORT-RECORD
               WHEN OTHER
                   MOVE "BACK-OUT COMPLETE - BACKEDOUT EVENT "
                       & "REGISTERED" TO BACKOUT-REPORT-RECORD
           END-EVALUATE
           WRITE BACKOUT-REPORT-RECORD.

       END PROGRAM BACKOUT.
