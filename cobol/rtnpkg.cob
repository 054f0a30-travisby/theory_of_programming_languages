       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNPKG.
      *****************************************************************
      * Per-department return packages for completed batch runs.
      *
      * A batch result file mixes every department's records, and it
      * used to be cut up by hand before the results went back.
      * SPLIT takes a run the registry shows COMPLETED and writes one
      * return file per CT-DEPT value, each with a transmittal
      * manifest: run base name, run date, record counts by
      * function, reject and AMBIG counts, and a check total over
      * every byte of every record in the package.  Each package is
      * logged to return-packages.log.  Departments send back an
      * acknowledgment record quoting the count and check total from
      * their manifest; ACK posts those against the log, and OVERDUE
      * lists the packages still unacknowledged after a given number
      * of days.
      *
      *   RTNPKG SPLIT   result-file
      *   RTNPKG ACK     ack-file
      *   RTNPKG OVERDUE report-file [days]
      *
      * Package files are <result-file>.<dept>.rtn with manifest
      * <result-file>.<dept>.mft; records with no department go to
      * the NODEPT package.  An acknowledgment record is the run base
      * name (40), run date (8), department (8), acknowledgment date
      * (8), record count (8 digits) and check total (12 digits).
      * OVERDUE defaults to 5 days.  A department already packaged
      * for the run is not split again; a rerun writes only the
      * departments a failed split did not reach.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO DYNAMIC WS-In-File
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Result-File-Status.
           SELECT PACKAGE-FILE ASSIGN TO DYNAMIC WS-Package-File
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Package-File-Status.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-Manifest-File
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Manifest-File-Status.
           SELECT RUN-REGISTRY-FILE ASSIGN TO "run-registry.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Registry-File-Status.
           SELECT PACKAGE-LOG-FILE ASSIGN TO "return-packages.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Log-File-Status.
           SELECT ACK-FILE ASSIGN TO DYNAMIC WS-Ack-File
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ack-File-Status.
           SELECT OVERDUE-REPORT-FILE ASSIGN TO DYNAMIC WS-Report-File
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-File-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
       01  RESULT-RECORD.
           COPY CIPHREQ REPLACING ==CT-FUNC==    BY ==CO-Func==,
                                  ==CT-STRING==  BY ==CO-String==,
                                  ==CT-KEY==     BY ==CO-Key==,
                                  ==CT-VERBOSE== BY ==CO-Verbose==,
                                  ==CT-RESULT==  BY ==CO-Result==,
                                  ==CT-STATUS==  BY ==CO-Status==,
                                  ==CT-KEYNAME== BY ==CO-Keyname==,
                                  ==CT-DEPT==    BY ==CO-Dept==,
                                  ==CT-CLASS==   BY ==CO-Class==,
                                  ==CT-CONFIDENCE==
                                      BY ==CO-Confidence==.
       FD  PACKAGE-FILE.
       01  PACKAGE-RECORD          PIC X(457).
       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD         PIC X(80).
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
       FD  PACKAGE-LOG-FILE.
       01  PACKAGE-LOG-RECORD.
           COPY RTNPKG REPLACING
               ==PK-TIMESTAMP==    BY ==PK-Timestamp==,
               ==PK-EVENT==        BY ==PK-Event==,
               ==PK-RUN-DATE==     BY ==PK-Run-Date==,
               ==PK-BASE-NAME==    BY ==PK-Base-Name==,
               ==PK-DEPT==         BY ==PK-Dept==,
               ==PK-PACKAGE-FILE== BY ==PK-Package-File==,
               ==PK-RECORD-COUNT== BY ==PK-Record-Count==,
               ==PK-CHECK-TOTAL==  BY ==PK-Check-Total==,
               ==PK-ACK-DATE==     BY ==PK-Ack-Date==.
       FD  ACK-FILE.
       01  ACK-RECORD.
           05 AK-Base-Name     PIC X(40).
           05 AK-Run-Date      PIC X(8).
           05 AK-Dept          PIC X(8).
           05 AK-Ack-Date      PIC X(8).
           05 AK-Record-Count  PIC 9(8).
           05 AK-Check-Total   PIC 9(12).
       FD  OVERDUE-REPORT-FILE.
       01  OVERDUE-REPORT-RECORD   PIC X(100).
       LOCAL-STORAGE SECTION.
       01 WS-Action       PIC X(10).
       01 WS-In-File      PIC X(100) VALUE SPACES.
       01 WS-Package-File PIC X(100) VALUE SPACES.
       01 WS-Manifest-File PIC X(100) VALUE SPACES.
       01 WS-Ack-File     PIC X(100) VALUE SPACES.
       01 WS-Report-File  PIC X(100) VALUE SPACES.
       01 WS-Days-Param   PIC X(8) VALUE SPACES.
       01 WS-Days-Valid   PIC X VALUE "Y".
       01 WS-Result-File-Status PIC XX.
       01 WS-Package-File-Status PIC XX.
       01 WS-Manifest-File-Status PIC XX.
       01 WS-Registry-File-Status PIC XX.
       01 WS-Log-File-Status PIC XX.
       01 WS-Ack-File-Status PIC XX.
       01 WS-Report-File-Status PIC XX.
       01 WS-Result-Eof   PIC X VALUE "N".
           88 END-OF-RESULTS       VALUE "Y".
       01 WS-Registry-Eof PIC X VALUE "N".
           88 END-OF-REGISTRY      VALUE "Y".
       01 WS-Log-Eof      PIC X VALUE "N".
           88 END-OF-PACKAGE-LOG   VALUE "Y".
       01 WS-Ack-Eof      PIC X VALUE "N".
           88 END-OF-ACKS          VALUE "Y".
       01 WS-Today        PIC X(8).
       01 WS-Now-Time     PIC X(8).
       01 WS-Run-Event    PIC X(9) VALUE SPACES.
       01 WS-Run-Date     PIC X(8) VALUE SPACES.
       01 WS-Read-Count   PIC 9(8) VALUE 0.
       01 WS-Written-Count PIC 9(8) VALUE 0.
       01 WS-Package-Count PIC 9(8) VALUE 0.
       01 WS-Sent-Before  PIC 9(4) VALUE 0.
       01 WS-Sent-Records PIC 9(8) VALUE 0.
       01 WS-Dept-Idx     PIC 9(3).
       01 WS-Idx          PIC 9(4).
       01 WS-Cur          PIC 9(4).
       01 WS-Char-Idx     PIC 9(3).
       01 WS-Record-Check PIC 9(12).
       01 WS-Dept-Key     PIC X(8).
       01 WS-Dept-Used    PIC 9(3) VALUE 0.
       01 WS-Dept-Table.
           05 WS-Dept-Entry OCCURS 100 TIMES.
               10 WS-DP-Dept       PIC X(8).
               10 WS-DP-Count      PIC 9(8).
               10 WS-DP-Encrypt    PIC 9(8).
               10 WS-DP-Decrypt    PIC 9(8).
               10 WS-DP-Solve      PIC 9(8).
               10 WS-DP-Vigenere   PIC 9(8).
               10 WS-DP-Vigsolve   PIC 9(8).
               10 WS-DP-Classify   PIC 9(8).
               10 WS-DP-Other      PIC 9(8).
               10 WS-DP-Reject     PIC 9(8).
               10 WS-DP-Ambig      PIC 9(8).
               10 WS-DP-Check      PIC 9(12).
               10 WS-DP-Sent       PIC X.
       01 WS-Find-Run-Date PIC X(8).
       01 WS-Find-Base    PIC X(40).
       01 WS-Find-Dept    PIC X(8).
      * SPLIT loads only its own run's packages; ACK and OVERDUE load
      * them all, reusing the slot of an acknowledged package once the
      * table is full, since only a package still awaiting its
      * acknowledgment is acted on.
       01 WS-Load-Base    PIC X(40) VALUE SPACES.
       01 WS-Log-Released PIC 9(8) VALUE 0.
       01 WS-Log-Total    PIC 9(8) VALUE 0.
       01 WS-Log-Used     PIC 9(4) VALUE 0.
       01 WS-Log-Table.
           05 WS-Log-Entry OCCURS 2000 TIMES.
               10 WS-LG-Run-Date   PIC X(8).
               10 WS-LG-Base       PIC X(40).
               10 WS-LG-Dept       PIC X(8).
               10 WS-LG-Sent-Date  PIC X(8).
               10 WS-LG-Package    PIC X(60).
               10 WS-LG-Count      PIC 9(8).
               10 WS-LG-Check      PIC 9(12).
               10 WS-LG-Status     PIC X(8).
               10 WS-LG-Ack-Date   PIC X(8).
       01 WS-Acks-Read    PIC 9(8) VALUE 0.
       01 WS-Acks-Posted  PIC 9(8) VALUE 0.
       01 WS-Acks-Disputed PIC 9(8) VALUE 0.
       01 WS-Acks-Unmatched PIC 9(8) VALUE 0.
       01 WS-Acks-Repeated PIC 9(8) VALUE 0.
       01 WS-Days         PIC 9(4) VALUE 5.
       01 WS-Days-Edit    PIC ZZZ9.
       01 WS-Today-Int    PIC 9(8).
       01 WS-Sent-Int     PIC 9(8).
       01 WS-Age          PIC 9(5).
       01 WS-Overdue-Count PIC 9(8) VALUE 0.
       01 WS-Waiting-Count PIC 9(8) VALUE 0.
       01 WS-Acked-Count  PIC 9(8) VALUE 0.
       01 WS-Manifest-Line.
           05 MF-Label         PIC X(24).
           05 MF-Value         PIC X(56).
       01 WS-Manifest-Count.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 MC-Name          PIC X(22).
           05 MC-Count         PIC ZZZZZZZ9.
       01 WS-Check-Edit   PIC Z(11)9.
       01 WS-Overdue-Line.
           05 OD-Sent-Date     PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 OD-Run-Date      PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 OD-Base          PIC X(40).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 OD-Dept          PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 OD-Count         PIC ZZZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 OD-Age           PIC ZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 OD-Status        PIC X(8).
       01 WS-Total-Line.
           05 TL-Name          PIC X(30).
           05 TL-Count         PIC ZZZZZZZ9.
       PROCEDURE DIVISION.
           ACCEPT WS-Action FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Action
           END-ACCEPT
           SET WS-Action TO FUNCTION UPPER-CASE (WS-Action)
           ACCEPT WS-Today FROM DATE YYYYMMDD
           EVALUATE WS-Action
               WHEN "SPLIT"
                   ACCEPT WS-In-File FROM ARGUMENT-VALUE
                       ON EXCEPTION
                           MOVE SPACES TO WS-In-File
                   END-ACCEPT
                   IF WS-In-File = SPACES
                       DISPLAY "usage: RTNPKG SPLIT result-file"
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       MOVE WS-In-File TO WS-Load-Base
                       PERFORM LOAD-PACKAGE-LOG
                       IF RETURN-CODE = 0
                           PERFORM SPLIT-RESULT-FILE
                       END-IF
                   END-IF
               WHEN "ACK"
                   ACCEPT WS-Ack-File FROM ARGUMENT-VALUE
                       ON EXCEPTION
                           MOVE SPACES TO WS-Ack-File
                   END-ACCEPT
                   IF WS-Ack-File = SPACES
                       DISPLAY "usage: RTNPKG ACK ack-file"
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       PERFORM LOAD-PACKAGE-LOG
                       IF RETURN-CODE = 0
                           PERFORM POST-ACKNOWLEDGMENTS
                       END-IF
                   END-IF
               WHEN "OVERDUE"
                   ACCEPT WS-Report-File FROM ARGUMENT-VALUE
                       ON EXCEPTION
                           MOVE SPACES TO WS-Report-File
                   END-ACCEPT
                   ACCEPT WS-Days-Param FROM ARGUMENT-VALUE
                       ON EXCEPTION
                           MOVE SPACES TO WS-Days-Param
                   END-ACCEPT
                   MOVE "Y" TO WS-Days-Valid
                   IF WS-Days-Param NOT = SPACES
                       IF FUNCTION TEST-NUMVAL (WS-Days-Param) = 0
                           IF FUNCTION NUMVAL (WS-Days-Param) < 0
                               OR FUNCTION NUMVAL (WS-Days-Param)
                                   > 9999
                               MOVE "N" TO WS-Days-Valid
                           ELSE
                               MOVE FUNCTION NUMVAL (WS-Days-Param)
                                   TO WS-Days
                           END-IF
                       ELSE
                           MOVE "N" TO WS-Days-Valid
                       END-IF
                   END-IF
                   IF WS-Report-File = SPACES OR WS-Days-Valid = "N"
                       DISPLAY "usage: RTNPKG OVERDUE report-file "
                           "[days]"
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       PERFORM LOAD-PACKAGE-LOG
                       IF RETURN-CODE = 0
                           PERFORM WRITE-OVERDUE-REPORT
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR: unknown action '"
                       FUNCTION TRIM(WS-Action)
                       "' - expected SPLIT, ACK or OVERDUE"
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      * The log is read into one entry per run, base name and
      * department, the latest event deciding its standing.  A
      * missing log is an empty one - the first SPLIT creates it.
       LOAD-PACKAGE-LOG.
           OPEN INPUT PACKAGE-LOG-FILE
           IF WS-Log-File-Status = "35"
               CONTINUE
           ELSE
               IF WS-Log-File-Status NOT = "00"
                   DISPLAY "ERROR: cannot open package log "
                       "'return-packages.log' (status "
                       WS-Log-File-Status ")"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL END-OF-PACKAGE-LOG
                           OR RETURN-CODE > 0
                       READ PACKAGE-LOG-FILE
                           AT END
                               SET END-OF-PACKAGE-LOG TO TRUE
                           NOT AT END
                               IF WS-Load-Base = SPACES
                                   OR PK-Base-Name = WS-Load-Base
                                   PERFORM LOAD-ONE-LOG-EVENT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PACKAGE-LOG-FILE
               END-IF
           END-IF.

       LOAD-ONE-LOG-EVENT.
           MOVE PK-Run-Date TO WS-Find-Run-Date
           MOVE PK-Base-Name TO WS-Find-Base
           MOVE PK-Dept TO WS-Find-Dept
           PERFORM FIND-LOG-ENTRY
           IF WS-Cur = 0
               IF WS-Log-Used = 2000
                   PERFORM FIND-ACKED-SLOT
                   IF WS-Cur = 0
                       DISPLAY "ERROR: more than 2000 packages "
                           "awaiting acknowledgment on the log - "
                           "package " FUNCTION TRIM(PK-Package-File)
                           " cannot be tracked"
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-Log-Released
                   END-IF
               ELSE
                   ADD 1 TO WS-Log-Used
                   MOVE WS-Log-Used TO WS-Cur
               END-IF
               IF WS-Cur > 0
                   MOVE PK-Run-Date TO WS-LG-Run-Date (WS-Cur)
                   MOVE PK-Base-Name TO WS-LG-Base (WS-Cur)
                   MOVE PK-Dept TO WS-LG-Dept (WS-Cur)
                   MOVE SPACES TO WS-LG-Ack-Date (WS-Cur)
               END-IF
           END-IF
           IF WS-Cur > 0
               MOVE PK-Event TO WS-LG-Status (WS-Cur)
               IF PK-Event = "SENT"
                   MOVE PK-Timestamp(1:8) TO WS-LG-Sent-Date (WS-Cur)
                   MOVE PK-Package-File TO WS-LG-Package (WS-Cur)
                   MOVE PK-Record-Count TO WS-LG-Count (WS-Cur)
                   MOVE PK-Check-Total TO WS-LG-Check (WS-Cur)
               ELSE
                   MOVE PK-Ack-Date TO WS-LG-Ack-Date (WS-Cur)
               END-IF
           END-IF.

      * Looks up the package named by WS-Find-Run-Date, WS-Find-Base
      * and WS-Find-Dept; WS-Cur is 0 when it is not on the log.
       FIND-LOG-ENTRY.
           MOVE 0 TO WS-Cur
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Log-Used OR WS-Cur > 0
               IF WS-LG-Run-Date (WS-Idx) = WS-Find-Run-Date
                       AND WS-LG-Base (WS-Idx) = WS-Find-Base
                       AND WS-LG-Dept (WS-Idx) = WS-Find-Dept
                   MOVE WS-Idx TO WS-Cur
               END-IF
           END-PERFORM.

      * The earliest-loaded acknowledged package gives up its slot;
      * WS-Cur is 0 when every package is still awaiting one.
       FIND-ACKED-SLOT.
           MOVE 0 TO WS-Cur
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Log-Used OR WS-Cur > 0
               IF WS-LG-Status (WS-Idx) = "ACKED"
                   MOVE WS-Idx TO WS-Cur
               END-IF
           END-PERFORM.

      * Only a run whose latest registry event is COMPLETED is
      * packaged - a STARTED or CUTOFF run's result file is still
      * short.  A partitioned run is packaged under its parent base
      * once CIPHPART has joined it (JOINED).
       SPLIT-RESULT-FILE.
           PERFORM FIND-COMPLETED-RUN
           IF RETURN-CODE = 0
               PERFORM TALLY-DEPARTMENTS
           END-IF
           IF RETURN-CODE = 0
               PERFORM CHECK-NOT-PACKAGED
           END-IF
           IF RETURN-CODE = 0
               PERFORM VARYING WS-Cur FROM 1 BY 1
                       UNTIL WS-Cur > WS-Dept-Used OR RETURN-CODE > 0
                   IF WS-DP-Sent (WS-Cur) NOT = "Y"
                       PERFORM WRITE-DEPT-PACKAGE
                   END-IF
               END-PERFORM
               DISPLAY "Result records read    : " WS-Read-Count
               DISPLAY "Records packaged       : " WS-Written-Count
               DISPLAY "Packages written       : " WS-Package-Count
               IF WS-Sent-Before > 0
                   DISPLAY "Packages sent before   : " WS-Sent-Before
                   DISPLAY "Records sent before    : " WS-Sent-Records
               END-IF
               IF WS-Written-Count + WS-Sent-Records
                       NOT = WS-Read-Count
                   DISPLAY "BALANCE CHECK: *** OUT OF BALANCE ***"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   DISPLAY "BALANCE CHECK: NOTHING DROPPED"
               END-IF
           END-IF.

       FIND-COMPLETED-RUN.
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
                           IF RR-Base-Name = WS-In-File
                                   AND RR-Event NOT = "REFUSED"
                               MOVE RR-Event TO WS-Run-Event
                               MOVE RR-Run-Date TO WS-Run-Date
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-REGISTRY-FILE
               EVALUATE TRUE
                   WHEN WS-Run-Event = SPACES
                       DISPLAY "ERROR: '" FUNCTION TRIM(WS-In-File)
                           "' is not a run in the registry"
                       MOVE 1 TO RETURN-CODE
                   WHEN WS-Run-Event NOT = "COMPLETED"
                           AND WS-Run-Event NOT = "JOINED"
                       DISPLAY "ERROR: run '"
                           FUNCTION TRIM(WS-In-File) "' of "
                           WS-Run-Date " is "
                           FUNCTION TRIM(WS-Run-Event)
                           ", not COMPLETED - not packaged"
                       MOVE 1 TO RETURN-CODE
               END-EVALUATE
           END-IF.

      * A department already on the log for this run was sent by an
      * earlier SPLIT and is not written again, so a split that
      * failed part way can be rerun for the departments it missed.
      * Only a run with every department already sent is refused.
       CHECK-NOT-PACKAGED.
           PERFORM VARYING WS-Dept-Idx FROM 1 BY 1
                   UNTIL WS-Dept-Idx > WS-Dept-Used
               MOVE WS-Run-Date TO WS-Find-Run-Date
               MOVE WS-In-File TO WS-Find-Base
               MOVE WS-DP-Dept (WS-Dept-Idx) TO WS-Find-Dept
               PERFORM FIND-LOG-ENTRY
               IF WS-Cur > 0
                   MOVE "Y" TO WS-DP-Sent (WS-Dept-Idx)
                   ADD 1 TO WS-Sent-Before
                   ADD WS-DP-Count (WS-Dept-Idx) TO WS-Sent-Records
                   DISPLAY "department "
                       FUNCTION TRIM(WS-DP-Dept (WS-Dept-Idx))
                       " was already packaged on "
                       WS-LG-Sent-Date (WS-Cur) " - not written again"
               ELSE
                   MOVE "N" TO WS-DP-Sent (WS-Dept-Idx)
               END-IF
           END-PERFORM
           IF WS-Sent-Before = WS-Dept-Used
               DISPLAY "ERROR: run '" FUNCTION TRIM(WS-In-File)
                   "' of " WS-Run-Date " was already packaged"
                   " - not split again"
               MOVE 1 TO RETURN-CODE
           END-IF.

      * First pass: find the departments and total each one, so the
      * manifest and the log record are known before the package
      * is written.
       TALLY-DEPARTMENTS.
           OPEN INPUT RESULT-FILE
           IF WS-Result-File-Status NOT = "00"
               DISPLAY "ERROR: cannot open result file '"
                   FUNCTION TRIM(WS-In-File)
                   "' (status " WS-Result-File-Status ")"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM UNTIL END-OF-RESULTS
                   READ RESULT-FILE
                       AT END
                           SET END-OF-RESULTS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Read-Count
                           PERFORM TALLY-ONE-RESULT
                   END-READ
               END-PERFORM
               CLOSE RESULT-FILE
               IF WS-Read-Count = 0 AND RETURN-CODE = 0
                   DISPLAY "ERROR: result file '"
                       FUNCTION TRIM(WS-In-File)
                       "' is empty - nothing to package"
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.

       TALLY-ONE-RESULT.
           PERFORM SET-DEPT-KEY
           MOVE 0 TO WS-Cur
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Dept-Used OR WS-Cur > 0
               IF WS-DP-Dept (WS-Idx) = WS-Dept-Key
                   MOVE WS-Idx TO WS-Cur
               END-IF
           END-PERFORM
           IF WS-Cur = 0
               IF WS-Dept-Used = 100
                   DISPLAY "ERROR: more than 100 departments in '"
                       FUNCTION TRIM(WS-In-File) "' - not packaged"
                   MOVE 1 TO RETURN-CODE
                   SET END-OF-RESULTS TO TRUE
               ELSE
                   ADD 1 TO WS-Dept-Used
                   MOVE WS-Dept-Used TO WS-Cur
                   INITIALIZE WS-Dept-Entry (WS-Cur)
                   MOVE WS-Dept-Key TO WS-DP-Dept (WS-Cur)
               END-IF
           END-IF
           IF WS-Cur > 0
               ADD 1 TO WS-DP-Count (WS-Cur)
               EVALUATE FUNCTION UPPER-CASE (CO-Func)
                   WHEN "ENCRYPT "
                       ADD 1 TO WS-DP-Encrypt (WS-Cur)
                   WHEN "DECRYPT "
                       ADD 1 TO WS-DP-Decrypt (WS-Cur)
                   WHEN "SOLVE   "
                       ADD 1 TO WS-DP-Solve (WS-Cur)
                   WHEN "VIGENERE"
                   WHEN "VIGDEC  "
                       ADD 1 TO WS-DP-Vigenere (WS-Cur)
                   WHEN "VIGSOLVE"
                       ADD 1 TO WS-DP-Vigsolve (WS-Cur)
                   WHEN "CLASSIFY"
                       ADD 1 TO WS-DP-Classify (WS-Cur)
                   WHEN OTHER
                       ADD 1 TO WS-DP-Other (WS-Cur)
               END-EVALUATE
               IF CO-Status = "REJECT" OR CO-Status = "UNAUTH"
                   ADD 1 TO WS-DP-Reject (WS-Cur)
               END-IF
               IF CO-Status = "AMBIG"
                   ADD 1 TO WS-DP-Ambig (WS-Cur)
               END-IF
               MOVE WS-DP-Check (WS-Cur) TO WS-Record-Check
               PERFORM ACCUMULATE-CHECK-TOTAL
               MOVE WS-Record-Check TO WS-DP-Check (WS-Cur)
           END-IF.

       SET-DEPT-KEY.
           IF CO-Dept = SPACES
               MOVE "NODEPT" TO WS-Dept-Key
           ELSE
               MOVE CO-Dept TO WS-Dept-Key
           END-IF.

      * The same fold AUDSEAL seals the audit log with: every byte of
      * every record, so the department can prove its copy arrived
      * whole.
       ACCUMULATE-CHECK-TOTAL.
           PERFORM VARYING WS-Char-Idx FROM 1 BY 1
                   UNTIL WS-Char-Idx > 457
               COMPUTE WS-Record-Check = FUNCTION MOD
                   (WS-Record-Check * 31 + FUNCTION ORD
                       (RESULT-RECORD (WS-Char-Idx:1)),
                    999999999989)
           END-PERFORM.

      * Second pass per department: copy its records to the package
      * file, then write the manifest and log the package.
       WRITE-DEPT-PACKAGE.
           MOVE SPACES TO WS-Package-File
           MOVE SPACES TO WS-Manifest-File
           STRING FUNCTION TRIM(WS-In-File) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DP-Dept (WS-Cur))
                      DELIMITED BY SIZE
                  ".rtn" DELIMITED BY SIZE
               INTO WS-Package-File
           STRING FUNCTION TRIM(WS-In-File) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DP-Dept (WS-Cur))
                      DELIMITED BY SIZE
                  ".mft" DELIMITED BY SIZE
               INTO WS-Manifest-File
           OPEN OUTPUT PACKAGE-FILE
           IF WS-Package-File-Status NOT = "00"
               DISPLAY "ERROR: cannot open package file '"
                   FUNCTION TRIM(WS-Package-File)
                   "' (status " WS-Package-File-Status ")"
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN INPUT RESULT-FILE
               IF WS-Result-File-Status NOT = "00"
                   DISPLAY "ERROR: cannot open result file '"
                       FUNCTION TRIM(WS-In-File)
                       "' (status " WS-Result-File-Status ")"
                   MOVE 1 TO RETURN-CODE
                   CLOSE PACKAGE-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-Result-Eof
               PERFORM UNTIL END-OF-RESULTS
                   READ RESULT-FILE
                       AT END
                           SET END-OF-RESULTS TO TRUE
                       NOT AT END
                           PERFORM SET-DEPT-KEY
                           IF WS-Dept-Key = WS-DP-Dept (WS-Cur)
                               MOVE RESULT-RECORD TO PACKAGE-RECORD
                               WRITE PACKAGE-RECORD
                               ADD 1 TO WS-Written-Count
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULT-FILE
               CLOSE PACKAGE-FILE
               PERFORM WRITE-MANIFEST
               IF RETURN-CODE = 0
                   PERFORM LOG-PACKAGE-SENT
                   ADD 1 TO WS-Package-Count
                   DISPLAY "package " FUNCTION TRIM(WS-Package-File)
                       " : " WS-DP-Count (WS-Cur) " records"
               END-IF
           END-IF.

       WRITE-MANIFEST.
           OPEN OUTPUT MANIFEST-FILE
           IF WS-Manifest-File-Status NOT = "00"
               DISPLAY "ERROR: cannot open manifest file '"
                   FUNCTION TRIM(WS-Manifest-File)
                   "' (status " WS-Manifest-File-Status ")"
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE "RETURN PACKAGE TRANSMITTAL MANIFEST"
                   TO MANIFEST-RECORD
               WRITE MANIFEST-RECORD
               MOVE SPACES TO MANIFEST-RECORD
               WRITE MANIFEST-RECORD
               MOVE "RUN BASE NAME" TO MF-Label
               MOVE WS-In-File TO MF-Value
               PERFORM WRITE-MANIFEST-LINE
               MOVE "RUN DATE" TO MF-Label
               MOVE WS-Run-Date TO MF-Value
               PERFORM WRITE-MANIFEST-LINE
               MOVE "DEPARTMENT" TO MF-Label
               MOVE WS-DP-Dept (WS-Cur) TO MF-Value
               PERFORM WRITE-MANIFEST-LINE
               MOVE "RETURN FILE" TO MF-Label
               MOVE WS-Package-File TO MF-Value
               PERFORM WRITE-MANIFEST-LINE
               MOVE "PREPARED" TO MF-Label
               MOVE WS-Today TO MF-Value
               PERFORM WRITE-MANIFEST-LINE
               MOVE SPACES TO MANIFEST-RECORD
               WRITE MANIFEST-RECORD
               MOVE "RECORDS BY FUNCTION" TO MANIFEST-RECORD
               WRITE MANIFEST-RECORD
               MOVE "ENCRYPT" TO MC-Name
               MOVE WS-DP-Encrypt (WS-Cur) TO MC-Count
               PERFORM WRITE-MANIFEST-COUNT
               MOVE "DECRYPT" TO MC-Name
               MOVE WS-DP-Decrypt (WS-Cur) TO MC-Count
               PERFORM WRITE-MANIFEST-COUNT
               MOVE "SOLVE" TO MC-Name
               MOVE WS-DP-Solve (WS-Cur) TO MC-Count
               PERFORM WRITE-MANIFEST-COUNT
               MOVE "VIGENERE (BOTH WAYS)" TO MC-Name
               MOVE WS-DP-Vigenere (WS-Cur) TO MC-Count
               PERFORM WRITE-MANIFEST-COUNT
               MOVE "VIGSOLVE" TO MC-Name
               MOVE WS-DP-Vigsolve (WS-Cur) TO MC-Count
               PERFORM WRITE-MANIFEST-COUNT
               MOVE "CLASSIFY" TO MC-Name
               MOVE WS-DP-Classify (WS-Cur) TO MC-Count
               PERFORM WRITE-MANIFEST-COUNT
               MOVE "OTHER / UNKNOWN" TO MC-Name
               MOVE WS-DP-Other (WS-Cur) TO MC-Count
               PERFORM WRITE-MANIFEST-COUNT
               MOVE SPACES TO MANIFEST-RECORD
               WRITE MANIFEST-RECORD
               MOVE "RECORDS IN PACKAGE" TO MC-Name
               MOVE WS-DP-Count (WS-Cur) TO MC-Count
               PERFORM WRITE-MANIFEST-COUNT
               MOVE "REJECTED" TO MC-Name
               MOVE WS-DP-Reject (WS-Cur) TO MC-Count
               PERFORM WRITE-MANIFEST-COUNT
               MOVE "AMBIGUOUS SOLVES" TO MC-Name
               MOVE WS-DP-Ambig (WS-Cur) TO MC-Count
               PERFORM WRITE-MANIFEST-COUNT
               MOVE WS-DP-Check (WS-Cur) TO WS-Check-Edit
               MOVE "CHECK TOTAL" TO MF-Label
               MOVE WS-Check-Edit TO MF-Value
               PERFORM WRITE-MANIFEST-LINE
               MOVE SPACES TO MANIFEST-RECORD
               WRITE MANIFEST-RECORD
               MOVE "ACKNOWLEDGE WITH THE RUN BASE NAME, RUN DATE, "
                   & "DEPARTMENT, DATE RECEIVED," TO MANIFEST-RECORD
               WRITE MANIFEST-RECORD
               MOVE "RECORDS IN PACKAGE AND CHECK TOTAL SHOWN ABOVE."
                   TO MANIFEST-RECORD
               WRITE MANIFEST-RECORD
               CLOSE MANIFEST-FILE
           END-IF.

       WRITE-MANIFEST-LINE.
           MOVE WS-Manifest-Line TO MANIFEST-RECORD
           WRITE MANIFEST-RECORD.

       WRITE-MANIFEST-COUNT.
           MOVE WS-Manifest-Count TO MANIFEST-RECORD
           WRITE MANIFEST-RECORD.

       LOG-PACKAGE-SENT.
           MOVE SPACES TO PACKAGE-LOG-RECORD
           MOVE "SENT" TO PK-Event
           MOVE WS-Run-Date TO PK-Run-Date
           MOVE WS-In-File TO PK-Base-Name
           MOVE WS-DP-Dept (WS-Cur) TO PK-Dept
           MOVE WS-Package-File TO PK-Package-File
           MOVE WS-DP-Count (WS-Cur) TO PK-Record-Count
           MOVE WS-DP-Check (WS-Cur) TO PK-Check-Total
           PERFORM WRITE-PACKAGE-LOG-RECORD.

      * Each event is appended and the log closed again at once, so
      * a failure part way through a split leaves every package
      * already written on the log.
       WRITE-PACKAGE-LOG-RECORD.
           ACCEPT WS-Now-Time FROM TIME
           STRING WS-Today DELIMITED BY SIZE
                  WS-Now-Time DELIMITED BY SIZE
               INTO PK-Timestamp
           OPEN EXTEND PACKAGE-LOG-FILE
           IF WS-Log-File-Status = "35"
               OPEN OUTPUT PACKAGE-LOG-FILE
           END-IF
           IF WS-Log-File-Status NOT = "00"
               DISPLAY "ERROR: cannot open package log "
                   "'return-packages.log' (status "
                   WS-Log-File-Status ")"
               MOVE 1 TO RETURN-CODE
           ELSE
               WRITE PACKAGE-LOG-RECORD
               CLOSE PACKAGE-LOG-FILE
           END-IF.

      * An acknowledgment is posted only against a package that was
      * sent; its count and check total must agree with the log or
      * the package is marked DISPUTED and stays on the overdue list
      * until a matching acknowledgment arrives.
       POST-ACKNOWLEDGMENTS.
           OPEN INPUT ACK-FILE
           IF WS-Ack-File-Status NOT = "00"
               DISPLAY "ERROR: cannot open acknowledgment file '"
                   FUNCTION TRIM(WS-Ack-File)
                   "' (status " WS-Ack-File-Status ")"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM UNTIL END-OF-ACKS OR RETURN-CODE > 0
                   READ ACK-FILE
                       AT END
                           SET END-OF-ACKS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Acks-Read
                           PERFORM POST-ONE-ACK
                   END-READ
               END-PERFORM
               CLOSE ACK-FILE
               DISPLAY "Acknowledgments read   : " WS-Acks-Read
               DISPLAY "Posted as ACKED        : " WS-Acks-Posted
               DISPLAY "Posted as DISPUTED     : " WS-Acks-Disputed
               DISPLAY "Already acknowledged   : " WS-Acks-Repeated
               DISPLAY "No such package        : " WS-Acks-Unmatched
               IF WS-Acks-Disputed > 0 OR WS-Acks-Unmatched > 0
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.

       POST-ONE-ACK.
           IF AK-Dept = SPACES
               MOVE "NODEPT" TO AK-Dept
           END-IF
           MOVE AK-Run-Date TO WS-Find-Run-Date
           MOVE AK-Base-Name TO WS-Find-Base
           MOVE AK-Dept TO WS-Find-Dept
           PERFORM FIND-LOG-ENTRY
           EVALUATE TRUE
               WHEN WS-Cur = 0
                   DISPLAY "WARNING: no package sent for run '"
                       FUNCTION TRIM(AK-Base-Name) "' of "
                       AK-Run-Date " department "
                       FUNCTION TRIM(AK-Dept) " - ignored"
                   ADD 1 TO WS-Acks-Unmatched
               WHEN WS-LG-Status (WS-Cur) = "ACKED"
                   DISPLAY "WARNING: package "
                       FUNCTION TRIM(WS-LG-Package (WS-Cur))
                       " already acknowledged on "
                       WS-LG-Ack-Date (WS-Cur) " - ignored"
                   ADD 1 TO WS-Acks-Repeated
               WHEN OTHER
                   MOVE SPACES TO PACKAGE-LOG-RECORD
                   IF AK-Record-Count IS NUMERIC
                           AND AK-Check-Total IS NUMERIC
                           AND AK-Record-Count = WS-LG-Count (WS-Cur)
                           AND AK-Check-Total = WS-LG-Check (WS-Cur)
                       MOVE "ACKED" TO PK-Event
                       ADD 1 TO WS-Acks-Posted
                   ELSE
                       MOVE "DISPUTED" TO PK-Event
                       DISPLAY "WARNING: package "
                           FUNCTION TRIM(WS-LG-Package (WS-Cur))
                           " acknowledged with count "
                           AK-Record-Count " check " AK-Check-Total
                           ", sent " WS-LG-Count (WS-Cur) " check "
                           WS-LG-Check (WS-Cur)
                       ADD 1 TO WS-Acks-Disputed
                   END-IF
                   MOVE AK-Run-Date TO PK-Run-Date
                   MOVE AK-Base-Name TO PK-Base-Name
                   MOVE AK-Dept TO PK-Dept
                   MOVE WS-LG-Package (WS-Cur) TO PK-Package-File
                   MOVE AK-Record-Count TO PK-Record-Count
                   MOVE AK-Check-Total TO PK-Check-Total
                   IF AK-Ack-Date IS NUMERIC
                       MOVE AK-Ack-Date TO PK-Ack-Date
                   ELSE
                       MOVE WS-Today TO PK-Ack-Date
                   END-IF
                   PERFORM WRITE-PACKAGE-LOG-RECORD
                   MOVE PK-Event TO WS-LG-Status (WS-Cur)
                   MOVE PK-Ack-Date TO WS-LG-Ack-Date (WS-Cur)
           END-EVALUATE.

      * Lists every package not yet ACKED that was sent more than the
      * given number of days ago, oldest first as the log is in send
      * order.
       WRITE-OVERDUE-REPORT.
           COMPUTE WS-Today-Int = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL (WS-Today))
           OPEN OUTPUT OVERDUE-REPORT-FILE
           IF WS-Report-File-Status NOT = "00"
               DISPLAY "ERROR: cannot open report file '"
                   FUNCTION TRIM(WS-Report-File)
                   "' (status " WS-Report-File-Status ")"
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE WS-Days TO WS-Days-Edit
               MOVE SPACES TO OVERDUE-REPORT-RECORD
               STRING "RETURN PACKAGES NOT ACKNOWLEDGED AFTER "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Days-Edit) DELIMITED BY SIZE
                      " DAYS  AS OF " DELIMITED BY SIZE
                      WS-Today DELIMITED BY SIZE
                   INTO OVERDUE-REPORT-RECORD
               WRITE OVERDUE-REPORT-RECORD
               MOVE "SENT      RUN DATE  RUN BASE NAME" &
                   "                             DEPT       " &
                   " RECORDS   DAYS  STATUS"
                   TO OVERDUE-REPORT-RECORD
               WRITE OVERDUE-REPORT-RECORD
               MOVE WS-Log-Released TO WS-Acked-Count
               COMPUTE WS-Log-Total = WS-Log-Used + WS-Log-Released
               PERFORM VARYING WS-Idx FROM 1 BY 1
                       UNTIL WS-Idx > WS-Log-Used
                   PERFORM JUDGE-ONE-PACKAGE
               END-PERFORM
               IF WS-Overdue-Count = 0
                   MOVE "  (NONE)" TO OVERDUE-REPORT-RECORD
                   WRITE OVERDUE-REPORT-RECORD
               END-IF
               MOVE SPACES TO OVERDUE-REPORT-RECORD
               WRITE OVERDUE-REPORT-RECORD
               MOVE "PACKAGES ON THE LOG" TO TL-Name
               MOVE WS-Log-Total TO TL-Count
               MOVE WS-Total-Line TO OVERDUE-REPORT-RECORD
               WRITE OVERDUE-REPORT-RECORD
               MOVE "ACKNOWLEDGED" TO TL-Name
               MOVE WS-Acked-Count TO TL-Count
               MOVE WS-Total-Line TO OVERDUE-REPORT-RECORD
               WRITE OVERDUE-REPORT-RECORD
               MOVE "AWAITING, WITHIN THE DAYS" TO TL-Name
               MOVE WS-Waiting-Count TO TL-Count
               MOVE WS-Total-Line TO OVERDUE-REPORT-RECORD
               WRITE OVERDUE-REPORT-RECORD
               MOVE "OVERDUE" TO TL-Name
               MOVE WS-Overdue-Count TO TL-Count
               MOVE WS-Total-Line TO OVERDUE-REPORT-RECORD
               WRITE OVERDUE-REPORT-RECORD
               CLOSE OVERDUE-REPORT-FILE
           END-IF
           DISPLAY "Packages on the log    : " WS-Log-Total
           DISPLAY "Acknowledged           : " WS-Acked-Count
           DISPLAY "Overdue                : " WS-Overdue-Count.

       JUDGE-ONE-PACKAGE.
           IF WS-LG-Status (WS-Idx) = "ACKED"
               ADD 1 TO WS-Acked-Count
           ELSE
               IF WS-LG-Sent-Date (WS-Idx) IS NUMERIC
                   COMPUTE WS-Sent-Int = FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL (WS-LG-Sent-Date (WS-Idx)))
                   COMPUTE WS-Age = WS-Today-Int - WS-Sent-Int
               ELSE
                   MOVE 99999 TO WS-Age
               END-IF
               IF WS-Age > WS-Days
                   ADD 1 TO WS-Overdue-Count
                   MOVE WS-LG-Sent-Date (WS-Idx) TO OD-Sent-Date
                   MOVE WS-LG-Run-Date (WS-Idx) TO OD-Run-Date
                   MOVE WS-LG-Base (WS-Idx) TO OD-Base
                   MOVE WS-LG-Dept (WS-Idx) TO OD-Dept
                   MOVE WS-LG-Count (WS-Idx) TO OD-Count
                   MOVE WS-Age TO OD-Age
                   MOVE WS-LG-Status (WS-Idx) TO OD-Status
                   MOVE WS-Overdue-Line TO OVERDUE-REPORT-RECORD
                   WRITE OVERDUE-REPORT-RECORD
               ELSE
                   ADD 1 TO WS-Waiting-Count
               END-IF
           END-IF.

       END PROGRAM RTNPKG.
