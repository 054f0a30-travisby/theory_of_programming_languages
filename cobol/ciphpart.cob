       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIPHPART.
      *****************************************************************
      * Partitioned processing of a large cipher request file.
      *
      * A month-end request file is more than one CEASER-CIPHER BATCH
      * run can get through in the window, checkpointing after every
      * record.  This job splits the file into partitions, runs each
      * partition as its own batch run, all at once, under one parent
      * run id, and rejoins the partitions' results into one result
      * file in the original record order.
      *
      *   CIPHPART SPLIT in-file parent-base partitions
      *   CIPHPART RUN   parent-base [dict-file] [cutoff]
      *   CIPHPART JOIN  parent-base
      *
      * The parent run id is the parent base - the name the joined
      * result file gets, as a single run's output base would.
      * SPLIT cuts the input into 2 to 20 consecutive blocks of
      * near-equal size, <parent>.pNN.in, and records them in the
      * partition control file <parent>.part; partition NN runs
      * under output base <parent>.pNN, which names its result
      * file, control report, checkpoint and registry entries.
      *
      * RUN launches every partition whose run has not COMPLETED in
      * the registry, each as a separate batch run with its own job
      * log <parent>.pNN.joblog, and waits for them all.  A partition
      * that stopped at its cutoff or failed part way is relaunched
      * from its checkpoint; partitions already complete are left
      * alone, so after a failure only the failed partition runs
      * again.  Launches are a second apart so no two runs stamp the
      * same audit file name.
      *
      * JOIN needs every partition COMPLETED.  It writes the result
      * file <parent> from the partitions in order, and <parent>.rpt
      * with each control total summed over the partitions, each
      * partition's input count, and the original input count the
      * totals must tie to.  The joined run is registered with a
      * JOINED event naming the original input file, so RTNPKG will
      * package it and SLARPT sees the submission through; EODSUM and
      * RUNRECON count the partition runs themselves, and a bad
      * partition is backed out by BACKOUT under its own base.  A
      * parent is joined once.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIPHER-REQUEST-FILE ASSIGN TO DYNAMIC WS-In-File
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Request-File-Status.
           SELECT PARTITION-FILE ASSIGN TO DYNAMIC WS-Part-File
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Part-File-Status.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-Control-File
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Control-File-Status.
           SELECT CIPHER-RESULT-FILE ASSIGN TO DYNAMIC WS-Out-File
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Result-File-Status.
           SELECT CONTROL-REPORT-FILE ASSIGN TO DYNAMIC WS-Report-File
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-File-Status.
           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-Ckpt-File
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Ckpt-File-Status.
           SELECT RUN-REGISTRY-FILE ASSIGN TO "run-registry.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Registry-File-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  CIPHER-REQUEST-FILE.
       01  CIPHER-REQUEST-RECORD.
           COPY CIPHREQ REPLACING ==CT-FUNC==    BY ==CR-Func==,
                                  ==CT-STRING==  BY ==CR-String==,
                                  ==CT-KEY==     BY ==CR-Key==,
                                  ==CT-VERBOSE== BY ==CR-Verbose==,
                                  ==CT-RESULT==  BY ==CR-Result==,
                                  ==CT-STATUS==  BY ==CR-Status==,
                                  ==CT-KEYNAME== BY ==CR-Keyname==,
                                  ==CT-DEPT==    BY ==CR-Dept==,
                                  ==CT-CLASS==   BY ==CR-Class==,
                                  ==CT-CONFIDENCE==
                                      BY ==CR-Confidence==.
       FD  PARTITION-FILE.
       01  PARTITION-RECORD.
           COPY CIPHREQ REPLACING ==CT-FUNC==    BY ==PR-Func==,
                                  ==CT-STRING==  BY ==PR-String==,
                                  ==CT-KEY==     BY ==PR-Key==,
                                  ==CT-VERBOSE== BY ==PR-Verbose==,
                                  ==CT-RESULT==  BY ==PR-Result==,
                                  ==CT-STATUS==  BY ==PR-Status==,
                                  ==CT-KEYNAME== BY ==PR-Keyname==,
                                  ==CT-DEPT==    BY ==PR-Dept==,
                                  ==CT-CLASS==   BY ==PR-Class==,
                                  ==CT-CONFIDENCE==
                                      BY ==PR-Confidence==.
      * One record per partition, written once by SPLIT.
       FD  PARTITION-CONTROL-FILE.
       01  PARTITION-CONTROL-RECORD.
           05 PC-Split-Date    PIC X(8).
           05 PC-Parent        PIC X(40).
           05 PC-Input-File    PIC X(40).
           05 PC-Input-Count   PIC 9(8).
           05 PC-Partitions    PIC 99.
           05 PC-Partition     PIC 99.
           05 PC-Part-In-File  PIC X(40).
           05 PC-Part-Base     PIC X(40).
           05 PC-First-Record  PIC 9(8).
           05 PC-Record-Count  PIC 9(8).
       FD  CIPHER-RESULT-FILE.
       01  CIPHER-RESULT-RECORD.
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
       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-RECORD.
           05 CN-Label         PIC X(30).
           05 CN-Value         PIC X(8).
           05 CN-Rest          PIC X(42).
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           COPY CHKPOINT.
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
       LOCAL-STORAGE SECTION.
       01 WS-Action       PIC X(8).
       01 WS-Parent       PIC X(40) VALUE SPACES.
       01 WS-Arg-2        PIC X(100) VALUE SPACES.
       01 WS-Arg-3        PIC X(100) VALUE SPACES.
       01 WS-Arg-4        PIC X(100) VALUE SPACES.
       01 WS-In-File      PIC X(100) VALUE SPACES.
       01 WS-Part-File    PIC X(100) VALUE SPACES.
       01 WS-Control-File PIC X(100) VALUE SPACES.
       01 WS-Out-File     PIC X(100) VALUE SPACES.
       01 WS-Report-File  PIC X(100) VALUE SPACES.
       01 WS-Ckpt-File    PIC X(100) VALUE SPACES.
       01 WS-Dict-File    PIC X(100) VALUE SPACES.
       01 WS-Cutoff-Param PIC X(8) VALUE SPACES.
       01 WS-Request-File-Status PIC XX.
       01 WS-Part-File-Status PIC XX.
       01 WS-Control-File-Status PIC XX.
       01 WS-Result-File-Status PIC XX.
       01 WS-Report-File-Status PIC XX.
       01 WS-Ckpt-File-Status PIC XX.
       01 WS-Registry-File-Status PIC XX.
       01 WS-Request-Eof  PIC X VALUE "N".
           88 END-OF-REQUESTS      VALUE "Y".
       01 WS-Control-Eof  PIC X VALUE "N".
           88 END-OF-CONTROL-FILE  VALUE "Y".
       01 WS-Registry-Eof PIC X VALUE "N".
           88 END-OF-REGISTRY      VALUE "Y".
       01 WS-Result-Eof   PIC X.
           88 END-OF-RESULTS       VALUE "Y".
       01 WS-Report-Eof   PIC X.
           88 END-OF-REPORT        VALUE "Y".
      * The program each partition runs as, as the job stream names
      * it.
       01 WS-Cipher-Program PIC X(20) VALUE "caeser-cipher".
       01 WS-Partitions-Arg PIC X(8) VALUE SPACES.
       01 WS-Partitions   PIC 99 VALUE 0.
       01 WS-Input-Count  PIC 9(8) VALUE 0.
       01 WS-Split-Date   PIC X(8) VALUE SPACES.
       01 WS-Split-Input  PIC X(40) VALUE SPACES.
       01 WS-Block-Size   PIC 9(8).
       01 WS-Block-Extra  PIC 9(8).
       01 WS-Record-Number PIC 9(8) VALUE 0.
       01 WS-Part-Used    PIC 99 VALUE 0.
       01 WS-Part-Table.
           05 WS-Part-Entry OCCURS 20 TIMES.
               10 WS-PT-In-File     PIC X(40).
               10 WS-PT-Base        PIC X(40).
               10 WS-PT-First       PIC 9(8).
               10 WS-PT-Count       PIC 9(8).
               10 WS-PT-Event       PIC X(9).
               10 WS-PT-Restart     PIC 9(8).
               10 WS-PT-Rpt-Input   PIC 9(8).
               10 WS-PT-Joined      PIC 9(8).
       01 WS-Part         PIC 99.
       01 WS-Part-Num     PIC 99.
       01 WS-Idx          PIC 99.
       01 WS-Done-Count   PIC 99 VALUE 0.
       01 WS-Launch-Count PIC 99 VALUE 0.
       01 WS-Held-Count   PIC 99 VALUE 0.
       01 WS-Command      PIC X(8000).
       01 WS-Cmd-Ptr      PIC 9(5).
       01 WS-Now-Date     PIC X(8).
       01 WS-Now-Time     PIC X(8).
      * Control totals summed over the partitions' reports, kept in
      * the order the labels first appear.
       01 WS-Total-Used   PIC 99 VALUE 0.
       01 WS-Total-Table.
           05 WS-Total-Entry OCCURS 30 TIMES.
               10 WS-TT-Label       PIC X(30).
               10 WS-TT-Value       PIC 9(8).
      * The PARAMETER lines closing the first partition's report -
      * the settings the partitions ran with.
       01 WS-Parm-Used    PIC 99 VALUE 0.
       01 WS-Parm-Table.
           05 WS-Parm-Report-Line PIC X(80) OCCURS 10 TIMES.
       01 WS-Joined-Count PIC 9(8) VALUE 0.
       01 WS-Sum-Input    PIC 9(8) VALUE 0.
       01 WS-Sum-Output   PIC 9(8) VALUE 0.
       01 WS-Sum-Reject   PIC 9(8) VALUE 0.
       01 WS-Sum-Ambig    PIC 9(8) VALUE 0.
       01 WS-Already-Joined PIC X VALUE "N".
           88 PARENT-ALREADY-JOINED VALUE "Y".
       01 WS-Out-Of-Balance PIC X VALUE "N".
           88 JOIN-OUT-OF-BALANCE  VALUE "Y".
       01 WS-Report-Line.
           05 WS-Report-Label   PIC X(30).
           05 WS-Report-Value   PIC ZZZZZZZ9.
       PROCEDURE DIVISION.
           ACCEPT WS-Action FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Action
           END-ACCEPT
           SET WS-Action TO FUNCTION UPPER-CASE (WS-Action)
           ACCEPT WS-Arg-2 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Arg-2
           END-ACCEPT
           ACCEPT WS-Arg-3 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Arg-3
           END-ACCEPT
           ACCEPT WS-Arg-4 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Arg-4
           END-ACCEPT
           EVALUATE WS-Action
               WHEN "SPLIT"
                   MOVE WS-Arg-2 TO WS-In-File
                   MOVE WS-Arg-3 TO WS-Parent
                   MOVE WS-Arg-4 TO WS-Partitions-Arg
                   PERFORM SPLIT-REQUEST-FILE
               WHEN "RUN"
                   MOVE WS-Arg-2 TO WS-Parent
                   MOVE WS-Arg-3 TO WS-Dict-File
                   MOVE WS-Arg-4 TO WS-Cutoff-Param
                   PERFORM RUN-PARTITIONS
               WHEN "JOIN"
                   MOVE WS-Arg-2 TO WS-Parent
                   PERFORM JOIN-PARTITIONS
               WHEN OTHER
                   DISPLAY "usage: CIPHPART SPLIT in-file parent-base "
                       "partitions"
                   DISPLAY "       CIPHPART RUN   parent-base "
                       "[dict-file] [cutoff]"
                   DISPLAY "       CIPHPART JOIN  parent-base"
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      * The partitions are consecutive blocks of the input, so
      * joining them back in partition order is the original order.
      * The first partitions take one record more when the count
      * does not divide evenly.  An existing control file means the
      * parent id is in use; it is never split twice.
       SPLIT-REQUEST-FILE.
           IF WS-In-File = SPACES OR WS-Parent = SPACES
                   OR WS-Partitions-Arg = SPACES
               DISPLAY "usage: CIPHPART SPLIT in-file parent-base "
                   "partitions"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL (WS-Partitions-Arg) NOT = 0
               DISPLAY "ERROR: partitions '"
                   FUNCTION TRIM(WS-Partitions-Arg)
                   "' is not a number from 2 to 20"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL (WS-Partitions-Arg) < 2
                   OR FUNCTION NUMVAL (WS-Partitions-Arg) > 20
               DISPLAY "ERROR: partitions '"
                   FUNCTION TRIM(WS-Partitions-Arg)
                   "' is not a number from 2 to 20"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (WS-Partitions-Arg) TO WS-Partitions
           IF FUNCTION LENGTH (FUNCTION TRIM(WS-Parent)) > 35
               DISPLAY "ERROR: parent base '" FUNCTION TRIM(WS-Parent)
                   "' is longer than 35 characters"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-CONTROL-FILE-NAME
           OPEN INPUT PARTITION-CONTROL-FILE
           IF WS-Control-File-Status NOT = "35"
               IF WS-Control-File-Status = "00"
                   CLOSE PARTITION-CONTROL-FILE
               END-IF
               DISPLAY "ERROR: parent '" FUNCTION TRIM(WS-Parent)
                   "' is already split ('"
                   FUNCTION TRIM(WS-Control-File)
                   "') - choose a new parent base"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-REQUEST-RECORDS
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-Input-Count < WS-Partitions
               DISPLAY "ERROR: " WS-Input-Count " input records "
                   "cannot fill " WS-Partitions " partitions"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DIVIDE WS-Input-Count BY WS-Partitions
               GIVING WS-Block-Size REMAINDER WS-Block-Extra
           ACCEPT WS-Split-Date FROM DATE YYYYMMDD
           MOVE 1 TO WS-Record-Number
           PERFORM VARYING WS-Part FROM 1 BY 1
                   UNTIL WS-Part > WS-Partitions
               PERFORM BUILD-PARTITION-NAMES
               MOVE WS-Record-Number TO WS-PT-First (WS-Part)
               MOVE WS-Block-Size TO WS-PT-Count (WS-Part)
               IF WS-Part <= WS-Block-Extra
                   ADD 1 TO WS-PT-Count (WS-Part)
               END-IF
               ADD WS-PT-Count (WS-Part) TO WS-Record-Number
           END-PERFORM
           MOVE WS-Partitions TO WS-Part-Used
           PERFORM WRITE-PARTITION-FILES
           IF RETURN-CODE = 0
               PERFORM WRITE-PARTITION-CONTROL
           END-IF
           IF RETURN-CODE = 0
               DISPLAY "Input records read  : " WS-Input-Count
               PERFORM VARYING WS-Part FROM 1 BY 1
                       UNTIL WS-Part > WS-Part-Used
                   DISPLAY "  partition " WS-Part " "
                       FUNCTION TRIM(WS-PT-In-File (WS-Part))
                       " records " WS-PT-Count (WS-Part)
               END-PERFORM
           END-IF.

       BUILD-CONTROL-FILE-NAME.
           MOVE SPACES TO WS-Control-File
           STRING FUNCTION TRIM(WS-Parent) DELIMITED BY SIZE
                  ".part" DELIMITED BY SIZE
               INTO WS-Control-File.

       BUILD-PARTITION-NAMES.
           MOVE WS-Part TO WS-Part-Num
           MOVE SPACES TO WS-PT-Base (WS-Part)
           STRING FUNCTION TRIM(WS-Parent) DELIMITED BY SIZE
                  ".p" DELIMITED BY SIZE
                  WS-Part-Num DELIMITED BY SIZE
               INTO WS-PT-Base (WS-Part)
           MOVE SPACES TO WS-PT-In-File (WS-Part)
           STRING FUNCTION TRIM(WS-PT-Base (WS-Part))
                  DELIMITED BY SIZE
                  ".in" DELIMITED BY SIZE
               INTO WS-PT-In-File (WS-Part).

       COUNT-REQUEST-RECORDS.
           OPEN INPUT CIPHER-REQUEST-FILE
           IF WS-Request-File-Status NOT = "00"
               DISPLAY "ERROR: cannot open input file '"
                   FUNCTION TRIM(WS-In-File)
                   "' (status " WS-Request-File-Status ")"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM UNTIL END-OF-REQUESTS
                   READ CIPHER-REQUEST-FILE
                       AT END
                           SET END-OF-REQUESTS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Input-Count
                   END-READ
               END-PERFORM
               CLOSE CIPHER-REQUEST-FILE
           END-IF.

      * Second pass: each record goes to the partition whose block
      * holds its record number.
       WRITE-PARTITION-FILES.
           MOVE "N" TO WS-Request-Eof
           MOVE 0 TO WS-Record-Number
           MOVE 0 TO WS-Part
           OPEN INPUT CIPHER-REQUEST-FILE
           IF WS-Request-File-Status NOT = "00"
               DISPLAY "ERROR: cannot reopen input file '"
                   FUNCTION TRIM(WS-In-File)
                   "' (status " WS-Request-File-Status ")"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM UNTIL END-OF-REQUESTS OR RETURN-CODE NOT = 0
                   READ CIPHER-REQUEST-FILE
                       AT END
                           SET END-OF-REQUESTS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-Record-Number
                           IF WS-Part < WS-Part-Used
                               IF WS-Record-Number
                                       = WS-PT-First (WS-Part + 1)
                                   PERFORM OPEN-NEXT-PARTITION
                               END-IF
                           END-IF
                           IF RETURN-CODE = 0
                               WRITE PARTITION-RECORD
                                   FROM CIPHER-REQUEST-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CIPHER-REQUEST-FILE
               IF WS-Part > 0 AND RETURN-CODE = 0
                   CLOSE PARTITION-FILE
               END-IF
               IF WS-Record-Number NOT = WS-Input-Count
                       AND RETURN-CODE = 0
                   DISPLAY "ERROR: input file changed while it was "
                       "being split (" WS-Record-Number " records, "
                       "counted " WS-Input-Count ")"
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.

       OPEN-NEXT-PARTITION.
           IF WS-Part > 0
               CLOSE PARTITION-FILE
           END-IF
           ADD 1 TO WS-Part
           MOVE WS-PT-In-File (WS-Part) TO WS-Part-File
           OPEN OUTPUT PARTITION-FILE
           IF WS-Part-File-Status NOT = "00"
               DISPLAY "ERROR: cannot open partition file '"
                   FUNCTION TRIM(WS-Part-File)
                   "' (status " WS-Part-File-Status ")"
               MOVE 1 TO RETURN-CODE
           END-IF.

      * Written last, so a split that failed part way leaves no
      * control file and can simply be run again.
       WRITE-PARTITION-CONTROL.
           OPEN OUTPUT PARTITION-CONTROL-FILE
           IF WS-Control-File-Status NOT = "00"
               DISPLAY "ERROR: cannot open partition control file '"
                   FUNCTION TRIM(WS-Control-File)
                   "' (status " WS-Control-File-Status ")"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-Part FROM 1 BY 1
                       UNTIL WS-Part > WS-Part-Used
                   MOVE WS-Split-Date TO PC-Split-Date
                   MOVE WS-Parent TO PC-Parent
                   MOVE WS-In-File TO PC-Input-File
                   MOVE WS-Input-Count TO PC-Input-Count
                   MOVE WS-Part-Used TO PC-Partitions
                   MOVE WS-Part TO PC-Partition
                   MOVE WS-PT-In-File (WS-Part) TO PC-Part-In-File
                   MOVE WS-PT-Base (WS-Part) TO PC-Part-Base
                   MOVE WS-PT-First (WS-Part) TO PC-First-Record
                   MOVE WS-PT-Count (WS-Part) TO PC-Record-Count
                   WRITE PARTITION-CONTROL-RECORD
               END-PERFORM
               CLOSE PARTITION-CONTROL-FILE
           END-IF.

       LOAD-PARTITION-CONTROL.
           IF WS-Parent = SPACES
               DISPLAY "ERROR: no parent base given"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-CONTROL-FILE-NAME
           OPEN INPUT PARTITION-CONTROL-FILE
           IF WS-Control-File-Status NOT = "00"
               DISPLAY "ERROR: cannot open partition control file '"
                   FUNCTION TRIM(WS-Control-File)
                   "' (status " WS-Control-File-Status
                   ") - run SPLIT first"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM UNTIL END-OF-CONTROL-FILE
                   READ PARTITION-CONTROL-FILE
                       AT END
                           SET END-OF-CONTROL-FILE TO TRUE
                       NOT AT END
                           IF WS-Part-Used < 20
                               ADD 1 TO WS-Part-Used
                               MOVE WS-Part-Used TO WS-Part
                               INITIALIZE WS-Part-Entry (WS-Part)
                               MOVE PC-Part-In-File
                                   TO WS-PT-In-File (WS-Part)
                               MOVE PC-Part-Base
                                   TO WS-PT-Base (WS-Part)
                               MOVE PC-First-Record
                                   TO WS-PT-First (WS-Part)
                               MOVE PC-Record-Count
                                   TO WS-PT-Count (WS-Part)
                               MOVE PC-Split-Date TO WS-Split-Date
                               MOVE PC-Input-File TO WS-Split-Input
                               MOVE PC-Input-Count TO WS-Input-Count
                               MOVE PC-Partitions TO WS-Partitions
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTITION-CONTROL-FILE
               IF WS-Part-Used = 0 OR WS-Part-Used NOT = WS-Partitions
                   DISPLAY "ERROR: partition control file '"
                       FUNCTION TRIM(WS-Control-File)
                       "' is incomplete"
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.

      * Each partition's state is the last registry event for its
      * base since the split.
       SCAN-PARTITION-EVENTS.
           MOVE "N" TO WS-Registry-Eof
           MOVE 0 TO WS-Done-Count
           PERFORM VARYING WS-Part FROM 1 BY 1
                   UNTIL WS-Part > WS-Part-Used
               MOVE SPACES TO WS-PT-Event (WS-Part)
           END-PERFORM
           OPEN INPUT RUN-REGISTRY-FILE
           IF WS-Registry-File-Status = "00"
               PERFORM UNTIL END-OF-REGISTRY
                   READ RUN-REGISTRY-FILE
                       AT END
                           SET END-OF-REGISTRY TO TRUE
                       NOT AT END
                           IF RR-Run-Date >= WS-Split-Date
                               PERFORM NOTE-PARTITION-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-REGISTRY-FILE
           ELSE
               IF WS-Registry-File-Status NOT = "35"
                   DISPLAY "WARNING: cannot open run registry "
                       "(status " WS-Registry-File-Status "), "
                       "every partition shows as not run"
               END-IF
           END-IF
           PERFORM VARYING WS-Part FROM 1 BY 1
                   UNTIL WS-Part > WS-Part-Used
               IF WS-PT-Event (WS-Part) = "COMPLETED"
                   ADD 1 TO WS-Done-Count
               END-IF
           END-PERFORM.

       NOTE-PARTITION-EVENT.
           IF RR-Base-Name = WS-Parent AND RR-Event = "JOINED"
               SET PARENT-ALREADY-JOINED TO TRUE
           END-IF
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Part-Used
               IF RR-Base-Name = WS-PT-Base (WS-Idx)
                   MOVE RR-Event TO WS-PT-Event (WS-Idx)
               END-IF
           END-PERFORM.

       RUN-PARTITIONS.
           PERFORM LOAD-PARTITION-CONTROL
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM SCAN-PARTITION-EVENTS
           MOVE SPACES TO WS-Command
           MOVE 1 TO WS-Cmd-Ptr
           PERFORM VARYING WS-Part FROM 1 BY 1
                   UNTIL WS-Part > WS-Part-Used
               EVALUATE WS-PT-Event (WS-Part)
                   WHEN "COMPLETED"
                       CONTINUE
                   WHEN "BACKEDOUT"
                       ADD 1 TO WS-Held-Count
                       DISPLAY "ERROR: partition " WS-Part " "
                           FUNCTION TRIM(WS-PT-Base (WS-Part))
                           " was backed out - split again under a "
                           "new parent base"
                   WHEN OTHER
                       PERFORM SET-RESTART-RECORD
                       PERFORM ADD-PARTITION-COMMAND
               END-EVALUATE
           END-PERFORM
           IF WS-Launch-Count > 0
               STRING "wait" DELIMITED BY SIZE
                   INTO WS-Command WITH POINTER WS-Cmd-Ptr
               DISPLAY "Partitions launched : " WS-Launch-Count
               CALL "SYSTEM" USING WS-Command
               MOVE 0 TO RETURN-CODE
               PERFORM SCAN-PARTITION-EVENTS
           END-IF
           PERFORM VARYING WS-Part FROM 1 BY 1
                   UNTIL WS-Part > WS-Part-Used
               IF WS-PT-Event (WS-Part) = SPACES
                   DISPLAY "  partition " WS-Part " "
                       FUNCTION TRIM(WS-PT-Base (WS-Part))
                       " NOT RUN"
               ELSE
                   DISPLAY "  partition " WS-Part " "
                       FUNCTION TRIM(WS-PT-Base (WS-Part)) " "
                       WS-PT-Event (WS-Part)
               END-IF
           END-PERFORM
           DISPLAY "Partitions complete : " WS-Done-Count
               " of " WS-Part-Used
           IF WS-Done-Count < WS-Part-Used
               IF WS-Held-Count = 0
                   DISPLAY "relaunch CIPHPART RUN to restart the "
                       "unfinished partitions"
               END-IF
               MOVE 1 TO RETURN-CODE
           END-IF.

      * A partition that started and stopped - at its cutoff or on a
      * failure - picks up after the last record its checkpoint
      * holds; one that never got going starts from the top.
       SET-RESTART-RECORD.
           MOVE 0 TO WS-PT-Restart (WS-Part)
           IF WS-PT-Event (WS-Part) = "STARTED"
                   OR WS-PT-Event (WS-Part) = "CUTOFF"
               MOVE SPACES TO WS-Ckpt-File
               STRING FUNCTION TRIM(WS-PT-Base (WS-Part))
                      DELIMITED BY SIZE
                      ".ckpt" DELIMITED BY SIZE
                   INTO WS-Ckpt-File
               OPEN INPUT CHECKPOINT-FILE
               IF WS-Ckpt-File-Status = "00"
                   READ CHECKPOINT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CP-Record-Number IS NUMERIC
                               MOVE CP-Record-Number
                                   TO WS-PT-Restart (WS-Part)
                           END-IF
                   END-READ
                   CLOSE CHECKPOINT-FILE
               END-IF
           END-IF.

      * Each partition runs in the background with its own job log;
      * the closing wait holds this job until every one has ended.
       ADD-PARTITION-COMMAND.
           IF WS-Launch-Count > 0
               STRING "sleep 1; " DELIMITED BY SIZE
                   INTO WS-Command WITH POINTER WS-Cmd-Ptr
           END-IF
           STRING FUNCTION TRIM(WS-Cipher-Program) DELIMITED BY SIZE
                  " BATCH '" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PT-In-File (WS-Part))
                      DELIMITED BY SIZE
                  "' '" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PT-Base (WS-Part))
                      DELIMITED BY SIZE
                  "' " DELIMITED BY SIZE
                  WS-PT-Restart (WS-Part) DELIMITED BY SIZE
                  " '" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Dict-File) DELIMITED BY SIZE
                  "' '" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Cutoff-Param) DELIMITED BY SIZE
                  "' > '" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PT-Base (WS-Part))
                      DELIMITED BY SIZE
                  ".joblog' 2>&1 & " DELIMITED BY SIZE
               INTO WS-Command WITH POINTER WS-Cmd-Ptr
           ADD 1 TO WS-Launch-Count
           IF WS-PT-Restart (WS-Part) > 0
               DISPLAY "  partition " WS-Part " "
                   FUNCTION TRIM(WS-PT-Base (WS-Part))
                   " restarting after record " WS-PT-Restart (WS-Part)
           ELSE
               DISPLAY "  partition " WS-Part " "
                   FUNCTION TRIM(WS-PT-Base (WS-Part)) " starting"
           END-IF.

       JOIN-PARTITIONS.
           PERFORM LOAD-PARTITION-CONTROL
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM SCAN-PARTITION-EVENTS
           IF PARENT-ALREADY-JOINED
               DISPLAY "ERROR: parent '" FUNCTION TRIM(WS-Parent)
                   "' is already joined and registered"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-Done-Count < WS-Part-Used
               PERFORM VARYING WS-Part FROM 1 BY 1
                       UNTIL WS-Part > WS-Part-Used
                   IF WS-PT-Event (WS-Part) NOT = "COMPLETED"
                       DISPLAY "ERROR: partition " WS-Part " "
                           FUNCTION TRIM(WS-PT-Base (WS-Part))
                           " has not completed"
                   END-IF
               END-PERFORM
               DISPLAY "ERROR: " WS-Done-Count " of " WS-Part-Used
                   " partitions complete - nothing joined"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM JOIN-RESULT-FILES
           IF RETURN-CODE = 0
               PERFORM SUM-CONTROL-REPORTS
           END-IF
           IF RETURN-CODE = 0
               PERFORM WRITE-JOINED-REPORT
           END-IF
           IF RETURN-CODE = 0
               PERFORM WRITE-JOINED-EVENT
           END-IF.

       JOIN-RESULT-FILES.
           MOVE WS-Parent TO WS-Out-File
           OPEN OUTPUT CIPHER-RESULT-FILE
           IF WS-Result-File-Status NOT = "00"
               DISPLAY "ERROR: cannot open output file '"
                   FUNCTION TRIM(WS-Out-File)
                   "' (status " WS-Result-File-Status ")"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-Part FROM 1 BY 1
                       UNTIL WS-Part > WS-Part-Used
                           OR RETURN-CODE NOT = 0
                   PERFORM COPY-PARTITION-RESULTS
               END-PERFORM
               CLOSE CIPHER-RESULT-FILE
           END-IF.

       COPY-PARTITION-RESULTS.
           MOVE WS-PT-Base (WS-Part) TO WS-Part-File
           MOVE "N" TO WS-Result-Eof
           OPEN INPUT PARTITION-FILE
           IF WS-Part-File-Status NOT = "00"
               DISPLAY "ERROR: cannot open partition result file '"
                   FUNCTION TRIM(WS-Part-File)
                   "' (status " WS-Part-File-Status ")"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM UNTIL END-OF-RESULTS
                   READ PARTITION-FILE
                       AT END
                           SET END-OF-RESULTS TO TRUE
                       NOT AT END
                           WRITE CIPHER-RESULT-RECORD
                               FROM PARTITION-RECORD
                           ADD 1 TO WS-PT-Joined (WS-Part)
                           ADD 1 TO WS-Joined-Count
                   END-READ
               END-PERFORM
               CLOSE PARTITION-FILE
           END-IF.

      * Every count line on a partition's control report is summed
      * under its own label, so the joined report carries whatever
      * totals a single run's report does.  The parameter lines are
      * not counts; the first partition's are carried over as they
      * stand.
       SUM-CONTROL-REPORTS.
           PERFORM VARYING WS-Part FROM 1 BY 1
                   UNTIL WS-Part > WS-Part-Used
                       OR RETURN-CODE NOT = 0
               MOVE SPACES TO WS-Report-File
               STRING FUNCTION TRIM(WS-PT-Base (WS-Part))
                      DELIMITED BY SIZE
                      ".rpt" DELIMITED BY SIZE
                   INTO WS-Report-File
               MOVE "N" TO WS-Report-Eof
               OPEN INPUT CONTROL-REPORT-FILE
               IF WS-Report-File-Status NOT = "00"
                   DISPLAY "ERROR: cannot open partition control "
                       "report '" FUNCTION TRIM(WS-Report-File)
                       "' (status " WS-Report-File-Status ")"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL END-OF-REPORT
                       READ CONTROL-REPORT-FILE
                           AT END
                               SET END-OF-REPORT TO TRUE
                           NOT AT END
                               PERFORM ADD-CONTROL-TOTAL
                       END-READ
                   END-PERFORM
                   CLOSE CONTROL-REPORT-FILE
               END-IF
           END-PERFORM.

       ADD-CONTROL-TOTAL.
           IF CN-Label(1:10) = "PARAMETER "
               IF WS-Part = 1 AND WS-Parm-Used < 10
                   ADD 1 TO WS-Parm-Used
                   MOVE CONTROL-REPORT-RECORD
                       TO WS-Parm-Report-Line (WS-Parm-Used)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF CN-Label = SPACES
                   OR FUNCTION TEST-NUMVAL (CN-Value) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF CN-Label = "INPUT RECORDS READ"
               MOVE FUNCTION NUMVAL (CN-Value)
                   TO WS-PT-Rpt-Input (WS-Part)
           END-IF
           MOVE 0 TO WS-Idx
           PERFORM VARYING WS-Record-Number FROM 1 BY 1
                   UNTIL WS-Record-Number > WS-Total-Used
                       OR WS-Idx > 0
               IF WS-TT-Label (WS-Record-Number) = CN-Label
                   MOVE WS-Record-Number TO WS-Idx
               END-IF
           END-PERFORM
           IF WS-Idx = 0 AND WS-Total-Used < 30
               ADD 1 TO WS-Total-Used
               MOVE WS-Total-Used TO WS-Idx
               MOVE CN-Label TO WS-TT-Label (WS-Idx)
               MOVE 0 TO WS-TT-Value (WS-Idx)
           END-IF
           IF WS-Idx > 0
               ADD FUNCTION NUMVAL (CN-Value) TO WS-TT-Value (WS-Idx)
               EVALUATE CN-Label
                   WHEN "INPUT RECORDS READ"
                       ADD FUNCTION NUMVAL (CN-Value) TO WS-Sum-Input
                   WHEN "OUTPUT RECORDS WRITTEN"
                       ADD FUNCTION NUMVAL (CN-Value) TO WS-Sum-Output
                   WHEN "REJECTED RECORDS"
                       ADD FUNCTION NUMVAL (CN-Value) TO WS-Sum-Reject
                   WHEN "AMBIGUOUS SOLVES"
                       ADD FUNCTION NUMVAL (CN-Value) TO WS-Sum-Ambig
               END-EVALUATE
           END-IF.

      * The joined report is laid out as a single run's is, so
      * anything that reads a control report can read it.  The
      * summed input, each partition's input and the rejoined
      * result count must all come back to the original input
      * count, or the report says OUT OF BALANCE.
       WRITE-JOINED-REPORT.
           IF WS-Sum-Input NOT = WS-Input-Count
                   OR WS-Joined-Count NOT = WS-Input-Count
               SET JOIN-OUT-OF-BALANCE TO TRUE
           END-IF
           PERFORM VARYING WS-Part FROM 1 BY 1
                   UNTIL WS-Part > WS-Part-Used
               IF WS-PT-Rpt-Input (WS-Part) NOT = WS-PT-Count (WS-Part)
                       OR WS-PT-Joined (WS-Part)
                           NOT = WS-PT-Count (WS-Part)
                   SET JOIN-OUT-OF-BALANCE TO TRUE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-Report-File
           STRING FUNCTION TRIM(WS-Parent) DELIMITED BY SIZE
                  ".rpt" DELIMITED BY SIZE
               INTO WS-Report-File
           OPEN OUTPUT CONTROL-REPORT-FILE
           IF WS-Report-File-Status NOT = "00"
               DISPLAY "ERROR: cannot open report file '"
                   FUNCTION TRIM(WS-Report-File)
                   "' (status " WS-Report-File-Status ")"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-Idx FROM 1 BY 1
                       UNTIL WS-Idx > WS-Total-Used
                   MOVE WS-TT-Label (WS-Idx) TO WS-Report-Label
                   MOVE WS-TT-Value (WS-Idx) TO WS-Report-Value
                   MOVE WS-Report-Line TO CONTROL-REPORT-RECORD
                   WRITE CONTROL-REPORT-RECORD
               END-PERFORM
               MOVE "PARTITIONS JOINED" TO WS-Report-Label
               MOVE WS-Part-Used TO WS-Report-Value
               MOVE WS-Report-Line TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
               PERFORM VARYING WS-Part FROM 1 BY 1
                       UNTIL WS-Part > WS-Part-Used
                   MOVE WS-Part TO WS-Part-Num
                   MOVE SPACES TO WS-Report-Label
                   STRING "  PARTITION " DELIMITED BY SIZE
                          WS-Part-Num DELIMITED BY SIZE
                          " INPUT" DELIMITED BY SIZE
                       INTO WS-Report-Label
                   MOVE WS-PT-Rpt-Input (WS-Part) TO WS-Report-Value
                   MOVE WS-Report-Line TO CONTROL-REPORT-RECORD
                   WRITE CONTROL-REPORT-RECORD
               END-PERFORM
               MOVE "ORIGINAL INPUT RECORDS" TO WS-Report-Label
               MOVE WS-Input-Count TO WS-Report-Value
               MOVE WS-Report-Line TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
               MOVE "RESULT RECORDS REJOINED" TO WS-Report-Label
               MOVE WS-Joined-Count TO WS-Report-Value
               MOVE WS-Report-Line TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
               IF JOIN-OUT-OF-BALANCE
                   MOVE "OUT OF BALANCE" TO WS-Report-Label
                   MOVE 1 TO WS-Report-Value
                   MOVE WS-Report-Line TO CONTROL-REPORT-RECORD
                   WRITE CONTROL-REPORT-RECORD
               END-IF
               PERFORM VARYING WS-Idx FROM 1 BY 1
                       UNTIL WS-Idx > WS-Parm-Used
                   MOVE WS-Parm-Report-Line (WS-Idx)
                       TO CONTROL-REPORT-RECORD
                   WRITE CONTROL-REPORT-RECORD
               END-PERFORM
               CLOSE CONTROL-REPORT-FILE
           END-IF
           DISPLAY "Original input records : " WS-Input-Count
           DISPLAY "Partition input total  : " WS-Sum-Input
           DISPLAY "Result records rejoined: " WS-Joined-Count
           IF JOIN-OUT-OF-BALANCE
               DISPLAY "BALANCE CHECK: *** OUT OF BALANCE ***"
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "BALANCE CHECK: PARTITIONS TIE TO INPUT"
           END-IF.

      * A joined run that balanced is registered under the parent
      * base with the original input file, so the jobs that follow a
      * run's delivery find it; it names no audit file, since the
      * partitions' own registrations carry those.  Without the event
      * the parent is never packaged, so a failed write ends the job
      * in error; JOIN can simply be run again.
       WRITE-JOINED-EVENT.
           OPEN EXTEND RUN-REGISTRY-FILE
           IF WS-Registry-File-Status = "35"
               OPEN OUTPUT RUN-REGISTRY-FILE
           END-IF
           IF WS-Registry-File-Status NOT = "00"
               DISPLAY "ERROR: cannot open run registry (status "
                   WS-Registry-File-Status "), JOINED event not "
                   "written - rerun JOIN"
               MOVE 1 TO RETURN-CODE
           ELSE
               ACCEPT WS-Now-Date FROM DATE YYYYMMDD
               ACCEPT WS-Now-Time FROM TIME
               MOVE SPACES TO RUN-REGISTRY-RECORD
               MOVE WS-Split-Date TO RR-Run-Date
               STRING WS-Now-Date DELIMITED BY SIZE
                      WS-Now-Time DELIMITED BY SIZE
                   INTO RR-Timestamp
               MOVE "JOINED" TO RR-Event
               MOVE WS-Parent TO RR-Base-Name
               MOVE WS-Sum-Input TO RR-Input-Count
               MOVE WS-Sum-Output TO RR-Output-Count
               MOVE WS-Sum-Reject TO RR-Reject-Count
               MOVE WS-Sum-Ambig TO RR-Ambig-Count
               MOVE WS-Split-Input TO RR-Input-File
               WRITE RUN-REGISTRY-RECORD
               IF WS-Registry-File-Status NOT = "00"
                   DISPLAY "ERROR: cannot write JOINED event to run "
                       "registry (status " WS-Registry-File-Status
                       ") - rerun JOIN"
                   MOVE 1 TO RETURN-CODE
               END-IF
               CLOSE RUN-REGISTRY-FILE
           END-IF.

       END PROGRAM CIPHPART.
