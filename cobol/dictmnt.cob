      *   DICTMNT CHANGE dict-file type text weight
      *   DICTMNT DELETE dict-file type text
      *   DICTMNT LIST   dict-file
      *
      * Only operators active in the operator master may use it; a
      * refused attempt is written to the cipher audit log with
      * status BADOPER so it shows up with the rest of the trail.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DICTIONARY-FILE ASSIGN TO DYNAMIC WS-Dict-File
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dict-File-Status.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-Oper-Id
               FILE STATUS IS WS-Oper-Master-Status.
           SELECT AUDIT-LOG-FILE ASSIGN TO "cipher-audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-File-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  DICTIONARY-FILE.
           COPY SOLVDICT REPLACING ==DT-TYPE==   BY ==DT-Type==,
                                   ==DT-TEXT==   BY ==DT-Text==,
                                   ==DT-WEIGHT== BY ==DT-Weight==.
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           COPY OPERMAST.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITLOG REPLACING
               ==AT-TIMESTAMP== BY ==AL-Timestamp==,
               ==AT-OPERATOR==  BY ==AL-Operator==,
               ==AT-FUNC==      BY ==AL-Func==,
               ==AT-KEY==       BY ==AL-Key==,
               ==AT-STATUS==    BY ==AL-Status==,
               ==AT-KEYNAME==   BY ==AL-Keyname==,
               ==AT-DEPT==      BY ==AL-Dept==.
       LOCAL-STORAGE SECTION.
       01 WS-Action       PIC X(10).
       01 WS-Dict-File    PIC X(100) VALUE SPACES.
       01 WS-Idx          PIC 9(3).
       01 WS-Found-Idx    PIC 9(3) VALUE 0.
       01 WS-Load-Overflow PIC 9(5) VALUE 0.
       01 WS-Operator     PIC X(20).
       01 WS-Oper-Master-Status PIC XX.
       01 WS-Audit-File-Status PIC XX.
       01 WS-Today        PIC X(8).
       01 WS-Today-Num    PIC 9(8).
       01 WS-Now-Time     PIC X(8).
       01 WS-Oper-Check   PIC X VALUE SPACE.
           88 OPERATOR-ACCEPTED    VALUE "A".
           88 OPERATOR-UNKNOWN     VALUE "U".
           88 OPERATOR-INACTIVE    VALUE "I".
       PROCEDURE DIVISION.
           ACCEPT WS-Action FROM ARGUMENT-VALUE
           SET WS-Action TO FUNCTION UPPER-CASE (WS-Action)
                   "[type text weight]"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM CHECK-OPERATOR-MASTER
               IF NOT OPERATOR-ACCEPTED
                   PERFORM REFUSE-OPERATOR
               ELSE
                   PERFORM LOAD-DICT-TABLE
               END-IF
               IF RETURN-CODE = 0
                   EVALUATE WS-Action
                       WHEN "ADD"
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
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-Audit-File-Status = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           IF WS-Audit-File-Status NOT = "00"
               DISPLAY "WARNING: cannot open cipher-audit.log "
                   "(status " WS-Audit-File-Status ")"
           ELSE
               ACCEPT WS-Now-Time FROM TIME
               MOVE SPACES TO AUDIT-LOG-RECORD
               STRING WS-Today DELIMITED BY SIZE
                      WS-Now-Time DELIMITED BY SIZE
                   INTO AL-Timestamp
               MOVE WS-Operator TO AL-Operator
               MOVE "DICTMNT" TO AL-Func
               MOVE 0 TO AL-Key
               MOVE "BADOPER" TO AL-Status
               WRITE AUDIT-LOG-RECORD
               CLOSE AUDIT-LOG-FILE
           END-IF.

      * A missing dictionary file is an empty dictionary as far as
      * ADD is concerned; the file appears on the first write-back.
       LOAD-DICT-TABLE.
