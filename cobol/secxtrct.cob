       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECXTRCT.
      *****************************************************************
      * Incremental extract of the audit master for the corporate
      * security monitoring system.
      *
      * Security used to get AUDITRPT printouts by mail.  Each run of
      * this job reads cipher-audit.idx forward from the last key
      * extracted (the high-water mark) and writes a pipe-delimited
      * file for their loader: a header record naming the source
      * system, the extract number and the extract timestamp, one
      * detail record per audit record, and a trailer with the record
      * count and the first and last keys.
      *
      *   SECXTRCT                  next extract
      *   SECXTRCT extract-number   rerun an extract already taken
      *
      * The file is secxtrct.<number>.dat.  The high-water mark lives
      * in secxtrct.log, one record per completed extract, and is
      * only written once the extract file has been written and
      * closed cleanly - a failed or partial extract leaves the mark
      * where it was, and the next run takes the same records again
      * under the same number.  A rerun reads exactly the logged key
      * range and stamps the logged extract time, so it reproduces
      * the original file; if the audit master no longer yields the
      * logged count and keys, the rerun says so and ends non-zero.
      *
      * The audit master is keyed by event time, so the job belongs
      * after the night's MERGE: records merged late for an earlier
      * day land behind the mark and are not extracted.
      *
      * H|source|extract-no|extract-time|from-key
      * D|timestamp|seq|operator|func|key|status|keyname|dept
      * T|extract-no|record-count|first-key|last-key
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-MASTER-FILE ASSIGN TO "cipher-audit.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-Rec-Key
               FILE STATUS IS WS-Audit-Master-Status.
           SELECT EXTRACT-LOG-FILE ASSIGN TO "secxtrct.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Log-File-Status.
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-Extract-File
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Extract-File-Status.
       DATA DIVISION.
       FILE SECTION.
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
       FD  EXTRACT-LOG-FILE.
       01  EXTRACT-LOG-RECORD.
           05 XL-Extract-Number PIC 9(8).
           05 XL-Extract-Stamp  PIC X(16).
      * Spaces on the first extract ever taken.
           05 XL-From-Key       PIC X(24).
      * Spaces when the extract found nothing new.
           05 XL-First-Key      PIC X(24).
      * The high-water mark this extract leaves behind.
           05 XL-Last-Key       PIC X(24).
           05 XL-Record-Count   PIC 9(8).
           05 XL-Extract-File   PIC X(60).
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD          PIC X(200).
       LOCAL-STORAGE SECTION.
       01 WS-Source-System PIC X(13) VALUE "CEASER-CIPHER".
       01 WS-Number-Param PIC X(10) VALUE SPACES.
       01 WS-Requested    PIC 9(8) VALUE 0.
       01 WS-Extract-Number PIC 9(8) VALUE 0.
       01 WS-Extract-File PIC X(100) VALUE SPACES.
       01 WS-Audit-Master-Status PIC XX.
       01 WS-Log-File-Status PIC XX.
       01 WS-Extract-File-Status PIC XX.
       01 WS-Log-Eof      PIC X VALUE "N".
           88 END-OF-EXTRACT-LOG   VALUE "Y".
       01 WS-Audit-Eof    PIC X VALUE "N".
           88 END-OF-AUDIT         VALUE "Y".
       01 WS-Rerun        PIC X VALUE "N".
           88 RERUN-OF-EXTRACT     VALUE "Y".
       01 WS-Failed       PIC X VALUE "N".
           88 EXTRACT-FAILED       VALUE "Y".
       01 WS-Last-Number  PIC 9(8) VALUE 0.
       01 WS-Mark         PIC X(24) VALUE SPACES.
       01 WS-Extract-Stamp PIC X(16).
       01 WS-Now-Date     PIC X(8).
       01 WS-Now-Time     PIC X(8).
       01 WS-From-Key     PIC X(24) VALUE SPACES.
       01 WS-Upper-Key    PIC X(24) VALUE SPACES.
       01 WS-First-Key    PIC X(24) VALUE SPACES.
       01 WS-Last-Key     PIC X(24) VALUE SPACES.
       01 WS-Record-Count PIC 9(8) VALUE 0.
       01 WS-Logged-Count PIC 9(8) VALUE 0.
       01 WS-Logged-First PIC X(24) VALUE SPACES.
       01 WS-Logged-Last  PIC X(24) VALUE SPACES.
       01 WS-Logged-File  PIC X(60) VALUE SPACES.
       01 WS-This-Key     PIC X(24).
       PROCEDURE DIVISION.
           ACCEPT WS-Number-Param FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Number-Param
           END-ACCEPT
           IF WS-Number-Param NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-Number-Param) = 0
                   MOVE FUNCTION NUMVAL (WS-Number-Param)
                       TO WS-Requested
               ELSE
                   DISPLAY "usage: SECXTRCT [extract-number]"
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE = 0
               PERFORM LOAD-EXTRACT-LOG
           END-IF
           IF RETURN-CODE = 0
               PERFORM SET-EXTRACT-RANGE
           END-IF
           IF RETURN-CODE = 0
               PERFORM WRITE-EXTRACT-FILE
               IF EXTRACT-FAILED
                   DISPLAY "ERROR: extract " WS-Extract-Number
                       " failed - high-water mark not advanced"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   IF RERUN-OF-EXTRACT
                       PERFORM CHECK-RERUN-MATCHES
                   ELSE
                       PERFORM LOG-EXTRACT
                   END-IF
               END-IF
               DISPLAY "Extract number         : " WS-Extract-Number
               DISPLAY "Extract file           : "
                   FUNCTION TRIM(WS-Extract-File)
               DISPLAY "Records extracted      : " WS-Record-Count
           END-IF
           STOP RUN.

      * The latest logged extract holds the current mark; a rerun
      * also wants its own logged entry back.
       LOAD-EXTRACT-LOG.
           OPEN INPUT EXTRACT-LOG-FILE
           IF WS-Log-File-Status = "35"
               CONTINUE
           ELSE
               IF WS-Log-File-Status NOT = "00"
                   DISPLAY "ERROR: cannot open extract log "
                       "'secxtrct.log' (status " WS-Log-File-Status ")"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL END-OF-EXTRACT-LOG
                       READ EXTRACT-LOG-FILE
                           AT END
                               SET END-OF-EXTRACT-LOG TO TRUE
                           NOT AT END
                               PERFORM NOTE-LOGGED-EXTRACT
                       END-READ
                   END-PERFORM
                   CLOSE EXTRACT-LOG-FILE
               END-IF
           END-IF.

       NOTE-LOGGED-EXTRACT.
           IF XL-Extract-Number > WS-Last-Number
               MOVE XL-Extract-Number TO WS-Last-Number
               MOVE XL-Last-Key TO WS-Mark
           END-IF
           IF WS-Requested > 0
                   AND XL-Extract-Number = WS-Requested
               SET RERUN-OF-EXTRACT TO TRUE
               MOVE XL-Extract-Stamp TO WS-Extract-Stamp
               MOVE XL-From-Key TO WS-From-Key
               MOVE XL-Last-Key TO WS-Upper-Key
               MOVE XL-Record-Count TO WS-Logged-Count
               MOVE XL-First-Key TO WS-Logged-First
               MOVE XL-Last-Key TO WS-Logged-Last
               MOVE XL-Extract-File TO WS-Logged-File
           END-IF.

       SET-EXTRACT-RANGE.
           EVALUATE TRUE
               WHEN RERUN-OF-EXTRACT
                   MOVE WS-Requested TO WS-Extract-Number
                   MOVE WS-Logged-File TO WS-Extract-File
                   DISPLAY "rerunning extract " WS-Extract-Number
                       " as originally taken"
               WHEN WS-Requested = 0
                       OR WS-Requested = WS-Last-Number + 1
                   COMPUTE WS-Extract-Number = WS-Last-Number + 1
                   MOVE WS-Mark TO WS-From-Key
                   ACCEPT WS-Now-Date FROM DATE YYYYMMDD
                   ACCEPT WS-Now-Time FROM TIME
                   STRING WS-Now-Date DELIMITED BY SIZE
                          WS-Now-Time DELIMITED BY SIZE
                       INTO WS-Extract-Stamp
                   STRING "secxtrct." DELIMITED BY SIZE
                          WS-Extract-Number DELIMITED BY SIZE
                          ".dat" DELIMITED BY SIZE
                       INTO WS-Extract-File
               WHEN OTHER
                   DISPLAY "ERROR: extract " WS-Requested
                       " has not been taken - the next extract is "
                       WS-Last-Number " + 1"
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.

       WRITE-EXTRACT-FILE.
           OPEN INPUT AUDIT-MASTER-FILE
           IF WS-Audit-Master-Status NOT = "00"
               DISPLAY "ERROR: cannot open audit master index "
                   "(status " WS-Audit-Master-Status ")"
               SET EXTRACT-FAILED TO TRUE
           ELSE
               OPEN OUTPUT EXTRACT-FILE
               IF WS-Extract-File-Status NOT = "00"
                   DISPLAY "ERROR: cannot open extract file '"
                       FUNCTION TRIM(WS-Extract-File)
                       "' (status " WS-Extract-File-Status ")"
                   SET EXTRACT-FAILED TO TRUE
               ELSE
                   PERFORM WRITE-HEADER-RECORD
                   PERFORM POSITION-AFTER-MARK
                   PERFORM UNTIL END-OF-AUDIT OR EXTRACT-FAILED
                       READ AUDIT-MASTER-FILE NEXT RECORD
                           AT END
                               SET END-OF-AUDIT TO TRUE
                           NOT AT END
                               MOVE AM-Rec-Key TO WS-This-Key
                               IF RERUN-OF-EXTRACT
                                       AND (WS-Upper-Key = SPACES
                                       OR WS-This-Key > WS-Upper-Key)
                                   SET END-OF-AUDIT TO TRUE
                               ELSE
                                   PERFORM WRITE-DETAIL-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
                   IF WS-Record-Count = 0
                       MOVE WS-From-Key TO WS-Last-Key
                   END-IF
                   IF NOT EXTRACT-FAILED
                       PERFORM WRITE-TRAILER-RECORD
                   END-IF
                   CLOSE EXTRACT-FILE
                   IF WS-Extract-File-Status NOT = "00"
                       DISPLAY "ERROR: extract file '"
                           FUNCTION TRIM(WS-Extract-File)
                           "' did not close cleanly (status "
                           WS-Extract-File-Status ")"
                       SET EXTRACT-FAILED TO TRUE
                   END-IF
               END-IF
               CLOSE AUDIT-MASTER-FILE
           END-IF.

      * The first extract starts at the top of the master; every
      * later one starts just past the key its predecessor ended on.
       POSITION-AFTER-MARK.
           IF WS-From-Key = SPACES
               MOVE LOW-VALUES TO AM-Rec-Key
               START AUDIT-MASTER-FILE
                   KEY IS NOT LESS THAN AM-Rec-Key
                   INVALID KEY
                       SET END-OF-AUDIT TO TRUE
               END-START
           ELSE
               MOVE WS-From-Key TO AM-Rec-Key
               START AUDIT-MASTER-FILE
                   KEY IS GREATER THAN AM-Rec-Key
                   INVALID KEY
                       SET END-OF-AUDIT TO TRUE
               END-START
           END-IF.

       WRITE-HEADER-RECORD.
           MOVE SPACES TO EXTRACT-RECORD
           STRING "H|" DELIMITED BY SIZE
                  WS-Source-System DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-Extract-Number DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-Extract-Stamp DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-From-Key DELIMITED BY SIZE
               INTO EXTRACT-RECORD
           PERFORM PUT-EXTRACT-RECORD.

       WRITE-DETAIL-RECORD.
           ADD 1 TO WS-Record-Count
           IF WS-Record-Count = 1
               MOVE WS-This-Key TO WS-First-Key
           END-IF
           MOVE WS-This-Key TO WS-Last-Key
           MOVE SPACES TO EXTRACT-RECORD
           STRING "D|" DELIMITED BY SIZE
                  AM-Timestamp DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  AM-Seq DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(AM-Operator TRAILING)
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(AM-Func TRAILING) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  AM-Key DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(AM-Status TRAILING) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(AM-Keyname TRAILING)
                      DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(AM-Dept TRAILING) DELIMITED BY SIZE
               INTO EXTRACT-RECORD
           PERFORM PUT-EXTRACT-RECORD.

       WRITE-TRAILER-RECORD.
           MOVE SPACES TO EXTRACT-RECORD
           STRING "T|" DELIMITED BY SIZE
                  WS-Extract-Number DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-Record-Count DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-First-Key DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-Last-Key DELIMITED BY SIZE
               INTO EXTRACT-RECORD
           PERFORM PUT-EXTRACT-RECORD.

       PUT-EXTRACT-RECORD.
           WRITE EXTRACT-RECORD
           IF WS-Extract-File-Status NOT = "00"
               DISPLAY "ERROR: write to extract file '"
                   FUNCTION TRIM(WS-Extract-File)
                   "' failed (status " WS-Extract-File-Status ")"
               SET EXTRACT-FAILED TO TRUE
           END-IF.

      * Logging the extract is what advances the mark, so it comes
      * last; if the log cannot be written the extract file is left
      * in place but the next run takes the same range again.
       LOG-EXTRACT.
           OPEN EXTEND EXTRACT-LOG-FILE
           IF WS-Log-File-Status = "35"
               OPEN OUTPUT EXTRACT-LOG-FILE
           END-IF
           IF WS-Log-File-Status NOT = "00"
               DISPLAY "ERROR: cannot open extract log (status "
                   WS-Log-File-Status ") - high-water mark not "
                   "advanced"
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE WS-Extract-Number TO XL-Extract-Number
               MOVE WS-Extract-Stamp TO XL-Extract-Stamp
               MOVE WS-From-Key TO XL-From-Key
               MOVE WS-First-Key TO XL-First-Key
               MOVE WS-Last-Key TO XL-Last-Key
               MOVE WS-Record-Count TO XL-Record-Count
               MOVE WS-Extract-File TO XL-Extract-File
               WRITE EXTRACT-LOG-RECORD
               IF WS-Log-File-Status NOT = "00"
                   DISPLAY "ERROR: cannot write extract log (status "
                       WS-Log-File-Status ") - high-water mark not "
                       "advanced"
                   MOVE 1 TO RETURN-CODE
               END-IF
               CLOSE EXTRACT-LOG-FILE
           END-IF.

       CHECK-RERUN-MATCHES.
           IF WS-Record-Count NOT = WS-Logged-Count
                   OR WS-First-Key NOT = WS-Logged-First
                   OR WS-Last-Key NOT = WS-Logged-Last
               DISPLAY "ERROR: rerun of extract " WS-Extract-Number
                   " does not match the original - logged "
                   WS-Logged-Count " records, found " WS-Record-Count
               MOVE 1 TO RETURN-CODE
           END-IF.

       END PROGRAM SECXTRCT.
