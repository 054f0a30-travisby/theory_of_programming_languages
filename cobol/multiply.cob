           05 MR-Op            PIC X(8).
           05 MR-Num1          PIC X(7).
           05 MR-Num2          PIC X(7).
      * LOAN mode: one record per schedule.  The principal and rate
      * may carry a decimal point; the frequency is A (annual), S
      * (half-yearly), Q (quarterly), M (monthly) or W (weekly).
       01  MULTIPLY-LOAN-RECORD.
           05 LN-Op            PIC X(8).
           05 LN-Principal     PIC X(12).
           05 LN-Rate          PIC X(7).
           05 LN-Periods       PIC X(4).
           05 LN-Frequency     PIC X.
      * BATCH, CHAIN and LOAN files are framed by a header and a
      * trailer so a feed cut short or doubled in transit can be
      * caught before anything is posted.  Trailer figures are
      * zero-filled; in a LOAN file the two hash totals are the
      * principals in cents and the numbers of periods.
       01  MULTIPLY-HEADER-RECORD.
           05 MH-Type          PIC X(8).
           05 MH-Source        PIC X(8).
           05 MH-Batch-Id      PIC X(12).
           05 MH-Business-Date PIC X(8).
       01  MULTIPLY-TRAILER-RECORD.
           05 MT-Type          PIC X(8).
           05 MT-Count         PIC X(8).
           05 MT-Hash-Num1     PIC X(15).
           05 MT-Hash-Num2     PIC X(15).
           05 FILLER           PIC X(34).
       FD  MULTIPLY-REPORT-FILE.
       01  MULTIPLY-REPORT-RECORD         PIC X(60).
       FD  MULTIPLY-REJECT-FILE.
           05 RJ-Request       PIC X(22).
           05 FILLER           PIC X(2).
           05 RJ-Reason        PIC X(8).
       01  MULTIPLY-LOAN-REJECT-RECORD.
           05 RJ-Loan-Request  PIC X(32).
           05 FILLER           PIC X(2).
           05 RJ-Loan-Reason   PIC X(8).
       FD  MULTIPLY-LOG-FILE.
       01  MULTIPLY-LOG-RECORD.
           05 ML-Timestamp     PIC X(16).
           05 ML-Num1          PIC Z(6)9.
           05 ML-Num2          PIC Z(6)9.
           05 ML-Result        PIC -(14)9.
      * One BALANCED record per posted batch; the batch id is what
      * refuses the same file a second time.
       01  MULTIPLY-BATCH-LOG-RECORD.
           05 MB-Timestamp     PIC X(16).
           05 MB-Operator      PIC X(20).
           05 MB-Op            PIC X(8).
           05 MB-Batch-Id      PIC X(12).
           05 MB-Source        PIC X(8).
           05 MB-Business-Date PIC X(8).
           05 MB-Count         PIC 9(8).
           05 MB-Hash-Num1     PIC 9(15).
           05 MB-Hash-Num2     PIC 9(15).
      * One LOAN record per schedule produced, with its terms and
      * what the schedule came to.
       01  MULTIPLY-LOAN-LOG-RECORD.
           05 MN-Timestamp     PIC X(16).
           05 MN-Operator      PIC X(20).
           05 MN-Op            PIC X(8).
           05 MN-Principal     PIC Z(8)9.99.
           05 MN-Rate          PIC ZZ9.9999.
           05 MN-Periods       PIC ZZZ9.
           05 MN-Frequency     PIC X.
           05 MN-Payment       PIC Z(8)9.99.
           05 MN-Total-Interest PIC Z(10)9.99.
           05 MN-Total-Paid    PIC Z(10)9.99.
       WORKING-STORAGE SECTION.
       01 Num1     PIC 9(7)    VALUE ZEROS.
       01 Num2     PIC 9(7)    VALUE ZEROS.
       01 WS-Operator         PIC X(20).
       01 WS-Log-Date         PIC X(8).
       01 WS-Log-Time         PIC X(8).
       01 WS-Log-Stamp        PIC X(16).
       01 WS-Chain-Balance    PIC S9(14) VALUE ZEROS.
       01 WS-Chain-Open       PIC X VALUE "N".
           88 CHAIN-IS-OPEN        VALUE "Y".
           05 FILLER           PIC X(18)
               VALUE "OPENING BALANCE = ".
           05 OP-Balance       PIC -(14)9.
       01 WS-Loan-Num         PIC S9(12)V9(6).
       01 WS-Loan-Principal   PIC 9(9)V99.
       01 WS-Loan-Rate        PIC 9(3)V9(4).
       01 WS-Loan-Periods     PIC 9(4).
       01 WS-Loan-Frequency   PIC X.
       01 WS-Loan-Per-Year    PIC 9(2).
       01 WS-Period-Rate      PIC 9V9(12).
       01 WS-Loan-Growth      PIC 9(15)V9(12).
       01 WS-Loan-Discount    PIC 9V9(12).
       01 WS-Loan-Payment     PIC 9(9)V99.
       01 WS-Loan-Balance     PIC 9(9)V99.
       01 WS-Period           PIC 9(4).
       01 WS-Period-Payment   PIC 9(9)V99.
       01 WS-Period-Interest  PIC 9(9)V99.
       01 WS-Period-Principal PIC 9(9)V99.
       01 WS-Total-Paid       PIC 9(11)V99.
       01 WS-Total-Interest   PIC 9(11)V99.
       01 WS-Total-Principal  PIC 9(11)V99.
       01 WS-Loan-Line.
           05 FILLER           PIC X(11) VALUE "LOAN       ".
           05 LL-Principal     PIC Z(8)9.99.
           05 FILLER           PIC X(8) VALUE "  RATE  ".
           05 LL-Rate          PIC ZZ9.9999.
           05 FILLER           PIC X(3) VALUE "%  ".
           05 LL-Periods       PIC ZZZ9.
           05 FILLER           PIC X(3) VALUE " x ".
           05 LL-Frequency     PIC X(10).
       01 WS-Schedule-Head-Line.
           05 FILLER           PIC X(30)
               VALUE "PERIOD     PAYMENT      INTERE".
           05 FILLER           PIC X(30)
               VALUE "ST     PRINCIPAL       BALANCE".
       01 WS-Schedule-Line.
           05 SL-Period        PIC ZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SL-Payment       PIC Z(8)9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SL-Interest      PIC Z(8)9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SL-Principal     PIC Z(8)9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SL-Balance       PIC Z(8)9.99.
       01 WS-Schedule-Total-Line.
           05 FILLER           PIC X(5) VALUE "TOTAL".
           05 ST-Payment       PIC Z(9)9.99.
           05 ST-Interest      PIC Z(10)9.99.
           05 ST-Principal     PIC Z(10)9.99.
       01 WS-Rec-Type         PIC X(8).
       01 WS-Balance-Check    PIC X VALUE "Y".
           88 BATCH-IS-BALANCED    VALUE "Y".
       01 WS-Batch-Duplicate  PIC X VALUE "N".
           88 BATCH-ALREADY-POSTED VALUE "Y".
       01 WS-Header-Count     PIC 9(8) VALUE 0.
       01 WS-Trailer-Count    PIC 9(8) VALUE 0.
       01 WS-After-Trailer    PIC 9(8) VALUE 0.
       01 WS-Body-Count       PIC 9(8) VALUE 0.
       01 WS-Hash-Num1        PIC 9(15) VALUE 0.
       01 WS-Hash-Num2        PIC 9(15) VALUE 0.
       01 WS-Trailer-Num-Count PIC 9(8) VALUE 0.
       01 WS-Trailer-Num1     PIC 9(15) VALUE 0.
       01 WS-Trailer-Num2     PIC 9(15) VALUE 0.
       01 WS-Batch-Id         PIC X(12) VALUE SPACES.
       01 WS-Batch-Source     PIC X(8) VALUE SPACES.
       01 WS-Business-Date    PIC X(8) VALUE SPACES.
       01 WS-Date-Num         PIC 9(8).
       01 WS-Posted-Stamp     PIC X(16) VALUE SPACES.
       01 WS-Problem-Count    PIC 9(2) VALUE 0.
       01 WS-Problem-Table.
           05 WS-Problem-Line OCCURS 10 TIMES PIC X(60).
       01 WS-Problem-Idx      PIC 9(2).
       01 WS-Batch-Line.
           05 FILLER           PIC X(17)
               VALUE "BATCH BALANCING  ".
           05 BL-Batch-Id      PIC X(12).
           05 FILLER           PIC X(9) VALUE "  SOURCE ".
           05 BL-Source        PIC X(8).
       01 WS-Business-Line.
           05 FILLER           PIC X(17)
               VALUE "BUSINESS DATE    ".
           05 BL-Business-Date PIC X(8).
       01 WS-Balance-Head-Line.
           05 FILLER           PIC X(30)
               VALUE "                       TRAILER".
           05 FILLER           PIC X(17)
               VALUE "           ACTUAL".
       01 WS-Balance-Line.
           05 BA-Label         PIC X(12).
           05 BA-Trailer       PIC Z(14)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 BA-Actual        PIC Z(14)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 BA-Flag          PIC X(3).
       PROCEDURE DIVISION.
           ACCEPT WS-Mode FROM ARGUMENT-VALUE
           SET WS-Mode TO FUNCTION UPPER-CASE (WS-Mode)
               OPEN OUTPUT MULTIPLY-LOG-FILE
           END-IF
           IF WS-Mode = "BATCH" OR WS-Mode = "CHAIN"
                   OR WS-Mode = "LOAN"
               PERFORM BATCH-RUN
           ELSE
               PERFORM INTERACTIVE-RUN
                   MOVE 1 TO RETURN-CODE
                   CLOSE MULTIPLY-REQUEST-FILE
               ELSE
                   PERFORM BALANCE-REQUEST-FILE
                   IF BATCH-IS-BALANCED
                       PERFORM CHECK-BATCH-HISTORY
                   END-IF
                   PERFORM WRITE-BALANCING-REPORT
                   IF BATCH-IS-BALANCED
                       PERFORM POST-REQUEST-FILE
                   ELSE
                       MOVE 1 TO RETURN-CODE
                   END-IF
                   CLOSE MULTIPLY-REQUEST-FILE
                   CLOSE MULTIPLY-REPORT-FILE
                   DISPLAY "Requests read      : " WS-Read-Count
                   DISPLAY "Requests processed : " WS-Processed-Count
                   DISPLAY "Requests rejected  : " WS-Reject-Count
                   IF NOT BATCH-IS-BALANCED
                       DISPLAY "Batch not posted   : "
                           FUNCTION TRIM(WS-Problem-Line (1))
                   END-IF
               END-IF
           END-IF.

      * The file is posted on a second pass, once the first has shown
      * it balances, so an out-of-balance or repeated batch leaves
      * nothing behind but its balancing report.
       POST-REQUEST-FILE.
           CLOSE MULTIPLY-REQUEST-FILE
           OPEN INPUT MULTIPLY-REQUEST-FILE
           MOVE "N" TO WS-Eof
           PERFORM UNTIL END-OF-REQUESTS
               READ MULTIPLY-REQUEST-FILE
                   AT END
                       SET END-OF-REQUESTS TO TRUE
                   NOT AT END
                       SET WS-Rec-Type TO FUNCTION UPPER-CASE (MR-Op)
                       IF WS-Rec-Type NOT = "HEADER"
                               AND WS-Rec-Type NOT = "TRAILER"
                           ADD 1 TO WS-Read-Count
                           EVALUATE WS-Mode
                               WHEN "CHAIN"
                                   PERFORM PROCESS-CHAIN-RECORD
                               WHEN "LOAN"
                                   PERFORM PROCESS-LOAN-RECORD
                               WHEN OTHER
                                   PERFORM PROCESS-BATCH-RECORD
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Mode = "CHAIN"
               PERFORM WRITE-CLOSING-LINE
           END-IF
           PERFORM WRITE-BATCH-LOG-RECORD.

      * First pass: the file must open with one HEADER, close with
      * one TRAILER, and the body between them must match the
      * trailer's record count and hash totals.  An operand that is
      * not an unsigned whole number (PRIOR, blank, garbage) adds
      * nothing to its hash total.
       BALANCE-REQUEST-FILE.
           PERFORM UNTIL END-OF-REQUESTS
               READ MULTIPLY-REQUEST-FILE
                   AT END
                       SET END-OF-REQUESTS TO TRUE
                   NOT AT END
                       PERFORM BALANCE-ONE-RECORD
               END-READ
           END-PERFORM
           IF WS-Header-Count = 0
               MOVE "NO HEADER RECORD AT THE START OF THE FILE"
                   TO WS-Problem-Line (10)
               PERFORM ADD-BALANCE-PROBLEM
           END-IF
           IF WS-Header-Count > 1
               MOVE "MORE THAN ONE HEADER RECORD"
                   TO WS-Problem-Line (10)
               PERFORM ADD-BALANCE-PROBLEM
           END-IF
           IF WS-Trailer-Count = 0
               MOVE "NO TRAILER RECORD - FILE MAY BE CUT SHORT"
                   TO WS-Problem-Line (10)
               PERFORM ADD-BALANCE-PROBLEM
           END-IF
           IF WS-Trailer-Count > 1 OR WS-After-Trailer > 0
               MOVE "RECORDS AFTER THE TRAILER - FILE MAY BE DOUBLED"
                   TO WS-Problem-Line (10)
               PERFORM ADD-BALANCE-PROBLEM
           END-IF
           IF WS-Header-Count = 1
               IF WS-Batch-Id = SPACES
                   MOVE "HEADER HAS NO BATCH ID"
                       TO WS-Problem-Line (10)
                   PERFORM ADD-BALANCE-PROBLEM
               END-IF
               IF WS-Business-Date IS NOT NUMERIC
                   MOVE "HEADER BUSINESS DATE IS NOT YYYYMMDD"
                       TO WS-Problem-Line (10)
                   PERFORM ADD-BALANCE-PROBLEM
               ELSE
                   MOVE WS-Business-Date TO WS-Date-Num
                   IF FUNCTION TEST-DATE-YYYYMMDD (WS-Date-Num) NOT = 0
                       MOVE "HEADER BUSINESS DATE IS NOT A VALID DATE"
                           TO WS-Problem-Line (10)
                       PERFORM ADD-BALANCE-PROBLEM
                   END-IF
               END-IF
           END-IF
           IF WS-Trailer-Count = 1
               IF WS-Trailer-Num-Count NOT = WS-Body-Count
                   MOVE "RECORD COUNT DOES NOT AGREE WITH THE TRAILER"
                       TO WS-Problem-Line (10)
                   PERFORM ADD-BALANCE-PROBLEM
               END-IF
               IF WS-Trailer-Num1 NOT = WS-Hash-Num1
                   MOVE "NUM1 HASH TOTAL DISAGREES WITH THE TRAILER"
                       TO WS-Problem-Line (10)
                   PERFORM ADD-BALANCE-PROBLEM
               END-IF
               IF WS-Trailer-Num2 NOT = WS-Hash-Num2
                   MOVE "NUM2 HASH TOTAL DISAGREES WITH THE TRAILER"
                       TO WS-Problem-Line (10)
                   PERFORM ADD-BALANCE-PROBLEM
               END-IF
           END-IF.

       BALANCE-ONE-RECORD.
           SET WS-Rec-Type TO FUNCTION UPPER-CASE (MR-Op)
           EVALUATE TRUE
               WHEN WS-Trailer-Count > 0
                   ADD 1 TO WS-After-Trailer
                   IF WS-Rec-Type = "TRAILER"
                       ADD 1 TO WS-Trailer-Count
                   END-IF
               WHEN WS-Rec-Type = "HEADER"
                   ADD 1 TO WS-Header-Count
                   IF WS-Header-Count = 1
                       MOVE MH-Batch-Id TO WS-Batch-Id
                       MOVE MH-Source TO WS-Batch-Source
                       MOVE MH-Business-Date TO WS-Business-Date
                       IF WS-Body-Count > 0
                           MOVE "RECORDS AHEAD OF THE HEADER RECORD"
                               TO WS-Problem-Line (10)
                           PERFORM ADD-BALANCE-PROBLEM
                       END-IF
                   END-IF
               WHEN WS-Rec-Type = "TRAILER"
                   ADD 1 TO WS-Trailer-Count
                   IF MT-Count IS NUMERIC
                       MOVE MT-Count TO WS-Trailer-Num-Count
                   ELSE
                       MOVE "TRAILER RECORD COUNT IS NOT NUMERIC"
                           TO WS-Problem-Line (10)
                       PERFORM ADD-BALANCE-PROBLEM
                   END-IF
                   IF MT-Hash-Num1 IS NUMERIC
                           AND MT-Hash-Num2 IS NUMERIC
                       MOVE MT-Hash-Num1 TO WS-Trailer-Num1
                       MOVE MT-Hash-Num2 TO WS-Trailer-Num2
                   ELSE
                       MOVE "TRAILER HASH TOTALS ARE NOT NUMERIC"
                           TO WS-Problem-Line (10)
                       PERFORM ADD-BALANCE-PROBLEM
                   END-IF
               WHEN WS-Mode = "LOAN"
                   ADD 1 TO WS-Body-Count
                   PERFORM HASH-LOAN-RECORD
               WHEN OTHER
                   ADD 1 TO WS-Body-Count
                   MOVE MR-Num1 TO WS-Operand
                   PERFORM VALIDATE-OPERAND
                   IF WS-Operand-Valid = "Y"
                       ADD WS-Operand-Value TO WS-Hash-Num1
                   END-IF
                   MOVE MR-Num2 TO WS-Operand
                   PERFORM VALIDATE-OPERAND
                   IF WS-Operand-Valid = "Y"
                       ADD WS-Operand-Value TO WS-Hash-Num2
                   END-IF
           END-EVALUATE.

       HASH-LOAN-RECORD.
           IF FUNCTION TEST-NUMVAL (LN-Principal) = 0
               MOVE FUNCTION NUMVAL (LN-Principal) TO WS-Loan-Num
               IF WS-Loan-Num > 0 AND WS-Loan-Num < 1000000000
                   COMPUTE WS-Hash-Num1 =
                       WS-Hash-Num1 + WS-Loan-Num * 100
               END-IF
           END-IF
           MOVE LN-Periods TO WS-Operand
           PERFORM VALIDATE-OPERAND
           IF WS-Operand-Valid = "Y"
               ADD WS-Operand-Value TO WS-Hash-Num2
           END-IF.

      * The problem text is staged in the last slot; only the first
      * nine problems are kept, which is plenty to turn a file back.
       ADD-BALANCE-PROBLEM.
           MOVE "N" TO WS-Balance-Check
           IF WS-Problem-Count < 9
               ADD 1 TO WS-Problem-Count
               MOVE WS-Problem-Line (10)
                   TO WS-Problem-Line (WS-Problem-Count)
           END-IF.

      * A batch id already on multiply.log as BALANCED was posted
      * before and is refused.  Batches archived off the live log by
      * LOGARCH are no longer checked.
       CHECK-BATCH-HISTORY.
           CLOSE MULTIPLY-LOG-FILE
           OPEN INPUT MULTIPLY-LOG-FILE
           IF WS-Log-File-Status = "00"
               MOVE "N" TO WS-Eof
               PERFORM UNTIL END-OF-REQUESTS
                   READ MULTIPLY-LOG-FILE
                       AT END
                           SET END-OF-REQUESTS TO TRUE
                       NOT AT END
                           IF MB-Op = "BALANCED"
                                   AND MB-Batch-Id = WS-Batch-Id
                               SET BATCH-ALREADY-POSTED TO TRUE
                               MOVE MB-Timestamp TO WS-Posted-Stamp
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MULTIPLY-LOG-FILE
           END-IF
           OPEN EXTEND MULTIPLY-LOG-FILE
           IF WS-Log-File-Status = "35"
               OPEN OUTPUT MULTIPLY-LOG-FILE
           END-IF
           MOVE "N" TO WS-Eof
           IF BATCH-ALREADY-POSTED
               MOVE SPACES TO WS-Problem-Line (10)
               STRING "BATCH ID ALREADY POSTED " DELIMITED BY SIZE
                      WS-Posted-Stamp (1:8) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-Posted-Stamp (9:6) DELIMITED BY SIZE
                   INTO WS-Problem-Line (10)
               PERFORM ADD-BALANCE-PROBLEM
           END-IF.

       WRITE-BALANCING-REPORT.
           MOVE WS-Batch-Id TO BL-Batch-Id
           MOVE WS-Batch-Source TO BL-Source
           MOVE WS-Batch-Line TO MULTIPLY-REPORT-RECORD
           WRITE MULTIPLY-REPORT-RECORD
           MOVE WS-Business-Date TO BL-Business-Date
           MOVE WS-Business-Line TO MULTIPLY-REPORT-RECORD
           WRITE MULTIPLY-REPORT-RECORD
           MOVE WS-Balance-Head-Line TO MULTIPLY-REPORT-RECORD
           WRITE MULTIPLY-REPORT-RECORD
           MOVE "RECORDS" TO BA-Label
           MOVE WS-Trailer-Num-Count TO BA-Trailer
           MOVE WS-Body-Count TO BA-Actual
           IF WS-Trailer-Num-Count = WS-Body-Count
               MOVE SPACES TO BA-Flag
           ELSE
               MOVE "***" TO BA-Flag
           END-IF
           MOVE WS-Balance-Line TO MULTIPLY-REPORT-RECORD
           WRITE MULTIPLY-REPORT-RECORD
           MOVE "HASH NUM1" TO BA-Label
           MOVE WS-Trailer-Num1 TO BA-Trailer
           MOVE WS-Hash-Num1 TO BA-Actual
           IF WS-Trailer-Num1 = WS-Hash-Num1
               MOVE SPACES TO BA-Flag
           ELSE
               MOVE "***" TO BA-Flag
           END-IF
           MOVE WS-Balance-Line TO MULTIPLY-REPORT-RECORD
           WRITE MULTIPLY-REPORT-RECORD
           MOVE "HASH NUM2" TO BA-Label
           MOVE WS-Trailer-Num2 TO BA-Trailer
           MOVE WS-Hash-Num2 TO BA-Actual
           IF WS-Trailer-Num2 = WS-Hash-Num2
               MOVE SPACES TO BA-Flag
           ELSE
               MOVE "***" TO BA-Flag
           END-IF
           MOVE WS-Balance-Line TO MULTIPLY-REPORT-RECORD
           WRITE MULTIPLY-REPORT-RECORD
           IF BATCH-IS-BALANCED
               MOVE "BATCH BALANCED" TO MULTIPLY-REPORT-RECORD
               WRITE MULTIPLY-REPORT-RECORD
           ELSE
               PERFORM VARYING WS-Problem-Idx FROM 1 BY 1
                       UNTIL WS-Problem-Idx > WS-Problem-Count
                   MOVE WS-Problem-Line (WS-Problem-Idx)
                       TO MULTIPLY-REPORT-RECORD
                   WRITE MULTIPLY-REPORT-RECORD
               END-PERFORM
               MOVE "*** BATCH REJECTED WHOLE - NOTHING POSTED ***"
                   TO MULTIPLY-REPORT-RECORD
               WRITE MULTIPLY-REPORT-RECORD
           END-IF
           MOVE SPACES TO MULTIPLY-REPORT-RECORD
           WRITE MULTIPLY-REPORT-RECORD.

       PROCESS-BATCH-RECORD.
           SET WS-Op TO FUNCTION UPPER-CASE (MR-Op)
           MOVE SPACES TO WS-Reject-Reason
               PERFORM WRITE-REJECT-RECORD
           END-IF.

      * LOAN mode turns one record into a level-payment amortization
      * schedule.  Every figure is rounded to the cent as it is
      * worked out, and the last period pays whatever balance the
      * rounding has left, so the principal column always adds back
      * to the amount borrowed.
       PROCESS-LOAN-RECORD.
           MOVE "LOAN" TO WS-Op
           MOVE SPACES TO WS-Reject-Reason
           PERFORM VALIDATE-LOAN-TERMS
           IF WS-Reject-Reason = SPACES
               PERFORM SET-LOAN-PAYMENT
           END-IF
           IF WS-Reject-Reason = SPACES
               PERFORM WRITE-LOAN-SCHEDULE
               PERFORM WRITE-LOAN-LOG-RECORD
               ADD 1 TO WS-Processed-Count
           ELSE
               PERFORM WRITE-REJECT-RECORD
           END-IF.

      * Reasons: BADPRIN (principal not a positive amount in cents),
      * BADRATE (rate not a number), NEGRATE, BADPERD (periods not a
      * whole number), NOPERIOD (zero periods), BADFREQ.
       VALIDATE-LOAN-TERMS.
           IF FUNCTION UPPER-CASE (LN-Op) NOT = "LOAN"
               MOVE "BADOP" TO WS-Reject-Reason
           END-IF
           IF WS-Reject-Reason = SPACES
               IF FUNCTION TEST-NUMVAL (LN-Principal) NOT = 0
                   MOVE "BADPRIN" TO WS-Reject-Reason
               ELSE
                   MOVE FUNCTION NUMVAL (LN-Principal) TO WS-Loan-Num
                   IF WS-Loan-Num NOT > 0
                           OR WS-Loan-Num NOT < 1000000000
                           OR WS-Loan-Num * 100 NOT = FUNCTION
                               INTEGER-PART (WS-Loan-Num * 100)
                       MOVE "BADPRIN" TO WS-Reject-Reason
                   ELSE
                       MOVE WS-Loan-Num TO WS-Loan-Principal
                   END-IF
               END-IF
           END-IF
           IF WS-Reject-Reason = SPACES
               IF FUNCTION TEST-NUMVAL (LN-Rate) NOT = 0
                   MOVE "BADRATE" TO WS-Reject-Reason
               ELSE
                   MOVE FUNCTION NUMVAL (LN-Rate) TO WS-Loan-Num
                   EVALUATE TRUE
                       WHEN WS-Loan-Num < 0
                           MOVE "NEGRATE" TO WS-Reject-Reason
                       WHEN WS-Loan-Num NOT < 1000
                           MOVE "BADRATE" TO WS-Reject-Reason
                       WHEN OTHER
                           MOVE WS-Loan-Num TO WS-Loan-Rate
                   END-EVALUATE
               END-IF
           END-IF
           IF WS-Reject-Reason = SPACES
               MOVE LN-Periods TO WS-Operand
               PERFORM VALIDATE-OPERAND
               EVALUATE TRUE
                   WHEN WS-Operand-Valid = "N"
                       MOVE "BADPERD" TO WS-Reject-Reason
                   WHEN WS-Operand-Value = 0
                       MOVE "NOPERIOD" TO WS-Reject-Reason
                   WHEN OTHER
                       MOVE WS-Operand-Value TO WS-Loan-Periods
               END-EVALUATE
           END-IF
           IF WS-Reject-Reason = SPACES
               MOVE FUNCTION UPPER-CASE (LN-Frequency)
                   TO WS-Loan-Frequency
               EVALUATE WS-Loan-Frequency
                   WHEN "A"
                       MOVE 1 TO WS-Loan-Per-Year
                       MOVE "ANNUAL" TO LL-Frequency
                   WHEN "S"
                       MOVE 2 TO WS-Loan-Per-Year
                       MOVE "HALF-YEAR" TO LL-Frequency
                   WHEN "Q"
                       MOVE 4 TO WS-Loan-Per-Year
                       MOVE "QUARTERLY" TO LL-Frequency
                   WHEN "M"
                       MOVE 12 TO WS-Loan-Per-Year
                       MOVE "MONTHLY" TO LL-Frequency
                   WHEN "W"
                       MOVE 52 TO WS-Loan-Per-Year
                       MOVE "WEEKLY" TO LL-Frequency
                   WHEN OTHER
                       MOVE "BADFREQ" TO WS-Reject-Reason
               END-EVALUATE
           END-IF.

      * Level payment = P x r / (1 - 1 / (1+r)**n), or P / n at a
      * zero rate.  Growth too large to hold leaves the discount at
      * zero, i.e. interest only.  A payment that, once rounded,
      * does not cover more than the first period's interest would
      * never bring the balance down, so it rejects as NOPAYDWN.
       SET-LOAN-PAYMENT.
           COMPUTE WS-Period-Rate ROUNDED =
               WS-Loan-Rate / 100 / WS-Loan-Per-Year
           IF WS-Period-Rate = 0
               COMPUTE WS-Loan-Payment ROUNDED =
                   WS-Loan-Principal / WS-Loan-Periods
           ELSE
               MOVE 0 TO WS-Loan-Discount
               COMPUTE WS-Loan-Growth ROUNDED =
                   (1 + WS-Period-Rate) ** WS-Loan-Periods
                   ON SIZE ERROR
                       MOVE 0 TO WS-Loan-Growth
               END-COMPUTE
               IF WS-Loan-Growth > 0
                   COMPUTE WS-Loan-Discount ROUNDED =
                       1 / WS-Loan-Growth
               END-IF
               IF WS-Loan-Discount > 0
                   COMPUTE WS-Loan-Payment ROUNDED =
                       WS-Loan-Principal * WS-Period-Rate
                       / (1 - WS-Loan-Discount)
                       ON SIZE ERROR
                           MOVE "OVERFLOW" TO WS-Reject-Reason
                   END-COMPUTE
               ELSE
                   COMPUTE WS-Loan-Payment ROUNDED =
                       WS-Loan-Principal * WS-Period-Rate
               END-IF
           END-IF
           IF WS-Reject-Reason = SPACES
               COMPUTE WS-Period-Interest ROUNDED =
                   WS-Loan-Principal * WS-Period-Rate
               IF WS-Loan-Payment NOT > WS-Period-Interest
                   MOVE "NOPAYDWN" TO WS-Reject-Reason
               END-IF
           END-IF.

       WRITE-LOAN-SCHEDULE.
           MOVE WS-Loan-Principal TO LL-Principal
           MOVE WS-Loan-Rate TO LL-Rate
           MOVE WS-Loan-Periods TO LL-Periods
           MOVE WS-Loan-Line TO MULTIPLY-REPORT-RECORD
           WRITE MULTIPLY-REPORT-RECORD
           MOVE WS-Schedule-Head-Line TO MULTIPLY-REPORT-RECORD
           WRITE MULTIPLY-REPORT-RECORD
           MOVE WS-Loan-Principal TO WS-Loan-Balance
           MOVE 0 TO WS-Total-Paid
           MOVE 0 TO WS-Total-Interest
           MOVE 0 TO WS-Total-Principal
           PERFORM VARYING WS-Period FROM 1 BY 1
                   UNTIL WS-Period > WS-Loan-Periods
                       OR WS-Loan-Balance = 0
               COMPUTE WS-Period-Interest ROUNDED =
                   WS-Loan-Balance * WS-Period-Rate
               IF WS-Period = WS-Loan-Periods
                       OR WS-Loan-Payment - WS-Period-Interest
                           > WS-Loan-Balance
                   MOVE WS-Loan-Balance TO WS-Period-Principal
               ELSE
                   COMPUTE WS-Period-Principal =
                       WS-Loan-Payment - WS-Period-Interest
               END-IF
               COMPUTE WS-Period-Payment =
                   WS-Period-Interest + WS-Period-Principal
               SUBTRACT WS-Period-Principal FROM WS-Loan-Balance
               ADD WS-Period-Payment TO WS-Total-Paid
               ADD WS-Period-Interest TO WS-Total-Interest
               ADD WS-Period-Principal TO WS-Total-Principal
               MOVE WS-Period TO SL-Period
               MOVE WS-Period-Payment TO SL-Payment
               MOVE WS-Period-Interest TO SL-Interest
               MOVE WS-Period-Principal TO SL-Principal
               MOVE WS-Loan-Balance TO SL-Balance
               MOVE WS-Schedule-Line TO MULTIPLY-REPORT-RECORD
               WRITE MULTIPLY-REPORT-RECORD
           END-PERFORM
           MOVE WS-Total-Paid TO ST-Payment
           MOVE WS-Total-Interest TO ST-Interest
           MOVE WS-Total-Principal TO ST-Principal
           MOVE WS-Schedule-Total-Line TO MULTIPLY-REPORT-RECORD
           WRITE MULTIPLY-REPORT-RECORD
           MOVE SPACES TO MULTIPLY-REPORT-RECORD
           WRITE MULTIPLY-REPORT-RECORD.

       COMPUTE-CHAIN-RESULT.
           MOVE 0 TO WS-Remainder
           EVALUATE WS-Op
               END-IF
           END-IF
           IF REJECT-FILE-OPEN
               IF WS-Mode = "LOAN"
                   MOVE SPACES TO MULTIPLY-LOAN-REJECT-RECORD
                   MOVE MULTIPLY-LOAN-RECORD TO RJ-Loan-Request
                   MOVE WS-Reject-Reason TO RJ-Loan-Reason
                   WRITE MULTIPLY-LOAN-REJECT-RECORD
               ELSE
                   MOVE SPACES TO MULTIPLY-REJECT-RECORD
                   MOVE MULTIPLY-REQUEST-RECORD TO RJ-Request
                   MOVE WS-Reject-Reason TO RJ-Reason
                   WRITE MULTIPLY-REJECT-RECORD
               END-IF
           END-IF
           ADD 1 TO WS-Reject-Count
           IF WS-Mode = "LOAN"
               DISPLAY "record rejected (" WS-Reject-Reason "): "
                   MULTIPLY-LOAN-RECORD
           ELSE
               DISPLAY "record rejected (" WS-Reject-Reason "): "
                   MULTIPLY-REQUEST-RECORD
           END-IF.

       WRITE-LOG-RECORD.
           PERFORM SET-LOG-STAMP
           MOVE WS-Log-Stamp TO ML-Timestamp
           MOVE WS-Operator TO ML-Operator
           MOVE WS-Op TO ML-Op
           MOVE Num1 TO ML-Num1
           MOVE Num2 TO ML-Num2
           MOVE Result TO ML-Result
           WRITE MULTIPLY-LOG-RECORD.

       SET-LOG-STAMP.
           ACCEPT WS-Log-Date FROM DATE YYYYMMDD
           ACCEPT WS-Log-Time FROM TIME
           ACCEPT WS-Operator FROM ENVIRONMENT "USER"
           END-ACCEPT
           STRING WS-Log-Date DELIMITED BY SIZE
                  WS-Log-Time DELIMITED BY SIZE
               INTO WS-Log-Stamp.

       WRITE-LOAN-LOG-RECORD.
           PERFORM SET-LOG-STAMP
           MOVE SPACES TO MULTIPLY-LOAN-LOG-RECORD
           MOVE WS-Log-Stamp TO MN-Timestamp
           MOVE WS-Operator TO MN-Operator
           MOVE "LOAN" TO MN-Op
           MOVE WS-Loan-Principal TO MN-Principal
           MOVE WS-Loan-Rate TO MN-Rate
           MOVE WS-Loan-Periods TO MN-Periods
           MOVE WS-Loan-Frequency TO MN-Frequency
           MOVE WS-Loan-Payment TO MN-Payment
           MOVE WS-Total-Interest TO MN-Total-Interest
           MOVE WS-Total-Paid TO MN-Total-Paid
           WRITE MULTIPLY-LOAN-LOG-RECORD.

       WRITE-BATCH-LOG-RECORD.
           PERFORM SET-LOG-STAMP
           MOVE SPACES TO MULTIPLY-BATCH-LOG-RECORD
           MOVE WS-Log-Stamp TO MB-Timestamp
           MOVE WS-Operator TO MB-Operator
           MOVE "BALANCED" TO MB-Op
           MOVE WS-Batch-Id TO MB-Batch-Id
           MOVE WS-Batch-Source TO MB-Source
           MOVE WS-Business-Date TO MB-Business-Date
           MOVE WS-Body-Count TO MB-Count
           MOVE WS-Hash-Num1 TO MB-Hash-Num1
           MOVE WS-Hash-Num2 TO MB-Hash-Num2
           WRITE MULTIPLY-BATCH-LOG-RECORD.

       END PROGRAM MULTIPLIER.
