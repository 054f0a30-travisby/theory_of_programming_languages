       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECEXCP.
      *****************************************************************
      * Security exception report over the audit master.
      *
      * AUDITRPT gives totals; this gives the morning shift a short
      * list of activity worth a second look.  For every day in the
      * range, each operator's audit records in cipher-audit.idx are
      * compared with that operator's own trailing 30 days, and these
      * are reported as exceptions:
      *
      *   VOLUME SPIKE      more records in the day than the spike
      *                     factor times the operator's 30-day daily
      *                     average (and at least 10 records)
      *   OFF-HOURS         records outside 07:00-19:00 or at the
      *                     weekend, from an operator who does less
      *                     than a quarter of their work off-hours
      *   REPEATED UNAUTH   the UNAUTH limit or more refusals in the
      *                     day against the same AM-KEYNAME
      *   FIRST RESTRICTED  an operator's first ever successful use
      *                     of a key that is restricted in the key
      *                     master
      *   REFUSED OPERATOR  BADOPER records - someone not active in
      *                     the operator master trying to run
      *
      *   SECEXCP from-date to-date report-file [factor] [unauth-limit]
      *
      * The spike factor and UNAUTH limit default to 3.  The range
      * may be at most 31 days.  Each exception prints its severity,
      * the operator, the day and up to ten of the audit records
      * behind it.  Off-hours work on a restricted key, repeated
      * UNAUTH and refused operators are HIGH; a spike of twice the
      * factor or more is HIGH, other spikes and first restricted use
      * are MEDIUM; other off-hours work is LOW.  Any HIGH exception
      * sets a non-zero return code.
      *
      * "First ever" means first in the audit master, so the master
      * is read from the top for the restricted-key history; the
      * counting itself starts 30 days before the from-date.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-MASTER-FILE ASSIGN TO "cipher-audit.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-Rec-Key
               FILE STATUS IS WS-Audit-Master-Status.
           SELECT KEY-MASTER-FILE ASSIGN TO "keymaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KM-Key-Id
               FILE STATUS IS WS-Key-Master-Status.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO DYNAMIC
               WS-Report-File
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-File-Status.
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
       FD  KEY-MASTER-FILE.
       01  KEY-MASTER-RECORD.
           COPY KEYMAST.
       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-RECORD PIC X(100).
       LOCAL-STORAGE SECTION.
       01 WS-From-Date    PIC X(8) VALUE SPACES.
       01 WS-To-Date      PIC X(8) VALUE SPACES.
       01 WS-Report-File  PIC X(100) VALUE SPACES.
       01 WS-Factor-Param PIC X(8) VALUE SPACES.
       01 WS-Unauth-Param PIC X(8) VALUE SPACES.
       01 WS-Spike-Factor PIC 9(3) VALUE 3.
       01 WS-Unauth-Limit PIC 9(3) VALUE 3.
       01 WS-Spike-Floor  PIC 9(4) VALUE 10.
       01 WS-Off-Share    PIC 9(3) VALUE 25.
       01 WS-Work-Start   PIC X(4) VALUE "0700".
       01 WS-Work-End     PIC X(4) VALUE "1900".
       01 WS-Audit-Master-Status PIC XX.
       01 WS-Key-Master-Status PIC XX.
       01 WS-Report-File-Status PIC XX.
       01 WS-Audit-Eof    PIC X VALUE "N".
           88 END-OF-AUDIT         VALUE "Y".
       01 WS-Key-Eof      PIC X VALUE "N".
           88 END-OF-KEY-MASTER    VALUE "Y".
       01 WS-Audit-Open   PIC X VALUE "N".
           88 AUDIT-MASTER-OPEN    VALUE "Y".
       01 WS-Date-Num     PIC 9(8).
       01 WS-From-Int     PIC 9(8).
       01 WS-To-Int       PIC 9(8).
       01 WS-Base-Int     PIC 9(8).
       01 WS-Rec-Int      PIC 9(8) VALUE 0.
       01 WS-Rec-Date     PIC X(8) VALUE SPACES.
       01 WS-Weekday      PIC 9.
       01 WS-Day-Span     PIC 9(3).
       01 WS-Range-Days   PIC 9(8).
       01 WS-Off-Hours    PIC X.
           88 RECORD-OFF-HOURS     VALUE "Y".
       01 WS-Is-Restricted PIC X.
           88 KEY-IS-RESTRICTED    VALUE "Y".
      * Keys restricted in any dated version of the key master.
       01 WS-Rk-Used      PIC 9(3) VALUE 0.
       01 WS-Rk-Table.
           05 WS-Rk-Name OCCURS 200 TIMES PIC X(20).
      * Operator / restricted key pairs already used successfully.
       01 WS-Pair-Used    PIC 9(4) VALUE 0.
       01 WS-Pair-Dropped PIC 9(8) VALUE 0.
       01 WS-Pair-Table.
           05 WS-Pair-Entry OCCURS 2000 TIMES.
               10 WS-PR-Operator   PIC X(20).
               10 WS-PR-Keyname    PIC X(20).
      * Each operator's records per day, from 30 days before the
      * from-date through the to-date (at most 61 days).
       01 WS-Op-Used      PIC 9(3) VALUE 0.
       01 WS-Op-Dropped   PIC 9(8) VALUE 0.
       01 WS-Op-Table.
           05 WS-Op-Entry OCCURS 200 TIMES.
               10 WS-OP-Id         PIC X(20).
               10 WS-OP-Day OCCURS 61 TIMES.
                   15 WS-OD-Count      PIC 9(5).
                   15 WS-OD-Off        PIC 9(5).
                   15 WS-OD-Off-Restrict PIC X.
       01 WS-Ex-Used      PIC 9(3) VALUE 0.
       01 WS-Ex-Dropped   PIC 9(8) VALUE 0.
       01 WS-Ex-Table.
           05 WS-Ex-Entry OCCURS 500 TIMES.
      * S spike, O off-hours, U UNAUTH, F first restricted use,
      * B refused operator; "-" an UNAUTH tally under the limit.
               10 WS-EX-Type       PIC X.
               10 WS-EX-Operator   PIC X(20).
               10 WS-EX-Date       PIC X(8).
               10 WS-EX-Keyname    PIC X(20).
               10 WS-EX-Count      PIC 9(5).
               10 WS-EX-Baseline   PIC 9(6).
               10 WS-EX-Base-Total PIC 9(6).
               10 WS-EX-Severity   PIC X(6).
       01 WS-Tally-Type   PIC X.
       01 WS-Idx          PIC 9(4).
       01 WS-Prior        PIC 9(3).
       01 WS-Op           PIC 9(3).
       01 WS-Day          PIC 9(3).
       01 WS-Back         PIC 9(3).
       01 WS-First-Day    PIC 9(3).
       01 WS-Ex           PIC 9(3).
       01 WS-Found        PIC 9(4).
       01 WS-Base-Count   PIC 9(6).
       01 WS-Base-Off     PIC 9(6).
       01 WS-Sev-Pass     PIC 9.
       01 WS-Pass-Severity PIC X(6).
       01 WS-Shown        PIC 9(5).
       01 WS-Not-Shown    PIC 9(5).
       01 WS-Average      PIC 9(5).
       01 WS-Record-Wanted PIC X.
       01 WS-Am-Read-Count PIC 9(8) VALUE 0.
       01 WS-In-Range-Count PIC 9(8) VALUE 0.
       01 WS-High-Count   PIC 9(8) VALUE 0.
       01 WS-Medium-Count PIC 9(8) VALUE 0.
       01 WS-Low-Count    PIC 9(8) VALUE 0.
       01 WS-Spike-Count  PIC 9(8) VALUE 0.
       01 WS-Offhr-Count  PIC 9(8) VALUE 0.
       01 WS-Unauth-Count PIC 9(8) VALUE 0.
       01 WS-First-Count  PIC 9(8) VALUE 0.
       01 WS-Badop-Count  PIC 9(8) VALUE 0.
       01 WS-Heading-Line.
           05 FILLER           PIC X(30)
               VALUE "SECURITY EXCEPTION REPORT     ".
           05 HL-From-Date     PIC X(8).
           05 FILLER           PIC X(3) VALUE " - ".
           05 HL-To-Date       PIC X(8).
       01 WS-Rule-Line.
           05 FILLER           PIC X(30)
               VALUE "BASELINE 30 DAYS  SPIKE FACTOR".
           05 RH-Factor        PIC ZZ9.
           05 FILLER           PIC X(15) VALUE "  UNAUTH LIMIT ".
           05 RH-Limit         PIC ZZ9.
           05 FILLER           PIC X(17) VALUE "  WORKING HOURS  ".
           05 RH-Start         PIC X(4).
           05 FILLER           PIC X VALUE "-".
           05 RH-End           PIC X(4).
       01 WS-Exception-Line.
           05 EL-Severity      PIC X(6).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 EL-Type          PIC X(16).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 EL-Operator      PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 EL-Date          PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 EL-Keyname       PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 EL-Count         PIC ZZZZ9.
       01 WS-Record-Line.
           05 FILLER           PIC X(8) VALUE SPACES.
           05 RL-Timestamp     PIC X(16).
           05 FILLER           PIC X VALUE SPACE.
           05 RL-Seq           PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RL-Func          PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RL-Key           PIC 99.
           05 FILLER           PIC X VALUE SPACE.
           05 RL-Status        PIC X(7).
           05 FILLER           PIC X VALUE SPACE.
           05 RL-Keyname       PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 RL-Dept          PIC X(8).
       01 WS-Count-Edit   PIC ZZZZ9.
       01 WS-Total-Edit   PIC ZZZZZ9.
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
           ACCEPT WS-Factor-Param FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Factor-Param
           END-ACCEPT
           ACCEPT WS-Unauth-Param FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Unauth-Param
           END-ACCEPT
           IF WS-From-Date = SPACES OR WS-To-Date = SPACES
                   OR WS-Report-File = SPACES
               DISPLAY "usage: SECEXCP from-date to-date report-file "
                   "[factor] [unauth-limit]"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM VALIDATE-PARAMETERS
               IF RETURN-CODE = 0
                   PERFORM LOAD-RESTRICTED-KEYS
               END-IF
               IF RETURN-CODE = 0
                   PERFORM SCAN-AUDIT-MASTER
               END-IF
               IF RETURN-CODE = 0
                   PERFORM FIND-DAILY-EXCEPTIONS
                   PERFORM SET-SEVERITIES
                   PERFORM WRITE-EXCEPTION-REPORT
                   IF WS-High-Count > 0
                       MOVE 1 TO RETURN-CODE
                   END-IF
               END-IF
               IF AUDIT-MASTER-OPEN
                   CLOSE AUDIT-MASTER-FILE
               END-IF
           END-IF
           STOP RUN.

       VALIDATE-PARAMETERS.
           IF WS-From-Date IS NOT NUMERIC
                   OR WS-To-Date IS NOT NUMERIC
               DISPLAY "ERROR: from-date and to-date must be YYYYMMDD"
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE WS-From-Date TO WS-Date-Num
               COMPUTE WS-From-Int =
                   FUNCTION INTEGER-OF-DATE (WS-Date-Num)
               MOVE WS-To-Date TO WS-Date-Num
               COMPUTE WS-To-Int =
                   FUNCTION INTEGER-OF-DATE (WS-Date-Num)
               IF WS-To-Int < WS-From-Int
                       OR WS-To-Int - WS-From-Int > 30
                   DISPLAY "ERROR: to-date must be on or after "
                       "from-date and at most 31 days on"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   COMPUTE WS-Base-Int = WS-From-Int - 30
                   COMPUTE WS-Day-Span = WS-To-Int - WS-Base-Int + 1
                   COMPUTE WS-Range-Days = WS-To-Int - WS-From-Int + 1
               END-IF
           END-IF
           IF RETURN-CODE = 0 AND WS-Factor-Param NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-Factor-Param) = 0
                       AND FUNCTION NUMVAL (WS-Factor-Param) >= 1
                   MOVE FUNCTION NUMVAL (WS-Factor-Param)
                       TO WS-Spike-Factor
               ELSE
                   DISPLAY "ERROR: spike factor '"
                       FUNCTION TRIM(WS-Factor-Param)
                       "' is not a whole number of 1 or more"
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE = 0 AND WS-Unauth-Param NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-Unauth-Param) = 0
                       AND FUNCTION NUMVAL (WS-Unauth-Param) >= 1
                   MOVE FUNCTION NUMVAL (WS-Unauth-Param)
                       TO WS-Unauth-Limit
               ELSE
                   DISPLAY "ERROR: UNAUTH limit '"
                       FUNCTION TRIM(WS-Unauth-Param)
                       "' is not a whole number of 1 or more"
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.

      * A key counts as restricted if any dated version of it is.
       LOAD-RESTRICTED-KEYS.
           OPEN INPUT KEY-MASTER-FILE
           IF WS-Key-Master-Status = "35"
               DISPLAY "WARNING: no key master - no key is treated "
                   "as restricted"
           ELSE
               IF WS-Key-Master-Status NOT = "00"
                   DISPLAY "ERROR: cannot open key master "
                       "'keymaster.dat' (status "
                       WS-Key-Master-Status ")"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL END-OF-KEY-MASTER
                       READ KEY-MASTER-FILE NEXT RECORD
                           AT END
                               SET END-OF-KEY-MASTER TO TRUE
                           NOT AT END
                               IF KM-Restricted-Flag = "R"
                                   PERFORM NOTE-RESTRICTED-KEY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE KEY-MASTER-FILE
               END-IF
           END-IF.

       NOTE-RESTRICTED-KEY.
           MOVE 0 TO WS-Found
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Rk-Used OR WS-Found > 0
               IF WS-Rk-Name (WS-Idx) = KM-Key-Name
                   MOVE WS-Idx TO WS-Found
               END-IF
           END-PERFORM
           IF WS-Found = 0
               IF WS-Rk-Used < 200
                   ADD 1 TO WS-Rk-Used
                   MOVE KM-Key-Name TO WS-Rk-Name (WS-Rk-Used)
               ELSE
                   DISPLAY "WARNING: more than 200 restricted keys, '"
                       FUNCTION TRIM(KM-Key-Name) "' not checked"
               END-IF
           END-IF.

      * One pass from the top of the master to the end of the
      * to-date: everything before the baseline window only feeds
      * the restricted-key history.
       SCAN-AUDIT-MASTER.
           OPEN INPUT AUDIT-MASTER-FILE
           IF WS-Audit-Master-Status = "35"
               DISPLAY "WARNING: no audit master index - nothing to "
                   "report"
           ELSE
               IF WS-Audit-Master-Status NOT = "00"
                   DISPLAY "ERROR: cannot open audit master index "
                       "(status " WS-Audit-Master-Status ")"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   SET AUDIT-MASTER-OPEN TO TRUE
                   MOVE LOW-VALUES TO AM-Rec-Key
                   START AUDIT-MASTER-FILE
                       KEY IS NOT LESS THAN AM-Rec-Key
                       INVALID KEY
                           SET END-OF-AUDIT TO TRUE
                   END-START
                   PERFORM UNTIL END-OF-AUDIT
                       READ AUDIT-MASTER-FILE NEXT RECORD
                           AT END
                               SET END-OF-AUDIT TO TRUE
                           NOT AT END
                               IF AM-Timestamp (1:8) > WS-To-Date
                                   SET END-OF-AUDIT TO TRUE
                               ELSE
                                   ADD 1 TO WS-Am-Read-Count
                                   PERFORM NOTE-AUDIT-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.

       NOTE-AUDIT-RECORD.
           PERFORM SET-RECORD-DAY
           PERFORM CHECK-KEY-RESTRICTED
           IF WS-Rec-Int >= WS-Base-Int
               PERFORM COUNT-OPERATOR-DAY
           END-IF
           IF WS-Rec-Int >= WS-From-Int
               ADD 1 TO WS-In-Range-Count
               EVALUATE AM-Status
                   WHEN "UNAUTH "
                       MOVE "U" TO WS-Tally-Type
                       PERFORM TALLY-EXCEPTION
                   WHEN "BADOPER"
                       MOVE "B" TO WS-Tally-Type
                       PERFORM TALLY-EXCEPTION
                   WHEN "SUCCESS"
                       IF KEY-IS-RESTRICTED
                           PERFORM FIND-KEY-PAIR
                           IF WS-Found = 0
                               MOVE "F" TO WS-Tally-Type
                               PERFORM TALLY-EXCEPTION
                               PERFORM ADD-KEY-PAIR
                           END-IF
                       END-IF
               END-EVALUATE
           ELSE
               IF AM-Status = "SUCCESS" AND KEY-IS-RESTRICTED
                   PERFORM FIND-KEY-PAIR
                   IF WS-Found = 0
                       PERFORM ADD-KEY-PAIR
                   END-IF
               END-IF
           END-IF.

      * The day number and weekday only change when the date does.
       SET-RECORD-DAY.
           IF AM-Timestamp (1:8) NOT = WS-Rec-Date
               MOVE AM-Timestamp (1:8) TO WS-Rec-Date
               MOVE WS-Rec-Date TO WS-Date-Num
               COMPUTE WS-Rec-Int =
                   FUNCTION INTEGER-OF-DATE (WS-Date-Num)
      * Day 1 of the calendar (1601-01-01) was a Monday.
               COMPUTE WS-Weekday =
                   FUNCTION MOD (WS-Rec-Int - 1, 7)
           END-IF
           MOVE "N" TO WS-Off-Hours
           IF WS-Weekday > 4
                   OR AM-Timestamp (9:4) < WS-Work-Start
                   OR AM-Timestamp (9:4) NOT < WS-Work-End
               MOVE "Y" TO WS-Off-Hours
           END-IF.

       CHECK-KEY-RESTRICTED.
           MOVE "N" TO WS-Is-Restricted
           IF AM-Keyname NOT = SPACES
               PERFORM VARYING WS-Idx FROM 1 BY 1
                       UNTIL WS-Idx > WS-Rk-Used
                           OR KEY-IS-RESTRICTED
                   IF WS-Rk-Name (WS-Idx) = AM-Keyname
                       MOVE "Y" TO WS-Is-Restricted
                   END-IF
               END-PERFORM
           END-IF.

       COUNT-OPERATOR-DAY.
           MOVE 0 TO WS-Op
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Op-Used OR WS-Op > 0
               IF WS-OP-Id (WS-Idx) = AM-Operator
                   MOVE WS-Idx TO WS-Op
               END-IF
           END-PERFORM
           IF WS-Op = 0
               IF WS-Op-Used < 200
                   ADD 1 TO WS-Op-Used
                   MOVE WS-Op-Used TO WS-Op
                   MOVE AM-Operator TO WS-OP-Id (WS-Op)
                   PERFORM VARYING WS-Day FROM 1 BY 1
                           UNTIL WS-Day > 61
                       MOVE 0 TO WS-OD-Count (WS-Op WS-Day)
                       MOVE 0 TO WS-OD-Off (WS-Op WS-Day)
                       MOVE "N" TO WS-OD-Off-Restrict (WS-Op WS-Day)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-Op-Dropped
               END-IF
           END-IF
           IF WS-Op > 0
               COMPUTE WS-Day = WS-Rec-Int - WS-Base-Int + 1
               ADD 1 TO WS-OD-Count (WS-Op WS-Day)
               IF RECORD-OFF-HOURS
                   ADD 1 TO WS-OD-Off (WS-Op WS-Day)
                   IF KEY-IS-RESTRICTED
                       MOVE "Y" TO WS-OD-Off-Restrict (WS-Op WS-Day)
                   END-IF
               END-IF
           END-IF.

      * A matching exception for the same operator, day and key is
      * counted up, otherwise a new one is opened.
       TALLY-EXCEPTION.
           MOVE 0 TO WS-Found
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Ex-Used OR WS-Found > 0
               IF WS-EX-Type (WS-Idx) = WS-Tally-Type
                       AND WS-EX-Operator (WS-Idx) = AM-Operator
                       AND WS-EX-Date (WS-Idx) = WS-Rec-Date
                       AND (WS-Tally-Type = "B"
                           OR WS-EX-Keyname (WS-Idx) = AM-Keyname)
                   MOVE WS-Idx TO WS-Found
               END-IF
           END-PERFORM
           IF WS-Found > 0
               ADD 1 TO WS-EX-Count (WS-Found)
           ELSE
               IF WS-Ex-Used < 500
                   ADD 1 TO WS-Ex-Used
                   MOVE WS-Tally-Type TO WS-EX-Type (WS-Ex-Used)
                   MOVE AM-Operator TO WS-EX-Operator (WS-Ex-Used)
                   MOVE WS-Rec-Date TO WS-EX-Date (WS-Ex-Used)
                   IF WS-Tally-Type = "B"
                       MOVE SPACES TO WS-EX-Keyname (WS-Ex-Used)
                   ELSE
                       MOVE AM-Keyname TO WS-EX-Keyname (WS-Ex-Used)
                   END-IF
                   MOVE 1 TO WS-EX-Count (WS-Ex-Used)
                   MOVE 0 TO WS-EX-Baseline (WS-Ex-Used)
                   MOVE 0 TO WS-EX-Base-Total (WS-Ex-Used)
                   MOVE SPACES TO WS-EX-Severity (WS-Ex-Used)
               ELSE
                   ADD 1 TO WS-Ex-Dropped
               END-IF
           END-IF.

       FIND-KEY-PAIR.
           MOVE 0 TO WS-Found
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Pair-Used OR WS-Found > 0
               IF WS-PR-Operator (WS-Idx) = AM-Operator
                       AND WS-PR-Keyname (WS-Idx) = AM-Keyname
                   MOVE WS-Idx TO WS-Found
               END-IF
           END-PERFORM.

       ADD-KEY-PAIR.
           IF WS-Pair-Used < 2000
               ADD 1 TO WS-Pair-Used
               MOVE AM-Operator TO WS-PR-Operator (WS-Pair-Used)
               MOVE AM-Keyname TO WS-PR-Keyname (WS-Pair-Used)
           ELSE
               ADD 1 TO WS-Pair-Dropped
           END-IF.

      * Spikes and off-hours work are judged day by day against the
      * 30 days before that day, so a long range does not let the
      * range itself raise its own baseline.
       FIND-DAILY-EXCEPTIONS.
           COMPUTE WS-First-Day = WS-From-Int - WS-Base-Int + 1
           PERFORM VARYING WS-Op FROM 1 BY 1
                   UNTIL WS-Op > WS-Op-Used
               PERFORM VARYING WS-Day FROM WS-First-Day BY 1
                       UNTIL WS-Day > WS-Day-Span
                   IF WS-OD-Count (WS-Op WS-Day) > 0
                       PERFORM CHECK-OPERATOR-DAY
                   END-IF
               END-PERFORM
           END-PERFORM.

       CHECK-OPERATOR-DAY.
           MOVE 0 TO WS-Base-Count
           MOVE 0 TO WS-Base-Off
           PERFORM VARYING WS-Back FROM 1 BY 1 UNTIL WS-Back > 30
               COMPUTE WS-Prior = WS-Day - WS-Back
               ADD WS-OD-Count (WS-Op WS-Prior) TO WS-Base-Count
               ADD WS-OD-Off (WS-Op WS-Prior) TO WS-Base-Off
           END-PERFORM
           IF WS-OD-Count (WS-Op WS-Day) >= WS-Spike-Floor
                   AND WS-OD-Count (WS-Op WS-Day) * 30
                       > WS-Spike-Factor * WS-Base-Count
               MOVE "S" TO WS-Tally-Type
               PERFORM OPEN-DAILY-EXCEPTION
               IF WS-Found > 0
                   MOVE WS-OD-Count (WS-Op WS-Day)
                       TO WS-EX-Count (WS-Found)
               END-IF
           END-IF
           IF WS-OD-Off (WS-Op WS-Day) > 0
                   AND (WS-Base-Count = 0
                       OR WS-Base-Off * 100
                           < WS-Off-Share * WS-Base-Count)
               MOVE "O" TO WS-Tally-Type
               PERFORM OPEN-DAILY-EXCEPTION
               IF WS-Found > 0
                   MOVE WS-OD-Off (WS-Op WS-Day)
                       TO WS-EX-Count (WS-Found)
                   MOVE WS-Base-Off TO WS-EX-Baseline (WS-Found)
                   IF WS-OD-Off-Restrict (WS-Op WS-Day) = "Y"
                       MOVE "HIGH" TO WS-EX-Severity (WS-Found)
                   END-IF
               END-IF
           END-IF.

      * An operator with no baseline at all (new, or back from
      * leave) has no normal pattern yet, so any off-hours work
      * shows; the spike floor keeps a handful of records quiet.
       OPEN-DAILY-EXCEPTION.
           MOVE 0 TO WS-Found
           IF WS-Ex-Used < 500
               ADD 1 TO WS-Ex-Used
               MOVE WS-Ex-Used TO WS-Found
               MOVE WS-Tally-Type TO WS-EX-Type (WS-Found)
               MOVE WS-OP-Id (WS-Op) TO WS-EX-Operator (WS-Found)
               COMPUTE WS-Date-Num = FUNCTION DATE-OF-INTEGER
                   (WS-Base-Int + WS-Day - 1)
               MOVE WS-Date-Num TO WS-EX-Date (WS-Found)
               MOVE SPACES TO WS-EX-Keyname (WS-Found)
               MOVE WS-Base-Count TO WS-EX-Base-Total (WS-Found)
               MOVE WS-Base-Count TO WS-EX-Baseline (WS-Found)
               MOVE SPACES TO WS-EX-Severity (WS-Found)
           ELSE
               ADD 1 TO WS-Ex-Dropped
           END-IF.

       SET-SEVERITIES.
           PERFORM VARYING WS-Ex FROM 1 BY 1 UNTIL WS-Ex > WS-Ex-Used
               EVALUATE WS-EX-Type (WS-Ex)
                   WHEN "U"
                       IF WS-EX-Count (WS-Ex) < WS-Unauth-Limit
                           MOVE "-" TO WS-EX-Type (WS-Ex)
                       ELSE
                           MOVE "HIGH" TO WS-EX-Severity (WS-Ex)
                           ADD 1 TO WS-Unauth-Count
                       END-IF
                   WHEN "B"
                       MOVE "HIGH" TO WS-EX-Severity (WS-Ex)
                       ADD 1 TO WS-Badop-Count
                   WHEN "F"
                       MOVE "MEDIUM" TO WS-EX-Severity (WS-Ex)
                       ADD 1 TO WS-First-Count
                   WHEN "S"
                       IF WS-EX-Base-Total (WS-Ex) > 0
                               AND WS-EX-Count (WS-Ex) * 30
                                   >= 2 * WS-Spike-Factor
                                       * WS-EX-Base-Total (WS-Ex)
                           MOVE "HIGH" TO WS-EX-Severity (WS-Ex)
                       ELSE
                           MOVE "MEDIUM" TO WS-EX-Severity (WS-Ex)
                       END-IF
                       ADD 1 TO WS-Spike-Count
                   WHEN "O"
                       IF WS-EX-Severity (WS-Ex) = SPACES
                           MOVE "LOW" TO WS-EX-Severity (WS-Ex)
                       END-IF
                       ADD 1 TO WS-Offhr-Count
               END-EVALUATE
               EVALUATE WS-EX-Severity (WS-Ex)
                   WHEN "HIGH"
                       ADD 1 TO WS-High-Count
                   WHEN "MEDIUM"
                       ADD 1 TO WS-Medium-Count
                   WHEN "LOW"
                       ADD 1 TO WS-Low-Count
               END-EVALUATE
           END-PERFORM.

       WRITE-EXCEPTION-REPORT.
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           IF WS-Report-File-Status NOT = "00"
               DISPLAY "ERROR: cannot open report file '"
                   FUNCTION TRIM(WS-Report-File)
                   "' (status " WS-Report-File-Status ")"
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE WS-From-Date TO HL-From-Date
               MOVE WS-To-Date TO HL-To-Date
               MOVE WS-Heading-Line TO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
               MOVE WS-Spike-Factor TO RH-Factor
               MOVE WS-Unauth-Limit TO RH-Limit
               MOVE WS-Work-Start TO RH-Start
               MOVE WS-Work-End TO RH-End
               MOVE WS-Rule-Line TO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
               MOVE SPACES TO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
               MOVE "EXCEPTIONS (SEVERITY  TYPE  OPERATOR  DATE  "
                   & "KEY NAME  RECORDS)" TO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
               PERFORM VARYING WS-Sev-Pass FROM 1 BY 1
                       UNTIL WS-Sev-Pass > 3
                   EVALUATE WS-Sev-Pass
                       WHEN 1
                           MOVE "HIGH" TO WS-Pass-Severity
                       WHEN 2
                           MOVE "MEDIUM" TO WS-Pass-Severity
                       WHEN OTHER
                           MOVE "LOW" TO WS-Pass-Severity
                   END-EVALUATE
                   PERFORM VARYING WS-Ex FROM 1 BY 1
                           UNTIL WS-Ex > WS-Ex-Used
                       IF WS-EX-Type (WS-Ex) NOT = "-"
                               AND WS-EX-Severity (WS-Ex)
                                   = WS-Pass-Severity
                           PERFORM WRITE-ONE-EXCEPTION
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF WS-High-Count + WS-Medium-Count + WS-Low-Count = 0
                   MOVE "  (NONE)" TO EXCEPTION-REPORT-RECORD
                   WRITE EXCEPTION-REPORT-RECORD
               END-IF
               IF WS-Ex-Dropped > 0
                   MOVE SPACES TO EXCEPTION-REPORT-RECORD
                   STRING "  ... and further exceptions past the "
                          DELIMITED BY SIZE
                          "500 listed - narrow the date range"
                          DELIMITED BY SIZE
                       INTO EXCEPTION-REPORT-RECORD
                   WRITE EXCEPTION-REPORT-RECORD
               END-IF
               PERFORM WRITE-REPORT-TOTALS
               CLOSE EXCEPTION-REPORT-FILE
           END-IF
           DISPLAY "Audit records read     : " WS-Am-Read-Count
           DISPLAY "Records in range       : " WS-In-Range-Count
           DISPLAY "High exceptions        : " WS-High-Count
           DISPLAY "Medium exceptions      : " WS-Medium-Count
           DISPLAY "Low exceptions         : " WS-Low-Count.

       WRITE-ONE-EXCEPTION.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE WS-EX-Severity (WS-Ex) TO EL-Severity
           EVALUATE WS-EX-Type (WS-Ex)
               WHEN "S"
                   MOVE "VOLUME SPIKE" TO EL-Type
               WHEN "O"
                   MOVE "OFF-HOURS" TO EL-Type
               WHEN "U"
                   MOVE "REPEATED UNAUTH" TO EL-Type
               WHEN "F"
                   MOVE "FIRST RESTRICTED" TO EL-Type
               WHEN "B"
                   MOVE "REFUSED OPERATOR" TO EL-Type
           END-EVALUATE
           MOVE WS-EX-Operator (WS-Ex) TO EL-Operator
           MOVE WS-EX-Date (WS-Ex) TO EL-Date
           MOVE WS-EX-Keyname (WS-Ex) TO EL-Keyname
           MOVE WS-EX-Count (WS-Ex) TO EL-Count
           MOVE WS-Exception-Line TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           PERFORM WRITE-EXCEPTION-REASON
           PERFORM WRITE-EXCEPTION-RECORDS.

       WRITE-EXCEPTION-REASON.
           MOVE WS-EX-Count (WS-Ex) TO WS-Count-Edit
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           EVALUATE WS-EX-Type (WS-Ex)
               WHEN "S"
                   COMPUTE WS-Average ROUNDED =
                       WS-EX-Base-Total (WS-Ex) / 30
                   MOVE WS-Average TO WS-Total-Edit
                   STRING "    " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-Count-Edit)
                              DELIMITED BY SIZE
                          " records in the day against a 30-day "
                              DELIMITED BY SIZE
                          "average of " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-Total-Edit)
                              DELIMITED BY SIZE
                          " a day" DELIMITED BY SIZE
                       INTO EXCEPTION-REPORT-RECORD
               WHEN "O"
                   MOVE WS-EX-Baseline (WS-Ex) TO WS-Total-Edit
                   STRING "    " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-Count-Edit)
                              DELIMITED BY SIZE
                          " records off-hours; " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-Total-Edit)
                              DELIMITED BY SIZE
                          " off-hours in the previous 30 days"
                              DELIMITED BY SIZE
                       INTO EXCEPTION-REPORT-RECORD
               WHEN "U"
                   STRING "    " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-Count-Edit)
                              DELIMITED BY SIZE
                          " UNAUTH refusals against this key in the "
                              DELIMITED BY SIZE
                          "day" DELIMITED BY SIZE
                       INTO EXCEPTION-REPORT-RECORD
               WHEN "F"
                   MOVE "    first use of this restricted key by the "
                       & "operator anywhere in the audit master"
                       TO EXCEPTION-REPORT-RECORD
               WHEN "B"
                   STRING "    " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-Count-Edit)
                              DELIMITED BY SIZE
                          " attempts refused - not active in the "
                              DELIMITED BY SIZE
                          "operator master" DELIMITED BY SIZE
                       INTO EXCEPTION-REPORT-RECORD
           END-EVALUATE
           WRITE EXCEPTION-REPORT-RECORD.

      * The records behind an exception are re-read from the start
      * of its day; at most ten are listed.
       WRITE-EXCEPTION-RECORDS.
           MOVE 0 TO WS-Shown
           MOVE 0 TO WS-Not-Shown
           MOVE "N" TO WS-Audit-Eof
           MOVE SPACES TO AM-Timestamp
           MOVE WS-EX-Date (WS-Ex) TO AM-Timestamp (1:8)
           MOVE LOW-VALUES TO AM-Timestamp (9:8)
           MOVE ZEROS TO AM-Seq
           START AUDIT-MASTER-FILE KEY IS NOT LESS THAN AM-Rec-Key
               INVALID KEY
                   SET END-OF-AUDIT TO TRUE
           END-START
           PERFORM UNTIL END-OF-AUDIT
               READ AUDIT-MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-AUDIT TO TRUE
                   NOT AT END
                       IF AM-Timestamp (1:8) NOT = WS-EX-Date (WS-Ex)
                           SET END-OF-AUDIT TO TRUE
                       ELSE
                           PERFORM CHECK-RECORD-WANTED
                           IF WS-Record-Wanted = "Y"
                               IF WS-Shown < 10
                                   ADD 1 TO WS-Shown
                                   PERFORM WRITE-RECORD-LINE
                               ELSE
                                   ADD 1 TO WS-Not-Shown
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Not-Shown > 0
               MOVE WS-Not-Shown TO WS-Count-Edit
               MOVE SPACES TO EXCEPTION-REPORT-RECORD
               STRING "        ... and " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Count-Edit) DELIMITED BY SIZE
                      " more" DELIMITED BY SIZE
                   INTO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
           END-IF.

       CHECK-RECORD-WANTED.
           MOVE "N" TO WS-Record-Wanted
           IF AM-Operator = WS-EX-Operator (WS-Ex)
               EVALUATE WS-EX-Type (WS-Ex)
                   WHEN "S"
                       MOVE "Y" TO WS-Record-Wanted
                   WHEN "O"
                       PERFORM SET-RECORD-DAY
                       IF RECORD-OFF-HOURS
                           MOVE "Y" TO WS-Record-Wanted
                       END-IF
                   WHEN "U"
                       IF AM-Status = "UNAUTH "
                               AND AM-Keyname = WS-EX-Keyname (WS-Ex)
                           MOVE "Y" TO WS-Record-Wanted
                       END-IF
                   WHEN "F"
                       IF AM-Status = "SUCCESS"
                               AND AM-Keyname = WS-EX-Keyname (WS-Ex)
                           MOVE "Y" TO WS-Record-Wanted
                       END-IF
                   WHEN "B"
                       IF AM-Status = "BADOPER"
                           MOVE "Y" TO WS-Record-Wanted
                       END-IF
               END-EVALUATE
           END-IF.

       WRITE-RECORD-LINE.
           MOVE AM-Timestamp TO RL-Timestamp
           MOVE AM-Seq TO RL-Seq
           MOVE AM-Func TO RL-Func
           MOVE AM-Key TO RL-Key
           MOVE AM-Status TO RL-Status
           MOVE AM-Keyname TO RL-Keyname
           MOVE AM-Dept TO RL-Dept
           MOVE WS-Record-Line TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE "AUDIT RECORDS READ" TO TL-Name
           MOVE WS-Am-Read-Count TO TL-Count
           MOVE WS-Total-Line TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE "  IN THE DATE RANGE" TO TL-Name
           MOVE WS-In-Range-Count TO TL-Count
           MOVE WS-Total-Line TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE "OPERATORS WITH A BASELINE" TO TL-Name
           MOVE WS-Op-Used TO TL-Count
           MOVE WS-Total-Line TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE "VOLUME SPIKES" TO TL-Name
           MOVE WS-Spike-Count TO TL-Count
           MOVE WS-Total-Line TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE "OFF-HOURS DAYS" TO TL-Name
           MOVE WS-Offhr-Count TO TL-Count
           MOVE WS-Total-Line TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE "REPEATED UNAUTH" TO TL-Name
           MOVE WS-Unauth-Count TO TL-Count
           MOVE WS-Total-Line TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE "FIRST RESTRICTED KEY USES" TO TL-Name
           MOVE WS-First-Count TO TL-Count
           MOVE WS-Total-Line TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE "REFUSED OPERATOR DAYS" TO TL-Name
           MOVE WS-Badop-Count TO TL-Count
           MOVE WS-Total-Line TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE "HIGH SEVERITY" TO TL-Name
           MOVE WS-High-Count TO TL-Count
           MOVE WS-Total-Line TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE "MEDIUM SEVERITY" TO TL-Name
           MOVE WS-Medium-Count TO TL-Count
           MOVE WS-Total-Line TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE "LOW SEVERITY" TO TL-Name
           MOVE WS-Low-Count TO TL-Count
           MOVE WS-Total-Line TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           IF WS-Op-Dropped > 0 OR WS-Pair-Dropped > 0
               MOVE SPACES TO EXCEPTION-REPORT-RECORD
               MOVE "WARNING: operator or key-use table full - some "
                   & "activity was not assessed"
                   TO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
               DISPLAY "WARNING: operator or key-use table full - "
                   "some activity was not assessed"
           END-IF.

       END PROGRAM SECEXCP.
