       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYAGE.
      *****************************************************************
      * Key rotation compliance report.
      *
      * Keys used to be rotated when somebody remembered to.  This
      * report takes every active key in keymaster.dat - one whose
      * version in force today is flagged active - and holds the age
      * of that version against the key's maximum-age policy from
      * keypolicy.dat: the key's own policy, else the *RESTRICTED or
      * *OPEN class policy, else 365 days.  For each key it shows the
      * version's effective date, its age, the earliest future-dated
      * replacement already loaded, and the days left before the
      * version breaches policy, then lists:
      *
      *   - overdue keys (past their maximum age today);
      *   - keys due within the lookahead window with no replacement
      *     loaded, or with one dated after the breach;
      *   - restricted keys not rotated at all in the past year.
      *
      *   KEYAGE report-file [lookahead-days]
      *
      * Without lookahead-days, the window is the KEYAGE_LOOKAHEAD
      * site parameter, or 30 when the site has not set one.
      *
      * Return code, for the job stream to act on:
      *    0  every active key within policy
      *    4  keys due within the window with no replacement in time
      *    8  keys overdue, or restricted keys not rotated in a year
      *   12  the report could not be produced
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEY-MASTER-FILE ASSIGN TO "keymaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KM-Key-Id
               FILE STATUS IS WS-Key-Master-Status.
           SELECT KEY-POLICY-FILE ASSIGN TO "keypolicy.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KP-Policy-Name
               FILE STATUS IS WS-Policy-File-Status.
           SELECT AGE-REPORT-FILE ASSIGN TO DYNAMIC WS-Report-File
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-File-Status.
           SELECT SITE-PARM-FILE ASSIGN TO "siteparm.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-Param-Id
               FILE STATUS IS WS-Site-Parm-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  KEY-MASTER-FILE.
       01  KEY-MASTER-RECORD.
           COPY KEYMAST.
       FD  KEY-POLICY-FILE.
       01  KEY-POLICY-RECORD.
           COPY KEYPOLCY.
       FD  AGE-REPORT-FILE.
       01  AGE-REPORT-RECORD       PIC X(100).
       FD  SITE-PARM-FILE.
       01  SITE-PARM-RECORD.
           COPY SITEPARM.
       LOCAL-STORAGE SECTION.
       01 WS-Report-File      PIC X(100) VALUE SPACES.
       01 WS-Lookahead-Arg    PIC X(8) VALUE SPACES.
       01 WS-Lookahead        PIC 9(4) VALUE 30.
       01 WS-Lookahead-Source PIC X(11) VALUE "DEFAULT".
       01 WS-Site-Parm-Status PIC XX.
       01 WS-Site-Parm-Eof    PIC X.
           88 END-OF-SITE-PARMS    VALUE "Y".
       01 WS-Parm-Name        PIC X(20).
       01 WS-Parm-Value       PIC X(60).
       01 WS-Parm-Found       PIC X.
           88 SITE-PARM-FOUND      VALUE "Y".
       01 WS-As-Of            PIC X(8).
       01 WS-As-Of-Num        PIC 9(8).
       01 WS-As-Of-Int        PIC 9(8).
       01 WS-Key-Master-Status PIC XX.
       01 WS-Policy-File-Status PIC XX.
       01 WS-Report-File-Status PIC XX.
       01 WS-Master-Eof       PIC X VALUE "N".
           88 END-OF-KEY-MASTER    VALUE "Y".
       01 WS-Policy-Open      PIC X VALUE "N".
           88 POLICY-FILE-OPEN     VALUE "Y".
       01 WS-Restricted-Max   PIC 9(4) VALUE 365.
       01 WS-Restricted-Source PIC X(7) VALUE "DEFAULT".
       01 WS-Open-Max         PIC 9(4) VALUE 365.
       01 WS-Open-Source      PIC X(7) VALUE "DEFAULT".
       01 WS-Idx              PIC 9(3).
       01 WS-Key-Used         PIC 9(3) VALUE 0.
       01 WS-Key-Table.
           05 WS-Key-Entry OCCURS 200 TIMES.
               10 WS-KT-Name        PIC X(20).
               10 WS-KT-Restricted  PIC X.
               10 WS-KT-Cur-Date    PIC 9(8).
               10 WS-KT-Cur-Active  PIC X.
               10 WS-KT-Next-Date   PIC 9(8).
               10 WS-KT-Age         PIC 9(5).
               10 WS-KT-Max-Age     PIC 9(4).
               10 WS-KT-Source      PIC X(7).
               10 WS-KT-Days-Left   PIC S9(5).
               10 WS-KT-Status      PIC X.
                   88 KT-NOT-ACTIVE         VALUE "N".
                   88 KT-WITHIN-POLICY      VALUE "K".
                   88 KT-DUE-REPLACED       VALUE "R".
                   88 KT-DUE-UNREPLACED     VALUE "D".
                   88 KT-OVERDUE            VALUE "O".
               10 WS-KT-Stale       PIC X.
       01 WS-Breach-Int       PIC 9(8).
       01 WS-Active-Count     PIC 9(4) VALUE 0.
       01 WS-Inactive-Count   PIC 9(4) VALUE 0.
       01 WS-Future-Count     PIC 9(4) VALUE 0.
       01 WS-Overdue-Count    PIC 9(4) VALUE 0.
       01 WS-Due-Count        PIC 9(4) VALUE 0.
       01 WS-Stale-Count      PIC 9(4) VALUE 0.
       01 WS-Section-Count    PIC 9(4).
       01 WS-Result-Code      PIC 99 VALUE 0.
       01 WS-Lookahead-Edit   PIC ZZZ9.
       01 WS-Heading-Line.
           05 FILLER           PIC X(32)
               VALUE "KEY ROTATION COMPLIANCE  AS OF  ".
           05 HL-As-Of         PIC X(8).
           05 FILLER           PIC X(13) VALUE "  LOOKAHEAD  ".
           05 HL-Days          PIC ZZZ9.
           05 FILLER           PIC X(5) VALUE " DAYS".
       01 WS-Column-Line.
           05 FILLER           PIC X(22) VALUE "KEY NAME".
           05 FILLER           PIC X(3)  VALUE "CL".
           05 FILLER           PIC X(10) VALUE "IN FORCE".
           05 FILLER           PIC X(7)  VALUE "  AGE".
           05 FILLER           PIC X(6)  VALUE " MAX".
           05 FILLER           PIC X(9)  VALUE "POLICY".
           05 FILLER           PIC X(10) VALUE "REPLACED".
           05 FILLER           PIC X(7)  VALUE " LEFT".
           05 FILLER           PIC X(20) VALUE "STATUS".
       01 WS-Key-Line.
           05 KL-Name          PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 KL-Class         PIC X.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 KL-Cur-Date      PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 KL-Age           PIC ZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 KL-Max-Age       PIC ZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 KL-Source        PIC X(7).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 KL-Next-Date     PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 KL-Days-Left     PIC ----9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 KL-Status        PIC X(26).
       01 WS-Total-Line.
           05 TL-Name          PIC X(40).
           05 TL-Count         PIC ZZZZZZZ9.
       PROCEDURE DIVISION.
           ACCEPT WS-Report-File FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Report-File
           END-ACCEPT
           ACCEPT WS-Lookahead-Arg FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Lookahead-Arg
           END-ACCEPT
           ACCEPT WS-As-Of FROM DATE YYYYMMDD
           IF WS-Report-File = SPACES
               DISPLAY "usage: KEYAGE report-file [lookahead-days]"
               MOVE 12 TO WS-Result-Code
           ELSE
               MOVE WS-As-Of TO WS-As-Of-Num
               COMPUTE WS-As-Of-Int =
                   FUNCTION INTEGER-OF-DATE (WS-As-Of-Num)
               PERFORM RESOLVE-LOOKAHEAD
               PERFORM LOAD-KEY-TABLE
               IF WS-Result-Code = 0
                   PERFORM LOAD-CLASS-POLICIES
               END-IF
               IF WS-Result-Code = 0
                   PERFORM VARYING WS-Idx FROM 1 BY 1
                           UNTIL WS-Idx > WS-Key-Used
                       PERFORM JUDGE-ONE-KEY
                   END-PERFORM
                   IF POLICY-FILE-OPEN
                       CLOSE KEY-POLICY-FILE
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-Overdue-Count > 0
                               OR WS-Stale-Count > 0
                           MOVE 8 TO WS-Result-Code
                       WHEN WS-Due-Count > 0
                           MOVE 4 TO WS-Result-Code
                   END-EVALUATE
                   PERFORM WRITE-AGE-REPORT
               END-IF
           END-IF
           MOVE WS-Result-Code TO RETURN-CODE
           STOP RUN.

      * The registry is in name then effective-date order, so each
      * name's versions arrive together and oldest first: the last
      * one dated on or before today is the version in force, and
      * the first active one dated after today is the replacement
      * already loaded.  A name is restricted if any version is, as
      * KEYMAINT judges it.
       LOAD-KEY-TABLE.
           OPEN INPUT KEY-MASTER-FILE
           IF WS-Key-Master-Status NOT = "00"
               DISPLAY "ERROR: cannot open keymaster.dat (status "
                   WS-Key-Master-Status ")"
               MOVE 12 TO WS-Result-Code
           ELSE
               PERFORM UNTIL END-OF-KEY-MASTER
                   READ KEY-MASTER-FILE NEXT RECORD
                       AT END
                           SET END-OF-KEY-MASTER TO TRUE
                       NOT AT END
                           PERFORM ADD-VERSION-TO-TABLE
                   END-READ
               END-PERFORM
               CLOSE KEY-MASTER-FILE
           END-IF.

       ADD-VERSION-TO-TABLE.
           IF WS-Key-Used = 0
                   OR KM-Key-Name NOT = WS-KT-Name (WS-Key-Used)
               IF WS-Key-Used < 200
                   ADD 1 TO WS-Key-Used
                   MOVE KM-Key-Name TO WS-KT-Name (WS-Key-Used)
                   MOVE "N" TO WS-KT-Restricted (WS-Key-Used)
                   MOVE 0 TO WS-KT-Cur-Date (WS-Key-Used)
                   MOVE "N" TO WS-KT-Cur-Active (WS-Key-Used)
                   MOVE 0 TO WS-KT-Next-Date (WS-Key-Used)
                   MOVE "N" TO WS-KT-Stale (WS-Key-Used)
               ELSE
                   DISPLAY "WARNING: more than 200 key names, '"
                       KM-Key-Name "' not reported"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF KM-Restricted-Flag = "R"
               MOVE "Y" TO WS-KT-Restricted (WS-Key-Used)
           END-IF
           IF KM-Effective-Date <= WS-As-Of-Num
               MOVE KM-Effective-Date TO WS-KT-Cur-Date (WS-Key-Used)
               MOVE KM-Active-Flag TO WS-KT-Cur-Active (WS-Key-Used)
           ELSE
               IF KM-Active-Flag = "Y"
                       AND WS-KT-Next-Date (WS-Key-Used) = 0
                   MOVE KM-Effective-Date
                       TO WS-KT-Next-Date (WS-Key-Used)
               END-IF
           END-IF.

      * The class policies are read once; a missing policy file means
      * no policy has been set, so every key is held to 365 days.
       LOAD-CLASS-POLICIES.
           OPEN INPUT KEY-POLICY-FILE
           EVALUATE WS-Policy-File-Status
               WHEN "00"
                   SET POLICY-FILE-OPEN TO TRUE
                   MOVE "*RESTRICTED" TO KP-Policy-Name
                   READ KEY-POLICY-FILE
                       NOT INVALID KEY
                           MOVE KP-Max-Age-Days TO WS-Restricted-Max
                           MOVE "CLASS" TO WS-Restricted-Source
                   END-READ
                   MOVE "*OPEN" TO KP-Policy-Name
                   READ KEY-POLICY-FILE
                       NOT INVALID KEY
                           MOVE KP-Max-Age-Days TO WS-Open-Max
                           MOVE "CLASS" TO WS-Open-Source
                   END-READ
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR: cannot open keypolicy.dat (status "
                       WS-Policy-File-Status ")"
                   MOVE 12 TO WS-Result-Code
           END-EVALUATE.

      * Age and days left are whole days between dates.  A version
      * aged exactly its maximum is still within policy; the day
      * after, it is overdue.  A replacement only counts if it takes
      * effect on or before the last day within policy.
       JUDGE-ONE-KEY.
           IF WS-KT-Cur-Date (WS-Idx) = 0
               SET KT-NOT-ACTIVE (WS-Idx) TO TRUE
               ADD 1 TO WS-Future-Count
               EXIT PARAGRAPH
           END-IF
           IF WS-KT-Cur-Active (WS-Idx) NOT = "Y"
               SET KT-NOT-ACTIVE (WS-Idx) TO TRUE
               ADD 1 TO WS-Inactive-Count
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Active-Count
           COMPUTE WS-KT-Age (WS-Idx) = WS-As-Of-Int
               - FUNCTION INTEGER-OF-DATE (WS-KT-Cur-Date (WS-Idx))
           PERFORM FIND-KEY-POLICY
           COMPUTE WS-KT-Days-Left (WS-Idx) =
               WS-KT-Max-Age (WS-Idx) - WS-KT-Age (WS-Idx)
           COMPUTE WS-Breach-Int =
               FUNCTION INTEGER-OF-DATE (WS-KT-Cur-Date (WS-Idx))
                   + WS-KT-Max-Age (WS-Idx)
           EVALUATE TRUE
               WHEN WS-KT-Days-Left (WS-Idx) < 0
                   SET KT-OVERDUE (WS-Idx) TO TRUE
                   ADD 1 TO WS-Overdue-Count
               WHEN WS-KT-Days-Left (WS-Idx) > WS-Lookahead
                   SET KT-WITHIN-POLICY (WS-Idx) TO TRUE
               WHEN WS-KT-Next-Date (WS-Idx) NOT = 0
                       AND FUNCTION INTEGER-OF-DATE
                           (WS-KT-Next-Date (WS-Idx)) <= WS-Breach-Int
                   SET KT-DUE-REPLACED (WS-Idx) TO TRUE
               WHEN OTHER
                   SET KT-DUE-UNREPLACED (WS-Idx) TO TRUE
                   ADD 1 TO WS-Due-Count
           END-EVALUATE
           IF WS-KT-Restricted (WS-Idx) = "Y"
                   AND WS-KT-Age (WS-Idx) > 365
               MOVE "Y" TO WS-KT-Stale (WS-Idx)
               ADD 1 TO WS-Stale-Count
           END-IF.

       FIND-KEY-POLICY.
           IF WS-KT-Restricted (WS-Idx) = "Y"
               MOVE WS-Restricted-Max TO WS-KT-Max-Age (WS-Idx)
               MOVE WS-Restricted-Source TO WS-KT-Source (WS-Idx)
           ELSE
               MOVE WS-Open-Max TO WS-KT-Max-Age (WS-Idx)
               MOVE WS-Open-Source TO WS-KT-Source (WS-Idx)
           END-IF
           IF POLICY-FILE-OPEN
               MOVE WS-KT-Name (WS-Idx) TO KP-Policy-Name
               READ KEY-POLICY-FILE
                   NOT INVALID KEY
                       MOVE KP-Max-Age-Days TO WS-KT-Max-Age (WS-Idx)
                       MOVE "KEY" TO WS-KT-Source (WS-Idx)
               END-READ
           END-IF.

       WRITE-AGE-REPORT.
           OPEN OUTPUT AGE-REPORT-FILE
           IF WS-Report-File-Status NOT = "00"
               DISPLAY "ERROR: cannot open report file '"
                   FUNCTION TRIM(WS-Report-File)
                   "' (status " WS-Report-File-Status ")"
               MOVE 12 TO WS-Result-Code
           ELSE
               MOVE WS-As-Of TO HL-As-Of
               MOVE WS-Lookahead TO HL-Days
               MOVE WS-Heading-Line TO AGE-REPORT-RECORD
               WRITE AGE-REPORT-RECORD
               MOVE SPACES TO AGE-REPORT-RECORD
               STRING "PARAMETER KEYAGE_LOOKAHEAD : " DELIMITED BY SIZE
                      WS-Lookahead DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Lookahead-Source)
                          DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO AGE-REPORT-RECORD
               WRITE AGE-REPORT-RECORD
               MOVE SPACES TO AGE-REPORT-RECORD
               STRING "POLICY *RESTRICTED : " DELIMITED BY SIZE
                      WS-Restricted-Max DELIMITED BY SIZE
                      " DAYS (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Restricted-Source)
                          DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO AGE-REPORT-RECORD
               WRITE AGE-REPORT-RECORD
               MOVE SPACES TO AGE-REPORT-RECORD
               STRING "POLICY *OPEN       : " DELIMITED BY SIZE
                      WS-Open-Max DELIMITED BY SIZE
                      " DAYS (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Open-Source) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO AGE-REPORT-RECORD
               WRITE AGE-REPORT-RECORD
               MOVE SPACES TO AGE-REPORT-RECORD
               WRITE AGE-REPORT-RECORD
               MOVE "ACTIVE KEYS" TO AGE-REPORT-RECORD
               WRITE AGE-REPORT-RECORD
               MOVE WS-Column-Line TO AGE-REPORT-RECORD
               WRITE AGE-REPORT-RECORD
               PERFORM VARYING WS-Idx FROM 1 BY 1
                       UNTIL WS-Idx > WS-Key-Used
                   IF NOT KT-NOT-ACTIVE (WS-Idx)
                       PERFORM WRITE-ONE-KEY-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO AGE-REPORT-RECORD
               WRITE AGE-REPORT-RECORD
               MOVE "OVERDUE KEYS" TO AGE-REPORT-RECORD
               WRITE AGE-REPORT-RECORD
               MOVE 0 TO WS-Section-Count
               PERFORM VARYING WS-Idx FROM 1 BY 1
                       UNTIL WS-Idx > WS-Key-Used
                   IF KT-OVERDUE (WS-Idx)
                       ADD 1 TO WS-Section-Count
                       PERFORM WRITE-ONE-KEY-LINE
                   END-IF
               END-PERFORM
               PERFORM WRITE-NONE-IF-EMPTY
               MOVE SPACES TO AGE-REPORT-RECORD
               WRITE AGE-REPORT-RECORD
               MOVE SPACES TO AGE-REPORT-RECORD
               MOVE WS-Lookahead TO WS-Lookahead-Edit
               STRING "DUE WITHIN " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Lookahead-Edit)
                          DELIMITED BY SIZE
                      " DAYS WITH NO REPLACEMENT LOADED IN TIME"
                          DELIMITED BY SIZE
                   INTO AGE-REPORT-RECORD
               WRITE AGE-REPORT-RECORD
               MOVE 0 TO WS-Section-Count
               PERFORM VARYING WS-Idx FROM 1 BY 1
                       UNTIL WS-Idx > WS-Key-Used
                   IF KT-DUE-UNREPLACED (WS-Idx)
                       ADD 1 TO WS-Section-Count
                       PERFORM WRITE-ONE-KEY-LINE
                   END-IF
               END-PERFORM
               PERFORM WRITE-NONE-IF-EMPTY
               MOVE SPACES TO AGE-REPORT-RECORD
               WRITE AGE-REPORT-RECORD
               MOVE "RESTRICTED KEYS NOT ROTATED IN THE PAST YEAR"
                   TO AGE-REPORT-RECORD
               WRITE AGE-REPORT-RECORD
               MOVE 0 TO WS-Section-Count
               PERFORM VARYING WS-Idx FROM 1 BY 1
                       UNTIL WS-Idx > WS-Key-Used
                   IF WS-KT-Stale (WS-Idx) = "Y"
                       ADD 1 TO WS-Section-Count
                       PERFORM WRITE-ONE-KEY-LINE
                   END-IF
               END-PERFORM
               PERFORM WRITE-NONE-IF-EMPTY
               MOVE SPACES TO AGE-REPORT-RECORD
               WRITE AGE-REPORT-RECORD
               MOVE "KEY NAMES ON FILE" TO TL-Name
               MOVE WS-Key-Used TO TL-Count
               PERFORM WRITE-TOTAL-LINE
               MOVE "ACTIVE KEYS" TO TL-Name
               MOVE WS-Active-Count TO TL-Count
               PERFORM WRITE-TOTAL-LINE
               MOVE "INACTIVE KEYS" TO TL-Name
               MOVE WS-Inactive-Count TO TL-Count
               PERFORM WRITE-TOTAL-LINE
               MOVE "KEYS NOT YET IN FORCE" TO TL-Name
               MOVE WS-Future-Count TO TL-Count
               PERFORM WRITE-TOTAL-LINE
               MOVE "OVERDUE KEYS" TO TL-Name
               MOVE WS-Overdue-Count TO TL-Count
               PERFORM WRITE-TOTAL-LINE
               MOVE "DUE WITH NO REPLACEMENT IN TIME" TO TL-Name
               MOVE WS-Due-Count TO TL-Count
               PERFORM WRITE-TOTAL-LINE
               MOVE "RESTRICTED, NOT ROTATED IN A YEAR" TO TL-Name
               MOVE WS-Stale-Count TO TL-Count
               PERFORM WRITE-TOTAL-LINE
               MOVE "RETURN CODE" TO TL-Name
               MOVE WS-Result-Code TO TL-Count
               PERFORM WRITE-TOTAL-LINE
               CLOSE AGE-REPORT-FILE
           END-IF
           DISPLAY "Active keys            : " WS-Active-Count
           DISPLAY "Overdue keys           : " WS-Overdue-Count
           DISPLAY "Due, no replacement    : " WS-Due-Count
           DISPLAY "Restricted, not rotated: " WS-Stale-Count.

       WRITE-ONE-KEY-LINE.
           MOVE WS-KT-Name (WS-Idx) TO KL-Name
           IF WS-KT-Restricted (WS-Idx) = "Y"
               MOVE "R" TO KL-Class
           ELSE
               MOVE "O" TO KL-Class
           END-IF
           MOVE WS-KT-Cur-Date (WS-Idx) TO KL-Cur-Date
           MOVE WS-KT-Age (WS-Idx) TO KL-Age
           MOVE WS-KT-Max-Age (WS-Idx) TO KL-Max-Age
           MOVE WS-KT-Source (WS-Idx) TO KL-Source
           IF WS-KT-Next-Date (WS-Idx) = 0
               MOVE "NONE" TO KL-Next-Date
           ELSE
               MOVE WS-KT-Next-Date (WS-Idx) TO KL-Next-Date
           END-IF
           MOVE WS-KT-Days-Left (WS-Idx) TO KL-Days-Left
           EVALUATE TRUE
               WHEN KT-OVERDUE (WS-Idx)
                   MOVE "OVERDUE" TO KL-Status
               WHEN KT-DUE-UNREPLACED (WS-Idx)
                   IF WS-KT-Next-Date (WS-Idx) = 0
                       MOVE "DUE - NO REPLACEMENT" TO KL-Status
                   ELSE
                       MOVE "DUE - REPLACEMENT TOO LATE" TO KL-Status
                   END-IF
               WHEN KT-DUE-REPLACED (WS-Idx)
                   MOVE "DUE - REPLACEMENT LOADED" TO KL-Status
               WHEN OTHER
                   MOVE "OK" TO KL-Status
           END-EVALUATE
           MOVE WS-Key-Line TO AGE-REPORT-RECORD
           WRITE AGE-REPORT-RECORD.

       WRITE-NONE-IF-EMPTY.
           IF WS-Section-Count = 0
               MOVE "  NONE" TO AGE-REPORT-RECORD
               WRITE AGE-REPORT-RECORD
           END-IF.

       WRITE-TOTAL-LINE.
           MOVE WS-Total-Line TO AGE-REPORT-RECORD
           WRITE AGE-REPORT-RECORD.

      * The window is the lookahead argument when one is given,
      * otherwise the KEYAGE_LOOKAHEAD site parameter, otherwise 30.
       RESOLVE-LOOKAHEAD.
           OPEN INPUT SITE-PARM-FILE
           IF WS-Site-Parm-Status = "00"
               MOVE "KEYAGE_LOOKAHEAD" TO WS-Parm-Name
               PERFORM LOOKUP-SITE-PARAMETER
               IF SITE-PARM-FOUND
                   IF FUNCTION TEST-NUMVAL (WS-Parm-Value) = 0
                       MOVE FUNCTION NUMVAL (WS-Parm-Value)
                           TO WS-Lookahead
                       MOVE "SITE FILE" TO WS-Lookahead-Source
                   END-IF
               END-IF
               CLOSE SITE-PARM-FILE
           ELSE
               IF WS-Site-Parm-Status NOT = "35"
                   DISPLAY "WARNING: cannot open site parameter file "
                       "(status " WS-Site-Parm-Status
                       "), using built-in defaults"
               END-IF
           END-IF
           IF WS-Lookahead-Arg NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-Lookahead-Arg) = 0
                   MOVE FUNCTION NUMVAL (WS-Lookahead-Arg)
                       TO WS-Lookahead
                   MOVE "ARGUMENT" TO WS-Lookahead-Source
               END-IF
           END-IF.

      * The value in force is the latest version of the parameter
      * dated on or before today.
       LOOKUP-SITE-PARAMETER.
           MOVE SPACES TO WS-Parm-Value
           MOVE "N" TO WS-Parm-Found
           MOVE "N" TO WS-Site-Parm-Eof
           MOVE WS-Parm-Name TO SP-Param-Name
           MOVE 0 TO SP-Effective-Date
           START SITE-PARM-FILE
               KEY IS NOT LESS THAN SP-Param-Id
               INVALID KEY
                   SET END-OF-SITE-PARMS TO TRUE
           END-START
           PERFORM UNTIL END-OF-SITE-PARMS
               READ SITE-PARM-FILE NEXT RECORD
                   AT END
                       SET END-OF-SITE-PARMS TO TRUE
                   NOT AT END
                       IF SP-Param-Name NOT = WS-Parm-Name
                               OR SP-Effective-Date > WS-As-Of-Num
                           SET END-OF-SITE-PARMS TO TRUE
                       ELSE
                           MOVE SP-Param-Value TO WS-Parm-Value
                           SET SITE-PARM-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       END PROGRAM KEYAGE.
