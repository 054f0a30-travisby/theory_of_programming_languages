               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-Rec-Key
               FILE STATUS IS WS-Results-Master-Status.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-Oper-Id
               FILE STATUS IS WS-Oper-Master-Status.
           SELECT SITE-PARM-FILE ASSIGN TO "siteparm.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-Param-Id
               FILE STATUS IS WS-Site-Parm-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  CIPHER-REQUEST-FILE.
                                  ==CT-RESULT==  BY ==CR-Result==,
                                  ==CT-STATUS==  BY ==CR-Status==,
                                  ==CT-KEYNAME== BY ==CR-Keyname==,
                                  ==CT-DEPT==    BY ==CR-Dept==,
                                  ==CT-CLASS==   BY ==CR-Class==,
                                  ==CT-CONFIDENCE==
                                      BY ==CR-Confidence==.
       FD  CIPHER-RESULT-FILE.
       01  CIPHER-RESULT-RECORD.
           COPY CIPHREQ REPLACING ==CT-FUNC==    BY ==CO-Func==,
                                  ==CT-RESULT==  BY ==CO-Result==,
                                  ==CT-STATUS==  BY ==CO-Status==,
                                  ==CT-KEYNAME== BY ==CO-Keyname==,
                                  ==CT-DEPT==    BY ==CO-Dept==,
                                  ==CT-CLASS==   BY ==CO-Class==,
                                  ==CT-CONFIDENCE==
                                      BY ==CO-Confidence==.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITLOG REPLACING
       01  CHECKPOINT-RECORD.
           COPY CHKPOINT.
       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-RECORD   PIC X(80).
       FD  SOLVE-REVIEW-FILE.
       01  SOLVE-REVIEW-RECORD.
           05 RV-Record-Number PIC 9(8).
               ==RR-INPUT-COUNT==  BY ==RR-Input-Count==,
               ==RR-OUTPUT-COUNT== BY ==RR-Output-Count==,
               ==RR-REJECT-COUNT== BY ==RR-Reject-Count==,
               ==RR-AMBIG-COUNT==  BY ==RR-Ambig-Count==,
               ==RR-INPUT-FILE==   BY ==RR-Input-File==.
       FD  RESULTS-MASTER-FILE.
       01  RESULTS-MASTER-RECORD.
           COPY RSLTMAST REPLACING
               ==RM-STATUS==        BY ==RM-Status==,
               ==RM-KEYNAME==       BY ==RM-Keyname==,
               ==RM-DEPT==          BY ==RM-Dept==.
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           COPY OPERMAST.
       FD  SITE-PARM-FILE.
       01  SITE-PARM-RECORD.
           COPY SITEPARM.
       LOCAL-STORAGE SECTION.
       01 func         PIC A(15).
       01 User-String  PIC A(200).
       01 WS-Solve-Count        PIC 9(8) VALUE 0.
       01 WS-Vigenere-Count     PIC 9(8) VALUE 0.
       01 WS-Vigsolve-Count     PIC 9(8) VALUE 0.
       01 WS-Classify-Count     PIC 9(8) VALUE 0.
       01 WS-Class-Plain-Count  PIC 9(8) VALUE 0.
       01 WS-Class-Shift-Count  PIC 9(8) VALUE 0.
       01 WS-Class-Poly-Count   PIC 9(8) VALUE 0.
       01 WS-Reject-Count       PIC 9(8) VALUE 0.
       01 WS-Report-Line.
           05 WS-Report-Label   PIC X(30).
           05 WS-Report-Value   PIC ZZZZZZZ9.
      * Site parameters: the value each setting took for this run and
      * where it came from - ARGUMENT, ENVIRONMENT, SITE FILE or
      * DEFAULT.
       01 WS-Site-Parm-Status PIC XX.
       01 WS-Site-Parm-Eof PIC X.
           88 END-OF-SITE-PARMS    VALUE "Y".
       01 WS-Parm-Name     PIC X(20).
       01 WS-Parm-Value    PIC X(60).
       01 WS-Parm-Found    PIC X.
           88 SITE-PARM-FOUND      VALUE "Y".
       01 WS-Parm-Today    PIC 9(8).
       01 WS-Site-Dict     PIC X(60) VALUE SPACES.
       01 WS-Site-Cutoff   PIC X(60) VALUE SPACES.
       01 WS-Dict-Source   PIC X(11) VALUE "DEFAULT".
       01 WS-Cutoff-Source PIC X(11) VALUE "DEFAULT".
       01 WS-Margin-Source PIC X(11) VALUE "DEFAULT".
       01 WS-Margin-Env    PIC X(10).
       01 WS-Parm-Line.
           05 WS-Parm-Label     PIC X(30).
           05 WS-Parm-Source    PIC X(12).
           05 WS-Parm-Text      PIC X(38).
       01 WS-Review-File   PIC X(100) VALUE SPACES.
       01 WS-Review-File-Status PIC XX.
       01 WS-Review-Open   PIC X VALUE "N".
               10 SR-Cand-Score    PIC S9(6).
               10 SR-Cand-Text     PIC A(200).
       01 WS-Best-Name     PIC X(20).
       01 WS-Class         PIC X(8).
       01 WS-Class-Confidence PIC 9(3).
       01 WS-Solve-Verbose PIC X.
       01 WS-Oper-Master-Status PIC XX.
       01 WS-Oper-Check    PIC X VALUE SPACE.
           88 OPERATOR-ACCEPTED    VALUE "A".
           88 OPERATOR-UNKNOWN     VALUE "U".
           88 OPERATOR-INACTIVE    VALUE "I".
       PROCEDURE DIVISION.
           ACCEPT func FROM ARGUMENT-VALUE
           SET WS-Mode TO FUNCTION UPPER-CASE (func(1:5))
           IF WS-Audit-File-Status = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           PERFORM CHECK-OPERATOR-MASTER
           IF NOT OPERATOR-ACCEPTED
               PERFORM REFUSE-OPERATOR
           ELSE
               PERFORM RESOLVE-SITE-PARAMETERS
               EVALUATE WS-Mode
                   WHEN "BATCH"
                       PERFORM BATCH-RUN
                   WHEN "VERIF"
                       PERFORM VERIFY-RUN
                   WHEN OTHER
                       PERFORM SINGLE-RUN
               END-EVALUATE
           END-IF
           CLOSE AUDIT-LOG-FILE
           IF WS-Mode = "BATCH"
               PERFORM WRITE-AUDIT-COUNT-FILE
               MOVE WS-Output-Count TO RR-Output-Count
               MOVE WS-Reject-Count TO RR-Reject-Count
               MOVE WS-Ambig-Count TO RR-Ambig-Count
               MOVE WS-In-File TO RR-Input-File
               WRITE RUN-REGISTRY-RECORD
               CLOSE RUN-REGISTRY-FILE
           END-IF.
           IF NOT FUNC-IS-VALID
               DISPLAY "ERROR: unknown function '" func
                   "' - expected ENCRYPT, DECRYPT, SOLVE, "
                   "VIGENERE, VIGDEC, VIGSOLVE, or CLASSIFY"
               MOVE 1 TO RETURN-CODE
               MOVE "REJECT " TO WS-Audit-Status
               PERFORM WRITE-AUDIT-RECORD
                                   BY CONTENT User-String
                                       WS-Resolved-Keyword
                                   BY REFERENCE Temp
                               WHEN func = "CLASSIFY"
                                   MOVE WS-Show-All
                                       TO WS-Solve-Verbose
                                   PERFORM RUN-CLASSIFIED-SOLVER
                                   DISPLAY "classified "
                                       FUNCTION TRIM(WS-Class)
                                       " (confidence "
                                       WS-Class-Confidence ")"
                               WHEN OTHER
                                   CALL func USING
                                   BY CONTENT User-String EncKey
                                   BY REFERENCE Temp
                           END-EVALUATE
                           IF func = "VIGSOLVE"
                                   OR (func = "CLASSIFY"
                                       AND WS-Class = "POLYALPH")
                               MOVE WS-Best-Name
                                   TO WS-Audit-Keyname
                               DISPLAY "best key name: "
                                   FUNCTION TRIM(WS-Best-Name)
                           END-IF
                           EVALUATE TRUE
                               WHEN (func = "SOLVE"
                                   OR (func = "CLASSIFY"
                                       AND WS-Class = "SHIFT"))
                                   AND SR-Ambiguous = "Y"
                               MOVE "AMBIG  " TO WS-Audit-Status
                               DISPLAY "WARNING: best key "
                                   ") - margin " SR-Margin-Used
                               DISPLAY "runner-up: "
                                   SR-Cand-Text (2)
                               WHEN (func = "VIGSOLVE"
                                   OR (func = "CLASSIFY"
                                       AND WS-Class = "POLYALPH"))
                                   AND SR-Ambiguous = "Y"
                               MOVE "AMBIG  " TO WS-Audit-Status
                               DISPLAY "WARNING: best key name '"
               MOVE "Y" TO WS-String-Valid
           END-IF.

      * A run-specific dictionary can come in as an argument or the
      * SOLVE_DICT environment variable; otherwise the site parameter
      * file names it.  NONE, from any of them, means the built-in
      * word list.
       RESOLVE-DICT-FILE.
           IF WS-Dict-File NOT = SPACES
               MOVE "ARGUMENT" TO WS-Dict-Source
           ELSE
               ACCEPT WS-Dict-File FROM ENVIRONMENT "SOLVE_DICT"
                   ON EXCEPTION
                       MOVE SPACES TO WS-Dict-File
               END-ACCEPT
               IF WS-Dict-File NOT = SPACES
                   MOVE "ENVIRONMENT" TO WS-Dict-Source
               ELSE
                   IF WS-Site-Dict NOT = SPACES
                       MOVE WS-Site-Dict TO WS-Dict-File
                       MOVE "SITE FILE" TO WS-Dict-Source
                   END-IF
               END-IF
           END-IF
           IF FUNCTION UPPER-CASE (WS-Dict-File) = "NONE"
               MOVE SPACES TO WS-Dict-File
           END-IF.

      * Site defaults come from siteparm.dat, read once at the top of
      * the run.  No file, or no entry, leaves the built-in default.
      * The ambiguity margin has no argument of its own, so the
      * SOLVE_AMBIG_MARGIN environment variable overrides it for a
      * single run; SOLVE and VIGSOLVE take it from SR-Margin-Used.
       RESOLVE-SITE-PARAMETERS.
           ACCEPT WS-Parm-Today FROM DATE YYYYMMDD
           MOVE 50 TO SR-Margin-Used
           OPEN INPUT SITE-PARM-FILE
           IF WS-Site-Parm-Status = "00"
               MOVE "SOLVE_DICT" TO WS-Parm-Name
               PERFORM LOOKUP-SITE-PARAMETER
               MOVE WS-Parm-Value TO WS-Site-Dict
               MOVE "BATCH_CUTOFF" TO WS-Parm-Name
               PERFORM LOOKUP-SITE-PARAMETER
               MOVE WS-Parm-Value TO WS-Site-Cutoff
               MOVE "SOLVE_AMBIG_MARGIN" TO WS-Parm-Name
               PERFORM LOOKUP-SITE-PARAMETER
               IF SITE-PARM-FOUND
                   IF FUNCTION TEST-NUMVAL (WS-Parm-Value) = 0
                       MOVE FUNCTION NUMVAL (WS-Parm-Value)
                           TO SR-Margin-Used
                       MOVE "SITE FILE" TO WS-Margin-Source
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
           ACCEPT WS-Margin-Env FROM ENVIRONMENT "SOLVE_AMBIG_MARGIN"
               ON EXCEPTION
                   MOVE SPACES TO WS-Margin-Env
           END-ACCEPT
           IF WS-Margin-Env NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-Margin-Env) = 0
                   MOVE FUNCTION NUMVAL (WS-Margin-Env)
                       TO SR-Margin-Used
                   MOVE "ENVIRONMENT" TO WS-Margin-Source
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
                               OR SP-Effective-Date > WS-Parm-Today
                           SET END-OF-SITE-PARMS TO TRUE
                       ELSE
                           MOVE SP-Param-Value TO WS-Parm-Value
                           SET SITE-PARM-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       RESOLVE-ENCKEY.
           MOVE "Y" TO WS-Key-Name-Valid
           IF func NOT = "SOLVE" AND func NOT = "VIGENERE"
                   AND func NOT = "VIGDEC" AND func NOT = "VIGSOLVE"
                   AND func NOT = "CLASSIFY"
               IF FUNCTION TEST-NUMVAL (WS-EncKey-Raw) = 0
                   MOVE FUNCTION NUMVAL (WS-EncKey-Raw)
                       TO WS-EncKey-Numeric
               ON EXCEPTION
                   MOVE SPACES TO WS-Cutoff-Param
           END-ACCEPT
      * No cutoff argument takes the site's BATCH_CUTOFF; NONE, as
      * the argument or the site value, runs without one.
           IF WS-Cutoff-Param NOT = SPACES
               MOVE "ARGUMENT" TO WS-Cutoff-Source
           ELSE
               IF WS-Site-Cutoff NOT = SPACES
                   MOVE WS-Site-Cutoff TO WS-Cutoff-Param
                   MOVE "SITE FILE" TO WS-Cutoff-Source
               END-IF
           END-IF
           IF FUNCTION UPPER-CASE (WS-Cutoff-Param) = "NONE"
               MOVE SPACES TO WS-Cutoff-Param
           END-IF
      * A cutoff clock-earlier than the start time belongs to the
      * next day - the month-end window that opens at 22:00 and
      * closes at 01:30 is the normal case, not the exception.
                               AND CP-Run-Date NOT = ZEROS
                           MOVE CP-Run-Date TO WS-Load-Run-Date
                       END-IF
                       IF CP-Classify-Count IS NUMERIC
                           MOVE CP-Classify-Count TO WS-Classify-Count
                           MOVE CP-Class-Plain-Count
                               TO WS-Class-Plain-Count
                           MOVE CP-Class-Shift-Count
                               TO WS-Class-Shift-Count
                           MOVE CP-Class-Poly-Count
                               TO WS-Class-Poly-Count
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           ELSE
                   "restarting counts from zero"
           END-IF.

      * The report closes with the settings the run actually used,
      * each with where it came from.
       WRITE-PARAMETERS-USED.
           MOVE SPACES TO WS-Parm-Line
           MOVE "PARAMETER SOLVE_DICT" TO WS-Parm-Label
           MOVE WS-Dict-Source TO WS-Parm-Source
           IF WS-Dict-File = SPACES
               MOVE "(BUILT-IN)" TO WS-Parm-Text
           ELSE
               MOVE WS-Dict-File TO WS-Parm-Text
           END-IF
           MOVE WS-Parm-Line TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE SPACES TO WS-Parm-Line
           MOVE "PARAMETER SOLVE_AMBIG_MARGIN" TO WS-Parm-Label
           MOVE WS-Margin-Source TO WS-Parm-Source
           MOVE SR-Margin-Used TO WS-Parm-Text
           MOVE WS-Parm-Line TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE SPACES TO WS-Parm-Line
           MOVE "PARAMETER BATCH_CUTOFF" TO WS-Parm-Label
           MOVE WS-Cutoff-Source TO WS-Parm-Source
           IF WS-Cutoff-Param = SPACES
               MOVE "(NONE)" TO WS-Parm-Text
           ELSE
               MOVE WS-Cutoff-Param TO WS-Parm-Text
           END-IF
           MOVE WS-Parm-Line TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD.

       WRITE-CONTROL-REPORT.
           STRING FUNCTION TRIM(WS-Out-File) DELIMITED BY SIZE
                  ".rpt" DELIMITED BY SIZE
               MOVE WS-Vigsolve-Count TO WS-Report-Value
               MOVE WS-Report-Line TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
               MOVE "CLASSIFY RECORDS" TO WS-Report-Label
               MOVE WS-Classify-Count TO WS-Report-Value
               MOVE WS-Report-Line TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
               MOVE "  CLASSED PLAIN TEXT" TO WS-Report-Label
               MOVE WS-Class-Plain-Count TO WS-Report-Value
               MOVE WS-Report-Line TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
               MOVE "  CLASSED SINGLE-SHIFT" TO WS-Report-Label
               MOVE WS-Class-Shift-Count TO WS-Report-Value
               MOVE WS-Report-Line TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
               MOVE "  CLASSED POLYALPHABETIC" TO WS-Report-Label
               MOVE WS-Class-Poly-Count TO WS-Report-Value
               MOVE WS-Report-Line TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
               MOVE "AMBIGUOUS SOLVES" TO WS-Report-Label
               MOVE WS-Ambig-Count TO WS-Report-Value
               MOVE WS-Report-Line TO CONTROL-REPORT-RECORD
                   MOVE WS-Report-Line TO CONTROL-REPORT-RECORD
                   WRITE CONTROL-REPORT-RECORD
               END-IF
               PERFORM WRITE-PARAMETERS-USED
               CLOSE CONTROL-REPORT-FILE
           END-IF
           DISPLAY "Input records read       : " WS-Input-Count
           DISPLAY "  Solve                   : " WS-Solve-Count
           DISPLAY "  Vigenere                : " WS-Vigenere-Count
           DISPLAY "  Vigsolve                : " WS-Vigsolve-Count
           DISPLAY "  Classify                : " WS-Classify-Count
           DISPLAY "    plain text            : " WS-Class-Plain-Count
           DISPLAY "    single-shift          : " WS-Class-Shift-Count
           DISPLAY "    polyalphabetic        : " WS-Class-Poly-Count
           DISPLAY "  Ambiguous solves        : " WS-Ambig-Count
           DISPLAY "  Rejected                : " WS-Reject-Count
           IF STOPPED-AT-CUTOFF
           MOVE WS-Reject-Count TO CP-Reject-Count
           MOVE WS-Ambig-Count TO CP-Ambig-Count
           MOVE WS-Load-Run-Date TO CP-Run-Date
           MOVE WS-Classify-Count TO CP-Classify-Count
           MOVE WS-Class-Plain-Count TO CP-Class-Plain-Count
           MOVE WS-Class-Shift-Count TO CP-Class-Shift-Count
           MOVE WS-Class-Poly-Count TO CP-Class-Poly-Count
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS-Checkpoint-File-Status NOT = "00"
               DISPLAY "WARNING: cannot open checkpoint file (status "
                               BY CONTENT User-String
                                   WS-Resolved-Keyword
                               BY REFERENCE Temp
                           WHEN func = "CLASSIFY"
                               MOVE CR-Verbose TO WS-Solve-Verbose
                               PERFORM RUN-CLASSIFIED-SOLVER
                           WHEN OTHER
                               CALL func USING
                               BY CONTENT User-String EncKey
                               BY REFERENCE Temp
                       END-EVALUATE
                       IF func = "VIGSOLVE"
                               OR (func = "CLASSIFY"
                                   AND WS-Class = "POLYALPH")
                           MOVE WS-Best-Name TO WS-Audit-Keyname
                       END-IF
                       IF (func = "SOLVE" OR func = "VIGSOLVE"
                               OR func = "CLASSIFY")
                               AND SR-Ambiguous = "Y"
                           MOVE "AMBIG  " TO WS-Audit-Status
                           PERFORM WRITE-REVIEW-RECORD
                       MOVE Temp TO CO-Result
                       MOVE EncKey TO CO-Key
                       IF func = "VIGSOLVE"
                               OR (func = "CLASSIFY"
                                   AND WS-Class = "POLYALPH")
                           MOVE WS-Best-Name TO CO-Keyname
                       ELSE
                           MOVE CR-Keyname TO CO-Keyname
                       END-IF
                       MOVE CR-Dept TO CO-Dept
                       IF func = "CLASSIFY"
                           MOVE WS-Class TO CO-Class
                           MOVE WS-Class-Confidence TO CO-Confidence
                       END-IF
                       MOVE WS-Audit-Status TO CO-Status
                       WRITE CIPHER-RESULT-RECORD
                       ADD 1 TO WS-Output-Count
                           WHEN "VIGENERE"
                           WHEN "VIGDEC"
                               ADD 1 TO WS-Vigenere-Count
                           WHEN "CLASSIFY"
                               ADD 1 TO WS-Classify-Count
                               EVALUATE WS-Class
                                   WHEN "PLAIN"
                                       ADD 1 TO WS-Class-Plain-Count
                                   WHEN "SHIFT"
                                       ADD 1 TO WS-Class-Shift-Count
                                   WHEN OTHER
                                       ADD 1 TO WS-Class-Poly-Count
                               END-EVALUATE
                       END-EVALUATE
                   END-IF
               END-IF
               WRITE SOLVE-REVIEW-RECORD
           END-IF.

      * CLASSIFY takes traffic whose sender does not know how it was
      * enciphered: the letter statistics decide, and the matching
      * solver runs as if it had been asked for by name.  Plain text
      * comes back as it went in.
       RUN-CLASSIFIED-SOLVER.
           CALL 'CLASSIFY' USING
               BY CONTENT User-String
               BY REFERENCE WS-Class WS-Class-Confidence
           EVALUATE WS-Class
               WHEN "PLAIN"
                   MOVE User-String TO Temp
                   MOVE 0 TO EncKey
                   MOVE "N" TO SR-Ambiguous
               WHEN "SHIFT"
                   CALL 'SOLVE' USING
                   BY CONTENT User-String
                   BY REFERENCE EncKey Temp
                   BY CONTENT WS-Solve-Verbose
                   BY REFERENCE WS-Solve-Review
                   BY CONTENT WS-Dict-File
               WHEN OTHER
                   MOVE 0 TO EncKey
                   CALL 'VIGSOLVE' USING
                   BY CONTENT User-String
                   BY REFERENCE WS-Best-Name Temp
                   BY CONTENT WS-Solve-Verbose
                   BY REFERENCE WS-Solve-Review
                   BY CONTENT WS-Dict-File
           END-EVALUATE.

       VALIDATE-BATCH-STRING-LENGTH.
           IF CR-String(200:1) NOT = SPACE
               MOVE "N" TO WS-String-Valid
       VALIDATE-FUNC.
           IF func = "ENCRYPT" OR func = "DECRYPT" OR func = "SOLVE"
                   OR func = "VIGENERE" OR func = "VIGDEC"
                   OR func = "VIGSOLVE" OR func = "CLASSIFY"
               MOVE "Y" TO WS-Func-Valid
           ELSE
               MOVE "N" TO WS-Func-Valid
       VALIDATE-KEY.
           EVALUATE TRUE
               WHEN func = "SOLVE" OR func = "VIGSOLVE"
                       OR func = "CLASSIFY"
                   MOVE "Y" TO WS-Key-Valid
               WHEN func = "VIGENERE" OR func = "VIGDEC"
                   PERFORM LOOKUP-NAMED-KEY
                   END-ACCEPT
           END-ACCEPT.

      * Only operators on the operator master, and active there
      * today, may run anything.  A master that cannot be read
      * refuses everyone rather than letting everyone through.
       CHECK-OPERATOR-MASTER.
           PERFORM RESOLVE-OPERATOR
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           MOVE WS-Run-Date TO WS-Run-Date-Num
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
                               AND OM-Start-Date <= WS-Run-Date-Num
                               AND (OM-End-Date = 0
                                   OR OM-End-Date >= WS-Run-Date-Num)
                           SET OPERATOR-ACCEPTED TO TRUE
                       ELSE
                           SET OPERATOR-INACTIVE TO TRUE
                       END-IF
               END-READ
               CLOSE OPERATOR-MASTER-FILE
           END-IF.

      * A refused operator gets one BADOPER audit record and nothing
      * else.  A refused batch run also registers itself as REFUSED
      * so AUDMERGE still carries its audit file to the master log.
       REFUSE-OPERATOR.
           IF OPERATOR-INACTIVE
               DISPLAY "ERROR: operator '" FUNCTION TRIM(WS-Operator)
                   "' is not active in the operator master"
           ELSE
               DISPLAY "ERROR: operator '" FUNCTION TRIM(WS-Operator)
                   "' is not on the operator master"
           END-IF
           MOVE 1 TO RETURN-CODE
           SET func TO FUNCTION UPPER-CASE (func)
           MOVE 0 TO EncKey
           MOVE SPACES TO WS-Audit-Keyname
           MOVE SPACES TO WS-Audit-Dept
           MOVE "BADOPER" TO WS-Audit-Status
           PERFORM WRITE-AUDIT-RECORD
           IF WS-Mode = "BATCH"
               ACCEPT WS-In-File FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-In-File
               END-ACCEPT
               ACCEPT WS-Out-File FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-Out-File
               END-ACCEPT
               MOVE "REFUSED" TO WS-Reg-Event
               PERFORM WRITE-RUN-REGISTRY
           END-IF.

       WRITE-AUDIT-RECORD.
           ACCEPT WS-Audit-Date FROM DATE YYYYMMDD
           ACCEPT WS-Audit-Time FROM TIME
       01 WS-Third-Score     PIC S9(6) VALUE -1.
       01 WS-Third-Key       PIC 99 VALUE 0.
       01 WS-Third-Candidate PIC A(200).
       01 WS-Margin          PIC 9(4).
       01 WS-Score-Text      PIC A(200).
       LINKAGE SECTION.

      * The ambiguity margin is tunable per site without a program
      * change; scores within the margin send the record to review.
      * The caller resolves it once a run and passes it in
      * SR-Margin-Used.
       RESOLVE-AMBIG-MARGIN.
           MOVE 50 TO WS-Margin
           IF SR-Margin-Used IS NUMERIC
               MOVE SR-Margin-Used TO WS-Margin
           END-IF.

       FILL-SOLVE-REVIEW.
       01 WS-Third-Score     PIC S9(6) VALUE -1.
       01 WS-Third-Name      PIC X(20) VALUE SPACES.
       01 WS-Third-Candidate PIC A(200).
       01 WS-Margin          PIC 9(4).
       01 WS-Score-Text      PIC A(200).
       01 WS-Operator        PIC X(20).
      * both solvers so review volume stays predictable.
       RESOLVE-AMBIG-MARGIN.
           MOVE 50 TO WS-Margin
           IF SR-Margin-Used IS NUMERIC
               MOVE SR-Margin-Used TO WS-Margin
           END-IF.

       FILL-SOLVE-REVIEW.

       END PROGRAM VIGSOLVE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASSIFY.
      *****************************************************************
      * Letter-statistics classifier for traffic of unknown origin.
      *
      * Two measures vote.  The index of coincidence - the chance
      * that two letters drawn from the text match - stays near
      * English's 0.066 under any single Caesar shift, because a
      * shift only relabels the letters; a Vigenere keyword spreads
      * each letter over several others and pulls it toward 0.038.
      * The English letter weights, tried at all 26 shifts, fit a
      * monoalphabetic text well at one of them (about 64 a letter)
      * and Vigenere text poorly at all of them (about 45); this
      * carries short or unusual texts, such as pangrams, whose
      * coincidence index alone misleads.  A monoalphabetic text
      * whose best fit is unshifted is PLAIN, otherwise SHIFT; the
      * rest is POLYALPH.  Confidence (0-100) is the strength of the
      * vote, held down for monoalphabetic text when the best shift
      * barely beats the next, and discounted for short texts, since
      * a few dozen letters say little.
      *****************************************************************
       DATA DIVISION.
       LOCAL-STORAGE SECTION.
       01 Letters.
           05 FILLER PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       01 FILLER REDEFINES Letters.
           05 Letter-Char OCCURS 26 TIMES PIC X.
       01 Letter-Weights.
           05 FILLER PIC 9(3) VALUE 082.
           05 FILLER PIC 9(3) VALUE 015.
           05 FILLER PIC 9(3) VALUE 028.
           05 FILLER PIC 9(3) VALUE 043.
           05 FILLER PIC 9(3) VALUE 127.
           05 FILLER PIC 9(3) VALUE 022.
           05 FILLER PIC 9(3) VALUE 020.
           05 FILLER PIC 9(3) VALUE 061.
           05 FILLER PIC 9(3) VALUE 070.
           05 FILLER PIC 9(3) VALUE 002.
           05 FILLER PIC 9(3) VALUE 008.
           05 FILLER PIC 9(3) VALUE 040.
           05 FILLER PIC 9(3) VALUE 024.
           05 FILLER PIC 9(3) VALUE 067.
           05 FILLER PIC 9(3) VALUE 075.
           05 FILLER PIC 9(3) VALUE 019.
           05 FILLER PIC 9(3) VALUE 001.
           05 FILLER PIC 9(3) VALUE 060.
           05 FILLER PIC 9(3) VALUE 063.
           05 FILLER PIC 9(3) VALUE 091.
           05 FILLER PIC 9(3) VALUE 028.
           05 FILLER PIC 9(3) VALUE 010.
           05 FILLER PIC 9(3) VALUE 024.
           05 FILLER PIC 9(3) VALUE 002.
           05 FILLER PIC 9(3) VALUE 020.
           05 FILLER PIC 9(3) VALUE 001.
       01 FILLER REDEFINES Letter-Weights.
           05 Letter-Weight OCCURS 26 TIMES PIC 9(3).
      * Index of coincidence x 1000 and English fit per letter at
      * which the two votes are even, and the letter count below
      * which the confidence is discounted.
       01 WS-Coincidence-Even PIC 9(3) VALUE 52.
       01 WS-Fit-Even        PIC 9(3) VALUE 52.
       01 WS-Full-Sample     PIC 9(3) VALUE 60.
       01 WS-Lower-Text      PIC X(200).
       01 WS-Letter-Count    PIC 9(3) OCCURS 26 TIMES.
       01 WS-Total-Letters   PIC 9(4).
       01 WS-Pair-Sum        PIC 9(8).
       01 WS-Coincidence     PIC 9(4).
       01 WS-Idx             PIC 99.
       01 WS-Shift           PIC 99.
       01 WS-Shifted         PIC 99.
       01 WS-Fit             PIC 9(8).
       01 WS-Best-Fit        PIC 9(8).
       01 WS-Best-Shift      PIC 99.
       01 WS-Second-Fit      PIC 9(8).
       01 WS-Fit-Per-Letter  PIC 9(4).
       01 WS-Coincidence-Vote PIC S9(5).
       01 WS-Fit-Vote        PIC S9(5).
       01 WS-Mono-Vote       PIC S9(5).
       01 WS-Conf            PIC 9(5).
       01 WS-Fit-Conf        PIC 9(5).
       LINKAGE SECTION.
       01 User-String  PIC A(200).
       01 Class-Code   PIC X(8).
       01 Confidence   PIC 9(3).
       PROCEDURE DIVISION USING User-String Class-Code Confidence.
           MOVE FUNCTION LOWER-CASE (User-String) TO WS-Lower-Text
           MOVE 0 TO WS-Total-Letters
           MOVE 0 TO WS-Pair-Sum
           PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 26
               MOVE 0 TO WS-Letter-Count (WS-Idx)
               INSPECT WS-Lower-Text TALLYING WS-Letter-Count (WS-Idx)
                   FOR ALL Letter-Char (WS-Idx)
               ADD WS-Letter-Count (WS-Idx) TO WS-Total-Letters
               COMPUTE WS-Pair-Sum = WS-Pair-Sum
                   + WS-Letter-Count (WS-Idx)
                   * (WS-Letter-Count (WS-Idx) - 1)
           END-PERFORM
           IF WS-Total-Letters < 2
               MOVE "PLAIN" TO Class-Code
               MOVE 0 TO Confidence
           ELSE
               COMPUTE WS-Coincidence = WS-Pair-Sum * 1000
                   / (WS-Total-Letters * (WS-Total-Letters - 1))
               PERFORM FIT-ENGLISH-SHIFTS
               COMPUTE WS-Fit-Per-Letter =
                   WS-Best-Fit / WS-Total-Letters
               COMPUTE WS-Coincidence-Vote = 50
                   + (WS-Coincidence - WS-Coincidence-Even) * 50 / 14
               COMPUTE WS-Fit-Vote = 50
                   + (WS-Fit-Per-Letter - WS-Fit-Even) * 50 / 10
               PERFORM CLIP-VOTES
               COMPUTE WS-Mono-Vote =
                   (WS-Coincidence-Vote + WS-Fit-Vote) / 2
               IF WS-Mono-Vote >= 50
                   IF WS-Best-Shift = 0
                       MOVE "PLAIN" TO Class-Code
                   ELSE
                       MOVE "SHIFT" TO Class-Code
                   END-IF
                   MOVE WS-Mono-Vote TO WS-Conf
               ELSE
                   MOVE "POLYALPH" TO Class-Code
                   COMPUTE WS-Conf = 100 - WS-Mono-Vote
               END-IF
               IF Class-Code NOT = "POLYALPH" AND WS-Best-Fit > 0
                   COMPUTE WS-Fit-Conf = 50 + (WS-Best-Fit
                       - WS-Second-Fit) * 200 / WS-Best-Fit
                   IF WS-Fit-Conf < WS-Conf
                       MOVE WS-Fit-Conf TO WS-Conf
                   END-IF
               END-IF
               IF WS-Conf > 99
                   MOVE 99 TO WS-Conf
               END-IF
               IF WS-Total-Letters < WS-Full-Sample
                   COMPUTE WS-Conf = WS-Conf * WS-Total-Letters
                       / WS-Full-Sample
               END-IF
               MOVE WS-Conf TO Confidence
           END-IF
           EXIT PROGRAM.

       CLIP-VOTES.
           IF WS-Coincidence-Vote < 0
               MOVE 0 TO WS-Coincidence-Vote
           END-IF
           IF WS-Coincidence-Vote > 99
               MOVE 99 TO WS-Coincidence-Vote
           END-IF
           IF WS-Fit-Vote < 0
               MOVE 0 TO WS-Fit-Vote
           END-IF
           IF WS-Fit-Vote > 99
               MOVE 99 TO WS-Fit-Vote
           END-IF.

      * Score each of the 26 shifts by how well the English letter
      * weights fit the text read back through that shift, keeping
      * the best and the runner-up.
       FIT-ENGLISH-SHIFTS.
           MOVE 0 TO WS-Best-Fit
           MOVE 0 TO WS-Second-Fit
           MOVE 0 TO WS-Best-Shift
           PERFORM VARYING WS-Shift FROM 0 BY 1 UNTIL WS-Shift > 25
               MOVE 0 TO WS-Fit
               PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 26
                   COMPUTE WS-Shifted =
                       FUNCTION MOD (WS-Idx - 1 + WS-Shift, 26) + 1
                   COMPUTE WS-Fit = WS-Fit
                       + WS-Letter-Count (WS-Shifted)
                       * Letter-Weight (WS-Idx)
               END-PERFORM
               IF WS-Fit > WS-Best-Fit
                   MOVE WS-Best-Fit TO WS-Second-Fit
                   MOVE WS-Fit TO WS-Best-Fit
                   MOVE WS-Shift TO WS-Best-Shift
               ELSE
                   IF WS-Fit > WS-Second-Fit
                       MOVE WS-Fit TO WS-Second-Fit
                   END-IF
               END-IF
           END-PERFORM.

       END PROGRAM CLASSIFY.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAKE-CIPHER.
       DATA DIVISION.
