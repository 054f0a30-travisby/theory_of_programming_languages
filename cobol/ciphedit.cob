      * A passed file is also recorded in the processed-submission
      * register (record count plus a content check total), and a
      * resubmission matching a register entry inside the lookback
      * window (the CIPHEDIT_DUP_DAYS site parameter, 30 by default;
      * the environment variable of that name overrides it for one
      * run) is held with a
      * DUPLICATE reason instead of flowing to the night window.  The
      * rare legitimate resend runs with OVERRIDE as the third
      * argument, which proceeds and leaves its own trace in the
      * register.  The register also names the clean file handed to
      * the night window and the submitting department (MIXED when
      * the file carries more than one), which is how SLARPT ties a
      * submission to the batch run that processed it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REGISTER-FILE ASSIGN TO "ciphedit-register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Register-File-Status.
           SELECT SITE-PARM-FILE ASSIGN TO "siteparm.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-Param-Id
               FILE STATUS IS WS-Site-Parm-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  EDIT-REQUEST-FILE.
                                  ==CT-RESULT==  BY ==RQ-Result==,
                                  ==CT-STATUS==  BY ==RQ-Status==,
                                  ==CT-KEYNAME== BY ==RQ-Keyname==,
                                  ==CT-DEPT==    BY ==RQ-Dept==,
                                  ==CT-CLASS==   BY ==RQ-Class==,
                                  ==CT-CONFIDENCE==
                                      BY ==RQ-Confidence==.
       FD  CLEAN-REQUEST-FILE.
       01  CLEAN-REQUEST-RECORD.
           COPY CIPHREQ REPLACING ==CT-FUNC==    BY ==CL-Func==,
                                  ==CT-RESULT==  BY ==CL-Result==,
                                  ==CT-STATUS==  BY ==CL-Status==,
                                  ==CT-KEYNAME== BY ==CL-Keyname==,
                                  ==CT-DEPT==    BY ==CL-Dept==,
                                  ==CT-CLASS==   BY ==CL-Class==,
                                  ==CT-CONFIDENCE==
                                      BY ==CL-Confidence==.
       FD  EDIT-REJECT-FILE.
       01  EDIT-REJECT-RECORD.
           05 RJ-Request       PIC X(446).
       FD  KEY-MASTER-FILE.
       01  KEY-MASTER-RECORD.
           COPY KEYMAST.
       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           COPY SUBMREG REPLACING
               ==RG-TIMESTAMP==    BY ==RG-Timestamp==,
               ==RG-OPERATOR==     BY ==RG-Operator==,
               ==RG-FILE-NAME==    BY ==RG-File-Name==,
               ==RG-RECORD-COUNT== BY ==RG-Record-Count==,
               ==RG-CHECK-VALUE==  BY ==RG-Check-Value==,
               ==RG-OVERRIDE==     BY ==RG-Override==,
               ==RG-CLEAN-FILE==   BY ==RG-Clean-File==,
               ==RG-DEPT==         BY ==RG-Dept==.
       FD  SITE-PARM-FILE.
       01  SITE-PARM-RECORD.
           COPY SITEPARM.
       LOCAL-STORAGE SECTION.
       01 func            PIC A(15).
       01 WS-In-File      PIC X(100) VALUE SPACES.
       01 WS-Ident-Count  PIC 9(8) VALUE 0.
       01 WS-Check-Value  PIC 9(12) VALUE 0.
       01 WS-Char-Idx     PIC 9(3).
       01 WS-Submit-Dept  PIC X(8) VALUE SPACES.
       01 WS-Dup-Found    PIC X VALUE "N".
           88 DUPLICATE-FOUND      VALUE "Y".
       01 WS-Dup-Ts       PIC X(16).
       01 WS-Lookback-Raw PIC X(8).
       01 WS-Lookback-Days PIC 9(4) VALUE 30.
       01 WS-Lookback-Cutoff PIC 9(8).
       01 WS-Lookback-Source PIC X(11) VALUE "DEFAULT".
       01 WS-Site-Parm-Status PIC XX.
       01 WS-Site-Parm-Eof PIC X.
           88 END-OF-SITE-PARMS    VALUE "Y".
       01 WS-Parm-Name    PIC X(20).
       01 WS-Parm-Value   PIC X(60).
       01 WS-Parm-Found   PIC X.
           88 SITE-PARM-FOUND      VALUE "Y".
       01 WS-Operator     PIC X(20).
       01 WS-Reg-Date     PIC X(8).
       01 WS-Reg-Time     PIC X(8).
                       NOT AT END
                           ADD 1 TO WS-Ident-Count
                           PERFORM ACCUMULATE-CHECK-VALUE
                           PERFORM NOTE-SUBMIT-DEPT
                   END-READ
               END-PERFORM
               CLOSE EDIT-REQUEST-FILE
                    999999999989)
           END-PERFORM.

       NOTE-SUBMIT-DEPT.
           IF WS-Ident-Count = 1
               MOVE RQ-Dept TO WS-Submit-Dept
           ELSE
               IF RQ-Dept NOT = WS-Submit-Dept
                   MOVE "MIXED" TO WS-Submit-Dept
               END-IF
           END-IF.

      * A register entry matching on both count and check total
      * inside the lookback window marks this file as already
      * processed.  A missing register only means nothing has been
      * registered yet.
       CHECK-SUBMISSION-REGISTER.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           MOVE WS-Run-Date TO WS-Run-Date-Num
           MOVE 30 TO WS-Lookback-Days
           OPEN INPUT SITE-PARM-FILE
           IF WS-Site-Parm-Status = "00"
               MOVE "CIPHEDIT_DUP_DAYS" TO WS-Parm-Name
               PERFORM LOOKUP-SITE-PARAMETER
               IF SITE-PARM-FOUND
                   IF FUNCTION TEST-NUMVAL (WS-Parm-Value) = 0
                       MOVE FUNCTION NUMVAL (WS-Parm-Value)
                           TO WS-Lookback-Days
                       MOVE "SITE FILE" TO WS-Lookback-Source
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
           ACCEPT WS-Lookback-Raw
               FROM ENVIRONMENT "CIPHEDIT_DUP_DAYS"
               ON EXCEPTION
               IF FUNCTION TEST-NUMVAL (WS-Lookback-Raw) = 0
                   MOVE FUNCTION NUMVAL (WS-Lookback-Raw)
                       TO WS-Lookback-Days
                   MOVE "ENVIRONMENT" TO WS-Lookback-Source
               END-IF
           END-IF
           DISPLAY "PARAMETER CIPHEDIT_DUP_DAYS : " WS-Lookback-Days
               " (" FUNCTION TRIM(WS-Lookback-Source) ")"
           COMPUTE WS-Lookback-Cutoff = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-Run-Date-Num)
                   - WS-Lookback-Days)
               ELSE
                   MOVE "N" TO RG-Override
               END-IF
               MOVE WS-Clean-File TO RG-Clean-File
               MOVE WS-Submit-Dept TO RG-Dept
               WRITE REGISTER-RECORD
               CLOSE REGISTER-FILE
           END-IF.
       VALIDATE-FUNC.
           IF func = "ENCRYPT" OR func = "DECRYPT" OR func = "SOLVE"
                   OR func = "VIGENERE" OR func = "VIGDEC"
                   OR func = "VIGSOLVE" OR func = "CLASSIFY"
               MOVE "Y" TO WS-Func-Valid
           ELSE
               MOVE "N" TO WS-Func-Valid
       VALIDATE-RECORD-KEY.
           EVALUATE TRUE
               WHEN func = "SOLVE" OR func = "VIGSOLVE"
                       OR func = "CLASSIFY"
                   CONTINUE
               WHEN func = "VIGENERE" OR func = "VIGDEC"
                   PERFORM LOOKUP-NAMED-KEY
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
                               OR SP-Effective-Date > WS-Run-Date-Num
                           SET END-OF-SITE-PARMS TO TRUE
                       ELSE
                           MOVE SP-Param-Value TO WS-Parm-Value
                           SET SITE-PARM-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       END PROGRAM CIPHEDIT.
