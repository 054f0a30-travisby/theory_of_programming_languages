       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITEPARM.
      *****************************************************************
      * Maintenance for the site parameter file.
      *
      * Site settings used to live wherever their program put them -
      * an environment variable here, a positional argument someone
      * had to remember there.  siteparm.dat now holds them all, by
      * name, each with the date it takes effect and who last
      * changed it, and the programs read their defaults from it.
      * Every version this program adds or changes goes to
      * siteparm-audit.log with the value in force before and the
      * value after; every attempt it refuses goes there as BADOPER
      * (not on file or not active) or BADROLE (not a KEYADMIN).
      *
      * Only an active KEYADMIN may change the file; any active
      * operator may LIST it.
      *
      *   SITEPARM ADD    name value [effective-date]
      *   SITEPARM CHANGE name value [effective-date]
      *   SITEPARM LIST   [name]
      *
      * ADD loads a parameter not yet on file; CHANGE gives one that
      * is a new value from the effective date, today unless a later
      * date is given.  A change is never backdated, so a run's
      * control report always shows what was in force that day.
      *
      *   SOLVE_DICT             dictionary file for SOLVE/VIGSOLVE
      *   SOLVE_AMBIG_MARGIN     SOLVE/VIGSOLVE ambiguity margin
      *   BATCH_CUTOFF           CEASER-CIPHER BATCH cutoff, HHMMSS
      *   CIPHEDIT_DUP_DAYS      CIPHEDIT duplicate-file window
      *   KEYMAINT_PENDING_DAYS  KEYMAINT pending-change expiry
      *   OPRECERT_DAYS          OPRECERT review window
      *   KEYUSAGE_DAYS          KEYUSAGE review window
      *   KEYAGE_LOOKAHEAD       KEYAGE rotation warning window
      *
      * The day counts and the margin are whole numbers from 1 to
      * 9999.  SOLVE_DICT and BATCH_CUTOFF may be NONE (the built-in
      * word list; no cutoff).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-PARM-FILE ASSIGN TO "siteparm.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-Param-Id
               FILE STATUS IS WS-Parm-File-Status.
           SELECT PARM-LOG-FILE ASSIGN TO "siteparm-audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Parm-Log-Status.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-Oper-Id
               FILE STATUS IS WS-Oper-Master-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  SITE-PARM-FILE.
       01  SITE-PARM-RECORD.
           COPY SITEPARM.
       FD  PARM-LOG-FILE.
       01  PARM-LOG-RECORD.
           COPY PARMLOG.
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           COPY OPERMAST.
       LOCAL-STORAGE SECTION.
       01 WS-Action           PIC X(10).
       01 WS-Name-Arg         PIC X(20) VALUE SPACES.
       01 WS-Value-Arg        PIC X(60) VALUE SPACES.
       01 WS-Eff-Date-Arg     PIC X(8) VALUE SPACES.
       01 WS-Parm-File-Status PIC XX.
       01 WS-Parm-Log-Status  PIC XX.
       01 WS-Oper-Master-Status PIC XX.
       01 WS-Today            PIC X(8).
       01 WS-Today-Num        PIC 9(8).
       01 WS-Operator         PIC X(20).
       01 WS-Log-Date         PIC X(8).
       01 WS-Log-Time         PIC X(8).
       01 WS-Authorized       PIC X VALUE "N".
           88 MAINT-AUTHORIZED     VALUE "Y".
       01 WS-Refusal          PIC X(10) VALUE SPACES.
       01 WS-Args-Valid       PIC X VALUE "Y".
           88 ARGS-VALID           VALUE "Y".
       01 WS-Date-Valid       PIC X.
           88 DATE-IS-VALID        VALUE "Y".
       01 WS-Parm-Kind        PIC X VALUE SPACE.
           88 PARM-IS-DAYS         VALUE "D".
           88 PARM-IS-FILE         VALUE "F".
           88 PARM-IS-TIME         VALUE "T".
       01 WS-Eff-Date-Num     PIC 9(8).
       01 WS-Parm-Eof         PIC X VALUE "N".
           88 END-OF-SITE-PARMS    VALUE "Y".
       01 WS-Versions         PIC 9(4) VALUE 0.
       01 WS-In-Force-Value   PIC X(60) VALUE SPACES.
       01 WS-In-Force-Date    PIC 9(8) VALUE 0.
       01 WS-Old-Value        PIC X(60) VALUE SPACES.
       01 WS-Log-Detail       PIC X(20) VALUE SPACES.
       01 WS-List-Count       PIC 9(4) VALUE 0.
       01 WS-List-Status      PIC X(10).
       01 WS-List-Name        PIC X(20) VALUE SPACES.
       01 WS-Next-Name        PIC X(20).
       01 WS-Next-Date        PIC 9(8).
       01 WS-Hold-Record      PIC X(124).
       01 WS-Current-Record   PIC X(124).
       01 WS-Hold-Valid       PIC X VALUE "N".
           88 HOLD-RECORD-VALID    VALUE "Y".
       PROCEDURE DIVISION.
           ACCEPT WS-Action FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Action
           END-ACCEPT
           SET WS-Action TO FUNCTION UPPER-CASE (WS-Action)
           ACCEPT WS-Name-Arg FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Name-Arg
           END-ACCEPT
           SET WS-Name-Arg TO FUNCTION UPPER-CASE (WS-Name-Arg)
           ACCEPT WS-Today FROM DATE YYYYMMDD
           MOVE WS-Today TO WS-Today-Num
           IF WS-Action NOT = "ADD" AND WS-Action NOT = "CHANGE"
                   AND WS-Action NOT = "LIST"
               DISPLAY "usage: SITEPARM ADD    name value "
                   "[effective-date]"
               DISPLAY "       SITEPARM CHANGE name value "
                   "[effective-date]"
               DISPLAY "       SITEPARM LIST   [name]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O SITE-PARM-FILE
           IF WS-Parm-File-Status = "35"
               OPEN OUTPUT SITE-PARM-FILE
               CLOSE SITE-PARM-FILE
               OPEN I-O SITE-PARM-FILE
           END-IF
           IF WS-Parm-File-Status NOT = "00"
               DISPLAY "ERROR: cannot open site parameter file "
                   "(status " WS-Parm-File-Status ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND PARM-LOG-FILE
           IF WS-Parm-Log-Status = "35"
               OPEN OUTPUT PARM-LOG-FILE
           END-IF
           PERFORM CHECK-MAINT-AUTHORITY
           IF MAINT-AUTHORIZED
               EVALUATE WS-Action
                   WHEN "ADD"
                       PERFORM ADD-PARAMETER
                   WHEN "CHANGE"
                       PERFORM CHANGE-PARAMETER
                   WHEN "LIST"
                       PERFORM LIST-PARAMETERS
               END-EVALUATE
           END-IF
           CLOSE PARM-LOG-FILE
           CLOSE SITE-PARM-FILE
           STOP RUN.

      * Changes need an active KEYADMIN, LIST an active operator.  An
      * operator master that cannot be read refuses everyone.
       CHECK-MAINT-AUTHORITY.
           ACCEPT WS-Operator FROM ENVIRONMENT "USER"
               ON EXCEPTION
                   ACCEPT WS-Operator FROM ENVIRONMENT "LOGNAME"
                       ON EXCEPTION
                           MOVE "UNKNOWN" TO WS-Operator
                   END-ACCEPT
           END-ACCEPT
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-Oper-Master-Status NOT = "00"
               DISPLAY "ERROR: cannot open operator master (status "
                   WS-Oper-Master-Status ")"
               MOVE "BADOPER" TO WS-Refusal
           ELSE
               MOVE WS-Operator TO OM-Oper-Id
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       DISPLAY "ERROR: operator '"
                           FUNCTION TRIM(WS-Operator)
                           "' is not on the operator master"
                       MOVE "BADOPER" TO WS-Refusal
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN OM-Active-Flag NOT = "Y"
                               OR OM-Start-Date > WS-Today-Num
                               OR (OM-End-Date NOT = 0
                                   AND OM-End-Date < WS-Today-Num)
                               DISPLAY "ERROR: operator '"
                                   FUNCTION TRIM(WS-Operator)
                                   "' is not active in the operator "
                                   "master"
                               MOVE "BADOPER" TO WS-Refusal
                           WHEN WS-Action = "LIST"
                               SET MAINT-AUTHORIZED TO TRUE
                           WHEN OM-Role NOT = "KEYADMIN"
                               DISPLAY "ERROR: operator '"
                                   FUNCTION TRIM(WS-Operator)
                                   "' is not a KEYADMIN - site "
                                   "parameters not changed"
                               MOVE "BADROLE" TO WS-Refusal
                           WHEN OTHER
                               SET MAINT-AUTHORIZED TO TRUE
                       END-EVALUATE
               END-READ
               CLOSE OPERATOR-MASTER-FILE
           END-IF
           IF NOT MAINT-AUTHORIZED
               MOVE 1 TO RETURN-CODE
               MOVE SPACES TO WS-Old-Value WS-Value-Arg
               MOVE WS-Action TO WS-Log-Detail
               MOVE WS-Refusal TO WS-Action
               PERFORM WRITE-PARM-LOG-RECORD
           END-IF.

       ACCEPT-CHANGE-ARGS.
           ACCEPT WS-Value-Arg FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Value-Arg
           END-ACCEPT
           ACCEPT WS-Eff-Date-Arg FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Eff-Date-Arg
           END-ACCEPT
           IF WS-Eff-Date-Arg = SPACES
               MOVE WS-Today TO WS-Eff-Date-Arg
           END-IF.

      * Shared by ADD and CHANGE.  Each known parameter has a kind
      * that says what a good value looks like.
       VALIDATE-CHANGE-ARGS.
           MOVE "Y" TO WS-Args-Valid
           PERFORM SET-PARM-KIND
           EVALUATE TRUE
               WHEN WS-Parm-Kind = SPACE
                   DISPLAY "ERROR: '" FUNCTION TRIM(WS-Name-Arg)
                       "' is not a site parameter"
                   MOVE "N" TO WS-Args-Valid
               WHEN WS-Value-Arg = SPACES
                   DISPLAY "ERROR: a value is required"
                   MOVE "N" TO WS-Args-Valid
               WHEN PARM-IS-DAYS
                   IF FUNCTION TEST-NUMVAL (WS-Value-Arg) NOT = 0
                       MOVE "N" TO WS-Args-Valid
                   ELSE
                       IF FUNCTION NUMVAL (WS-Value-Arg) < 1
                               OR FUNCTION NUMVAL (WS-Value-Arg) > 9999
                               OR FUNCTION NUMVAL (WS-Value-Arg)
                                   NOT = FUNCTION INTEGER
                                       (FUNCTION NUMVAL (WS-Value-Arg))
                           MOVE "N" TO WS-Args-Valid
                       END-IF
                   END-IF
                   IF NOT ARGS-VALID
                       DISPLAY "ERROR: " FUNCTION TRIM(WS-Name-Arg)
                           " must be a whole number from 1 to 9999"
                   END-IF
               WHEN PARM-IS-TIME
                   SET WS-Value-Arg TO FUNCTION UPPER-CASE
                       (WS-Value-Arg)
                   IF WS-Value-Arg NOT = "NONE"
                       IF WS-Value-Arg(1:6) IS NOT NUMERIC
                               OR WS-Value-Arg(7:) NOT = SPACES
                           MOVE "N" TO WS-Args-Valid
                       ELSE
                           IF WS-Value-Arg(1:2) > "23"
                                   OR WS-Value-Arg(3:2) > "59"
                                   OR WS-Value-Arg(5:2) > "59"
                               MOVE "N" TO WS-Args-Valid
                           END-IF
                       END-IF
                   END-IF
                   IF NOT ARGS-VALID
                       DISPLAY "ERROR: " FUNCTION TRIM(WS-Name-Arg)
                           " must be a time HHMMSS or NONE"
                   END-IF
           END-EVALUATE
           IF ARGS-VALID
               PERFORM VALIDATE-EFFECTIVE-DATE
           END-IF
           IF NOT ARGS-VALID
               MOVE 1 TO RETURN-CODE
           END-IF.

       SET-PARM-KIND.
           MOVE SPACE TO WS-Parm-Kind
           EVALUATE WS-Name-Arg
               WHEN "SOLVE_DICT"
                   SET PARM-IS-FILE TO TRUE
               WHEN "BATCH_CUTOFF"
                   SET PARM-IS-TIME TO TRUE
               WHEN "SOLVE_AMBIG_MARGIN"
               WHEN "CIPHEDIT_DUP_DAYS"
               WHEN "KEYMAINT_PENDING_DAYS"
               WHEN "OPRECERT_DAYS"
               WHEN "KEYUSAGE_DAYS"
               WHEN "KEYAGE_LOOKAHEAD"
                   SET PARM-IS-DAYS TO TRUE
           END-EVALUATE.

       VALIDATE-EFFECTIVE-DATE.
           MOVE "Y" TO WS-Date-Valid
           IF WS-Eff-Date-Arg IS NOT NUMERIC
               MOVE "N" TO WS-Date-Valid
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL (WS-Eff-Date-Arg)) NOT = 0
                   MOVE "N" TO WS-Date-Valid
               END-IF
           END-IF
           IF NOT DATE-IS-VALID
               DISPLAY "ERROR: effective date '" WS-Eff-Date-Arg
                   "' is not a YYYYMMDD date"
               MOVE "N" TO WS-Args-Valid
           ELSE
               MOVE WS-Eff-Date-Arg TO WS-Eff-Date-Num
               IF WS-Eff-Date-Num < WS-Today-Num
                   DISPLAY "ERROR: effective date " WS-Eff-Date-Arg
                       " is before today - a change cannot be "
                       "backdated"
                   MOVE "N" TO WS-Args-Valid
               END-IF
           END-IF.

      * Walks every version of WS-Name-Arg: how many there are, and
      * the value in force on the effective date being changed.
       FIND-VERSION-IN-FORCE.
           MOVE 0 TO WS-Versions
           MOVE SPACES TO WS-In-Force-Value
           MOVE 0 TO WS-In-Force-Date
           MOVE "N" TO WS-Parm-Eof
           MOVE WS-Name-Arg TO SP-Param-Name
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
                       IF SP-Param-Name NOT = WS-Name-Arg
                           SET END-OF-SITE-PARMS TO TRUE
                       ELSE
                           ADD 1 TO WS-Versions
                           IF SP-Effective-Date <= WS-Eff-Date-Num
                               MOVE SP-Param-Value
                                   TO WS-In-Force-Value
                               MOVE SP-Effective-Date
                                   TO WS-In-Force-Date
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ADD-PARAMETER.
           PERFORM ACCEPT-CHANGE-ARGS
           IF WS-Name-Arg = SPACES
               DISPLAY "usage: SITEPARM ADD name value "
                   "[effective-date]"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM VALIDATE-CHANGE-ARGS
           END-IF
           IF RETURN-CODE = 0
               PERFORM FIND-VERSION-IN-FORCE
               IF WS-Versions > 0
                   DISPLAY "ERROR: parameter '"
                       FUNCTION TRIM(WS-Name-Arg)
                       "' is already on file - use CHANGE"
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE = 0
               MOVE SPACES TO WS-Old-Value
               PERFORM WRITE-PARM-VERSION
               IF RETURN-CODE = 0
                   DISPLAY "parameter '" FUNCTION TRIM(WS-Name-Arg)
                       "' added, effective " WS-Eff-Date-Arg
               END-IF
           END-IF.

      * A change dated the same day as an existing version replaces
      * it; any other date adds a version alongside.
       CHANGE-PARAMETER.
           PERFORM ACCEPT-CHANGE-ARGS
           IF WS-Name-Arg = SPACES
               DISPLAY "usage: SITEPARM CHANGE name value "
                   "[effective-date]"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM VALIDATE-CHANGE-ARGS
           END-IF
           IF RETURN-CODE = 0
               PERFORM FIND-VERSION-IN-FORCE
               IF WS-Versions = 0
                   DISPLAY "ERROR: parameter '"
                       FUNCTION TRIM(WS-Name-Arg)
                       "' is not on file - use ADD"
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE = 0
               MOVE WS-In-Force-Value TO WS-Old-Value
               IF WS-In-Force-Date = WS-Eff-Date-Num
                   MOVE WS-Name-Arg TO SP-Param-Name
                   MOVE WS-Eff-Date-Num TO SP-Effective-Date
                   READ SITE-PARM-FILE
                       INVALID KEY
                           MOVE 1 TO RETURN-CODE
                   END-READ
                   IF RETURN-CODE = 0
                       PERFORM STAMP-PARM-VERSION
                       REWRITE SITE-PARM-RECORD
                       IF WS-Parm-File-Status NOT = "00"
                           MOVE 1 TO RETURN-CODE
                       END-IF
                   END-IF
                   IF RETURN-CODE NOT = 0
                       DISPLAY "ERROR: cannot rewrite parameter '"
                           FUNCTION TRIM(WS-Name-Arg)
                           "' (status " WS-Parm-File-Status ")"
                   ELSE
                       PERFORM WRITE-PARM-LOG-RECORD
                   END-IF
               ELSE
                   PERFORM WRITE-PARM-VERSION
               END-IF
               IF RETURN-CODE = 0
                   DISPLAY "parameter '" FUNCTION TRIM(WS-Name-Arg)
                       "' was '" FUNCTION TRIM(WS-Old-Value)
                       "', now '" FUNCTION TRIM(WS-Value-Arg)
                       "' effective " WS-Eff-Date-Arg
               END-IF
           END-IF.

       WRITE-PARM-VERSION.
           MOVE SPACES TO SITE-PARM-RECORD
           MOVE WS-Name-Arg TO SP-Param-Name
           MOVE WS-Eff-Date-Num TO SP-Effective-Date
           PERFORM STAMP-PARM-VERSION
           WRITE SITE-PARM-RECORD
           IF WS-Parm-File-Status NOT = "00"
               DISPLAY "ERROR: cannot write parameter '"
                   FUNCTION TRIM(WS-Name-Arg)
                   "' (status " WS-Parm-File-Status ")"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM WRITE-PARM-LOG-RECORD
           END-IF.

       STAMP-PARM-VERSION.
           ACCEPT WS-Log-Time FROM TIME
           MOVE WS-Value-Arg TO SP-Param-Value
           MOVE WS-Operator TO SP-Changed-By
           STRING WS-Today DELIMITED BY SIZE
                  WS-Log-Time DELIMITED BY SIZE
               INTO SP-Changed-Ts.

      * LIST walks the file in name and date order.  For each name
      * the latest version dated today or earlier is IN FORCE, later
      * ones are FUTURE and earlier ones SUPERSEDED.
       LIST-PARAMETERS.
           MOVE WS-Name-Arg TO WS-List-Name
           MOVE WS-Name-Arg TO SP-Param-Name
           MOVE 0 TO SP-Effective-Date
           START SITE-PARM-FILE
               KEY IS NOT LESS THAN SP-Param-Id
               INVALID KEY
                   SET END-OF-SITE-PARMS TO TRUE
           END-START
           IF NOT END-OF-SITE-PARMS
               PERFORM READ-NEXT-VERSION
           END-IF
           PERFORM UNTIL NOT HOLD-RECORD-VALID
               MOVE WS-Hold-Record TO WS-Current-Record
               PERFORM READ-NEXT-VERSION
               MOVE WS-Current-Record TO SITE-PARM-RECORD
               EVALUATE TRUE
                   WHEN SP-Effective-Date > WS-Today-Num
                       MOVE "FUTURE" TO WS-List-Status
                   WHEN HOLD-RECORD-VALID
                           AND WS-Next-Name = SP-Param-Name
                           AND WS-Next-Date <= WS-Today-Num
                       MOVE "SUPERSEDED" TO WS-List-Status
                   WHEN OTHER
                       MOVE "IN FORCE" TO WS-List-Status
               END-EVALUATE
               ADD 1 TO WS-List-Count
               DISPLAY SP-Param-Name " " SP-Effective-Date " "
                   WS-List-Status " " SP-Changed-By " "
                   FUNCTION TRIM(SP-Param-Value)
           END-PERFORM
           DISPLAY WS-List-Count " parameter version(s) on file".

      * Reads one version ahead of the one being listed, so its
      * status can be judged against the next version of the name.
       READ-NEXT-VERSION.
           MOVE "N" TO WS-Hold-Valid
           IF NOT END-OF-SITE-PARMS
               READ SITE-PARM-FILE NEXT RECORD
                   AT END
                       SET END-OF-SITE-PARMS TO TRUE
                   NOT AT END
                       IF WS-List-Name NOT = SPACES
                               AND SP-Param-Name NOT = WS-List-Name
                           SET END-OF-SITE-PARMS TO TRUE
                       ELSE
                           MOVE SP-Param-Name TO WS-Next-Name
                           MOVE SP-Effective-Date TO WS-Next-Date
                           MOVE SITE-PARM-RECORD TO WS-Hold-Record
                           SET HOLD-RECORD-VALID TO TRUE
                       END-IF
               END-READ
           END-IF.

      * Every change to the file, and every attempt refused, leaves
      * a record stamped with who was at the keyboard.
       WRITE-PARM-LOG-RECORD.
           ACCEPT WS-Log-Date FROM DATE YYYYMMDD
           ACCEPT WS-Log-Time FROM TIME
           MOVE SPACES TO PARM-LOG-RECORD
           STRING WS-Log-Date DELIMITED BY SIZE
                  WS-Log-Time DELIMITED BY SIZE
               INTO PG-Timestamp
           MOVE WS-Operator TO PG-Operator
           MOVE WS-Action TO PG-Action
           MOVE WS-Name-Arg TO PG-Param-Name
           MOVE WS-Eff-Date-Arg TO PG-Effective-Date
           MOVE WS-Old-Value TO PG-Old-Value
           MOVE WS-Value-Arg TO PG-New-Value
           MOVE WS-Log-Detail TO PG-Detail
           WRITE PARM-LOG-RECORD
           IF WS-Parm-Log-Status NOT = "00"
               DISPLAY "WARNING: cannot write site parameter log "
                   "(status " WS-Parm-Log-Status ")"
           END-IF.

       END PROGRAM SITEPARM.
