       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
      *****************************************************************
      * Maintenance for the operator master.
      *
      * The operator name used to come straight from USER/LOGNAME, so
      * anyone who could log in could run the cipher and key jobs,
      * and leavers stayed valid for as long as their names sat in a
      * key's operator list.  operators.dat now says who may run
      * them: CEASER-CIPHER, KEYMAINT and DICTMNT refuse an operator
      * who is not on file or not active.  Every change this program
      * applies goes to opermaint-audit.log with before and after
      * images; every attempt it refuses goes there as BADOPER (not
      * on file or not active) or BADROLE (not a KEYADMIN).
      *
      * Only an active KEYADMIN may change the master; any active
      * operator may LOOKUP or LIST it.  While the master is empty
      * anyone may ADD to it, but only a KEYADMIN, so the first entry
      * is always someone able to maintain the master.
      *
      *   OPERMNT ADD        id name dept role start-date [end-date]
      *   OPERMNT CHANGE     id name dept role start-date [end-date]
      *   OPERMNT DEACTIVATE id [end-date]
      *   OPERMNT REACTIVATE id
      *   OPERMNT LOOKUP     id
      *   OPERMNT LIST
      *
      * Role is OPERATOR, KEYADMIN or AUDITOR.  On CHANGE, "*" leaves
      * a field as it is.  DEACTIVATE ends the operator today unless
      * an end date is given; REACTIVATE clears the end date.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-Oper-Id
               FILE STATUS IS WS-Oper-File-Status.
           SELECT OPER-LOG-FILE ASSIGN TO "opermaint-audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Oper-Log-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           COPY OPERMAST.
       FD  OPER-LOG-FILE.
       01  OPER-LOG-RECORD.
           COPY OPERLOG.
       LOCAL-STORAGE SECTION.
       01 WS-Action           PIC X(10).
       01 WS-Oper-Id-Arg      PIC X(20) VALUE SPACES.
       01 WS-Name-Arg         PIC X(30) VALUE SPACES.
       01 WS-Dept-Arg         PIC X(8) VALUE SPACES.
       01 WS-Role-Arg         PIC X(8) VALUE SPACES.
       01 WS-Start-Arg        PIC X(8) VALUE SPACES.
       01 WS-End-Arg          PIC X(8) VALUE SPACES.
       01 WS-Oper-File-Status PIC XX.
       01 WS-Oper-Log-Status  PIC XX.
       01 WS-Today            PIC X(8).
       01 WS-Today-Num        PIC 9(8).
       01 WS-Operator         PIC X(20).
       01 WS-Log-Date         PIC X(8).
       01 WS-Log-Time         PIC X(8).
       01 WS-Authorized       PIC X VALUE "N".
           88 MAINT-AUTHORIZED     VALUE "Y".
       01 WS-Master-Empty     PIC X VALUE "N".
           88 OPERATOR-MASTER-EMPTY VALUE "Y".
       01 WS-Refusal          PIC X(10) VALUE SPACES.
       01 WS-Args-Valid       PIC X VALUE "Y".
           88 ARGS-VALID           VALUE "Y".
       01 WS-Date-Check       PIC X(8).
       01 WS-Date-Valid       PIC X.
           88 DATE-IS-VALID        VALUE "Y".
       01 WS-Old-Image.
           05 WS-Old-Name         PIC X(30).
           05 WS-Old-Dept         PIC X(8).
           05 WS-Old-Role         PIC X(8).
           05 WS-Old-Active       PIC X.
           05 WS-Old-Start        PIC X(8).
           05 WS-Old-End          PIC X(8).
       01 WS-New-Image.
           05 WS-New-Name         PIC X(30).
           05 WS-New-Dept         PIC X(8).
           05 WS-New-Role         PIC X(8).
           05 WS-New-Active       PIC X.
           05 WS-New-Start        PIC X(8).
           05 WS-New-End          PIC X(8).
       01 WS-Log-Detail       PIC X(20) VALUE SPACES.
       01 WS-Oper-Eof         PIC X VALUE "N".
           88 END-OF-OPERATORS     VALUE "Y".
       01 WS-List-Count       PIC 9(4) VALUE 0.
       01 WS-List-Status      PIC X(8).
       PROCEDURE DIVISION.
           ACCEPT WS-Action FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Action
           END-ACCEPT
           SET WS-Action TO FUNCTION UPPER-CASE (WS-Action)
           ACCEPT WS-Oper-Id-Arg FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Oper-Id-Arg
           END-ACCEPT
           ACCEPT WS-Today FROM DATE YYYYMMDD
           MOVE WS-Today TO WS-Today-Num
           OPEN I-O OPERATOR-MASTER-FILE
           IF WS-Oper-File-Status = "35"
               OPEN OUTPUT OPERATOR-MASTER-FILE
               CLOSE OPERATOR-MASTER-FILE
               OPEN I-O OPERATOR-MASTER-FILE
           END-IF
           IF WS-Oper-File-Status NOT = "00"
               DISPLAY "ERROR: cannot open operator master "
                   "(status " WS-Oper-File-Status ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND OPER-LOG-FILE
           IF WS-Oper-Log-Status = "35"
               OPEN OUTPUT OPER-LOG-FILE
           END-IF
           PERFORM CHECK-MAINT-AUTHORITY
           IF MAINT-AUTHORIZED
               EVALUATE WS-Action
                   WHEN "ADD"
                       PERFORM ADD-OPERATOR
                   WHEN "CHANGE"
                       PERFORM CHANGE-OPERATOR
                   WHEN "DEACTIVATE"
                       PERFORM DEACTIVATE-OPERATOR
                   WHEN "REACTIVATE"
                       PERFORM REACTIVATE-OPERATOR
                   WHEN "LOOKUP"
                       PERFORM LOOKUP-OPERATOR
                   WHEN "LIST"
                       PERFORM LIST-OPERATORS
                   WHEN OTHER
                       DISPLAY "ERROR: unknown action '" WS-Action
                           "' - expected ADD, CHANGE, DEACTIVATE, "
                           "REACTIVATE, LOOKUP, or LIST"
                       MOVE 1 TO RETURN-CODE
               END-EVALUATE
           END-IF
           CLOSE OPER-LOG-FILE
           CLOSE OPERATOR-MASTER-FILE
           STOP RUN.

      * The master guards itself: changes need an active KEYADMIN,
      * reads need an active operator.  The one exception is an empty
      * master, which could otherwise never be loaded: the only thing
      * it accepts is an ADD of a KEYADMIN (ADD-OPERATOR checks the
      * role), so the master always has someone able to maintain it.
       CHECK-MAINT-AUTHORITY.
           PERFORM RESOLVE-OPERATOR
           MOVE LOW-VALUES TO OM-Oper-Id
           START OPERATOR-MASTER-FILE
               KEY IS NOT LESS THAN OM-Oper-Id
               INVALID KEY
                   SET OPERATOR-MASTER-EMPTY TO TRUE
           END-START
           IF NOT OPERATOR-MASTER-EMPTY
               READ OPERATOR-MASTER-FILE NEXT RECORD
                   AT END
                       SET OPERATOR-MASTER-EMPTY TO TRUE
               END-READ
           END-IF
           IF OPERATOR-MASTER-EMPTY
               IF WS-Action = "ADD"
                   SET MAINT-AUTHORIZED TO TRUE
                   DISPLAY "operator master is empty - '"
                       FUNCTION TRIM(WS-Operator)
                       "' loading the first entry"
               ELSE
                   DISPLAY "ERROR: operator master is empty - the "
                       "first entry must be an ADD of a KEYADMIN"
                   MOVE 1 TO RETURN-CODE
               END-IF
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
                           WHEN WS-Action = "LOOKUP"
                               OR WS-Action = "LIST"
                               SET MAINT-AUTHORIZED TO TRUE
                           WHEN OM-Role NOT = "KEYADMIN"
                               DISPLAY "ERROR: operator '"
                                   FUNCTION TRIM(WS-Operator)
                                   "' is not a KEYADMIN - operator "
                                   "master not changed"
                               MOVE "BADROLE" TO WS-Refusal
                           WHEN OTHER
                               SET MAINT-AUTHORIZED TO TRUE
                       END-EVALUATE
               END-READ
               IF NOT MAINT-AUTHORIZED
                   MOVE 1 TO RETURN-CODE
                   MOVE SPACES TO WS-Old-Image WS-New-Image
                   MOVE WS-Action TO WS-Log-Detail
                   MOVE WS-Refusal TO WS-Action
                   PERFORM WRITE-OPER-LOG-RECORD
               END-IF
           END-IF.

       RESOLVE-OPERATOR.
           ACCEPT WS-Operator FROM ENVIRONMENT "USER"
               ON EXCEPTION
                   ACCEPT WS-Operator FROM ENVIRONMENT "LOGNAME"
                       ON EXCEPTION
                           MOVE "UNKNOWN" TO WS-Operator
                   END-ACCEPT
           END-ACCEPT.

       ACCEPT-DETAIL-ARGS.
           ACCEPT WS-Name-Arg FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Name-Arg
           END-ACCEPT
           ACCEPT WS-Dept-Arg FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Dept-Arg
           END-ACCEPT
           ACCEPT WS-Role-Arg FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Role-Arg
           END-ACCEPT
           SET WS-Role-Arg TO FUNCTION UPPER-CASE (WS-Role-Arg)
           ACCEPT WS-Start-Arg FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Start-Arg
           END-ACCEPT
           ACCEPT WS-End-Arg FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-End-Arg
           END-ACCEPT.

      * Shared by ADD and CHANGE once "*" fields have been filled in
      * from the record on file.
       VALIDATE-DETAIL-ARGS.
           MOVE "Y" TO WS-Args-Valid
           EVALUATE TRUE
               WHEN WS-Name-Arg = SPACES
                   DISPLAY "ERROR: operator name is required"
                   MOVE "N" TO WS-Args-Valid
               WHEN WS-Role-Arg NOT = "OPERATOR"
                       AND WS-Role-Arg NOT = "KEYADMIN"
                       AND WS-Role-Arg NOT = "AUDITOR"
                   DISPLAY "ERROR: role '" FUNCTION TRIM(WS-Role-Arg)
                       "' - expected OPERATOR, KEYADMIN, or AUDITOR"
                   MOVE "N" TO WS-Args-Valid
               WHEN OTHER
                   MOVE WS-Start-Arg TO WS-Date-Check
                   PERFORM VALIDATE-DATE
                   IF NOT DATE-IS-VALID
                       DISPLAY "ERROR: start date '" WS-Start-Arg
                           "' is not a YYYYMMDD date"
                       MOVE "N" TO WS-Args-Valid
                   ELSE
                       IF WS-End-Arg NOT = SPACES
                               AND WS-End-Arg NOT = ZEROS
                           MOVE WS-End-Arg TO WS-Date-Check
                           PERFORM VALIDATE-DATE
                           IF NOT DATE-IS-VALID
                               DISPLAY "ERROR: end date '" WS-End-Arg
                                   "' is not a YYYYMMDD date"
                               MOVE "N" TO WS-Args-Valid
                           ELSE
                               IF WS-End-Arg < WS-Start-Arg
                                   DISPLAY "ERROR: end date "
                                       WS-End-Arg " is before start "
                                       "date " WS-Start-Arg
                                   MOVE "N" TO WS-Args-Valid
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE
           IF NOT ARGS-VALID
               MOVE 1 TO RETURN-CODE
           END-IF.

       VALIDATE-DATE.
           MOVE "Y" TO WS-Date-Valid
           IF WS-Date-Check IS NOT NUMERIC
               MOVE "N" TO WS-Date-Valid
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL (WS-Date-Check)) NOT = 0
                   MOVE "N" TO WS-Date-Valid
               END-IF
           END-IF.

       ADD-OPERATOR.
           PERFORM ACCEPT-DETAIL-ARGS
           IF WS-Oper-Id-Arg = SPACES
               DISPLAY "usage: OPERMNT ADD id name dept role "
                   "start-date [end-date]"
               MOVE 1 TO RETURN-CODE
           ELSE
               IF WS-Start-Arg = SPACES
                   MOVE WS-Today TO WS-Start-Arg
               END-IF
               PERFORM VALIDATE-DETAIL-ARGS
               IF ARGS-VALID AND OPERATOR-MASTER-EMPTY
                       AND WS-Role-Arg NOT = "KEYADMIN"
                   DISPLAY "ERROR: operator master is empty - the "
                       "first entry must be a KEYADMIN"
                   MOVE "N" TO WS-Args-Valid
                   MOVE 1 TO RETURN-CODE
               END-IF
               IF ARGS-VALID
                   MOVE SPACES TO OPERATOR-MASTER-RECORD
                   MOVE WS-Oper-Id-Arg TO OM-Oper-Id
                   MOVE WS-Name-Arg TO OM-Name
                   MOVE WS-Dept-Arg TO OM-Dept
                   MOVE WS-Role-Arg TO OM-Role
                   MOVE "Y" TO OM-Active-Flag
                   MOVE WS-Start-Arg TO OM-Start-Date
                   IF WS-End-Arg = SPACES
                       MOVE ZEROS TO OM-End-Date
                   ELSE
                       MOVE WS-End-Arg TO OM-End-Date
                   END-IF
                   WRITE OPERATOR-MASTER-RECORD
                   IF WS-Oper-File-Status NOT = "00"
                       IF WS-Oper-File-Status = "22"
                           DISPLAY "ERROR: operator '"
                               FUNCTION TRIM(WS-Oper-Id-Arg)
                               "' is already on the operator master"
                       ELSE
                           DISPLAY "ERROR: cannot write operator '"
                               FUNCTION TRIM(WS-Oper-Id-Arg)
                               "' to the operator master (status "
                               WS-Oper-File-Status ")"
                       END-IF
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       MOVE SPACES TO WS-Old-Image
                       PERFORM CAPTURE-NEW-IMAGE
                       PERFORM WRITE-OPER-LOG-RECORD
                       DISPLAY "operator '"
                           FUNCTION TRIM(WS-Oper-Id-Arg) "' added as "
                           FUNCTION TRIM(WS-Role-Arg)
                   END-IF
               END-IF
           END-IF.

       CHANGE-OPERATOR.
           PERFORM ACCEPT-DETAIL-ARGS
           PERFORM READ-OPERATOR-ARG
           IF RETURN-CODE = 0
               PERFORM CAPTURE-OLD-IMAGE
               IF WS-Name-Arg = "*"
                   MOVE OM-Name TO WS-Name-Arg
               END-IF
               IF WS-Dept-Arg = "*"
                   MOVE OM-Dept TO WS-Dept-Arg
               END-IF
               IF WS-Role-Arg = "*"
                   MOVE OM-Role TO WS-Role-Arg
               END-IF
               IF WS-Start-Arg = "*" OR WS-Start-Arg = SPACES
                   MOVE OM-Start-Date TO WS-Start-Arg
               END-IF
               IF WS-End-Arg = "*" OR WS-End-Arg = SPACES
                   MOVE OM-End-Date TO WS-End-Arg
               END-IF
               PERFORM VALIDATE-DETAIL-ARGS
               IF ARGS-VALID
                   MOVE WS-Name-Arg TO OM-Name
                   MOVE WS-Dept-Arg TO OM-Dept
                   MOVE WS-Role-Arg TO OM-Role
                   MOVE WS-Start-Arg TO OM-Start-Date
                   MOVE WS-End-Arg TO OM-End-Date
                   PERFORM REWRITE-AND-LOG
                   IF RETURN-CODE = 0
                       DISPLAY "operator '"
                           FUNCTION TRIM(WS-Oper-Id-Arg) "' updated"
                   END-IF
               END-IF
           END-IF.

       DEACTIVATE-OPERATOR.
           ACCEPT WS-End-Arg FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-End-Arg
           END-ACCEPT
           IF WS-End-Arg = SPACES
               MOVE WS-Today TO WS-End-Arg
           END-IF
           MOVE WS-End-Arg TO WS-Date-Check
           PERFORM VALIDATE-DATE
           IF NOT DATE-IS-VALID
               DISPLAY "ERROR: end date '" WS-End-Arg
                   "' is not a YYYYMMDD date"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM READ-OPERATOR-ARG
           END-IF
           IF RETURN-CODE = 0
               PERFORM CAPTURE-OLD-IMAGE
               MOVE "N" TO OM-Active-Flag
               MOVE WS-End-Arg TO OM-End-Date
               PERFORM REWRITE-AND-LOG
               IF RETURN-CODE = 0
                   DISPLAY "operator '" FUNCTION TRIM(WS-Oper-Id-Arg)
                       "' deactivated, end date " WS-End-Arg
               END-IF
           END-IF.

       REACTIVATE-OPERATOR.
           PERFORM READ-OPERATOR-ARG
           IF RETURN-CODE = 0
               PERFORM CAPTURE-OLD-IMAGE
               MOVE "Y" TO OM-Active-Flag
               MOVE ZEROS TO OM-End-Date
               PERFORM REWRITE-AND-LOG
               IF RETURN-CODE = 0
                   DISPLAY "operator '" FUNCTION TRIM(WS-Oper-Id-Arg)
                       "' reactivated"
               END-IF
           END-IF.

       LOOKUP-OPERATOR.
           PERFORM READ-OPERATOR-ARG
           IF RETURN-CODE = 0
               PERFORM SET-LIST-STATUS
               DISPLAY "operator   : " OM-Oper-Id
               DISPLAY "name       : " OM-Name
               DISPLAY "department : " OM-Dept
               DISPLAY "role       : " OM-Role
               DISPLAY "status     : " WS-List-Status
               DISPLAY "start date : " OM-Start-Date
               DISPLAY "end date   : " OM-End-Date
           END-IF.

      * LIST walks the master in id order with each operator's
      * status as of today - an operator past the end date shows
      * ENDED even if nobody has run DEACTIVATE.
       LIST-OPERATORS.
           MOVE LOW-VALUES TO OM-Oper-Id
           START OPERATOR-MASTER-FILE
               KEY IS NOT LESS THAN OM-Oper-Id
               INVALID KEY
                   SET END-OF-OPERATORS TO TRUE
           END-START
           PERFORM UNTIL END-OF-OPERATORS
               READ OPERATOR-MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-OPERATORS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-List-Count
                       PERFORM SET-LIST-STATUS
                       DISPLAY OM-Oper-Id " " OM-Role " "
                           WS-List-Status " " OM-Dept " "
                           OM-Start-Date " " OM-End-Date " "
                           FUNCTION TRIM(OM-Name)
               END-READ
           END-PERFORM
           DISPLAY WS-List-Count " operator(s) on file".

       SET-LIST-STATUS.
           EVALUATE TRUE
               WHEN OM-Active-Flag NOT = "Y"
                   MOVE "INACTIVE" TO WS-List-Status
               WHEN OM-Start-Date > WS-Today-Num
                   MOVE "FUTURE  " TO WS-List-Status
               WHEN OM-End-Date NOT = 0
                       AND OM-End-Date < WS-Today-Num
                   MOVE "ENDED   " TO WS-List-Status
               WHEN OTHER
                   MOVE "ACTIVE  " TO WS-List-Status
           END-EVALUATE.

       READ-OPERATOR-ARG.
           IF WS-Oper-Id-Arg = SPACES
               DISPLAY "ERROR: operator id is required"
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE WS-Oper-Id-Arg TO OM-Oper-Id
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       DISPLAY "ERROR: operator '"
                           FUNCTION TRIM(WS-Oper-Id-Arg)
                           "' not found"
                       MOVE 1 TO RETURN-CODE
               END-READ
           END-IF.

       REWRITE-AND-LOG.
           REWRITE OPERATOR-MASTER-RECORD
           IF WS-Oper-File-Status NOT = "00"
               DISPLAY "ERROR: cannot rewrite operator '"
                   FUNCTION TRIM(WS-Oper-Id-Arg)
                   "' (status " WS-Oper-File-Status ")"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM CAPTURE-NEW-IMAGE
               PERFORM WRITE-OPER-LOG-RECORD
           END-IF.

       CAPTURE-OLD-IMAGE.
           MOVE OM-Name TO WS-Old-Name
           MOVE OM-Dept TO WS-Old-Dept
           MOVE OM-Role TO WS-Old-Role
           MOVE OM-Active-Flag TO WS-Old-Active
           MOVE OM-Start-Date TO WS-Old-Start
           MOVE OM-End-Date TO WS-Old-End.

       CAPTURE-NEW-IMAGE.
           MOVE OM-Name TO WS-New-Name
           MOVE OM-Dept TO WS-New-Dept
           MOVE OM-Role TO WS-New-Role
           MOVE OM-Active-Flag TO WS-New-Active
           MOVE OM-Start-Date TO WS-New-Start
           MOVE OM-End-Date TO WS-New-End.

      * Every change to the master, and every attempt refused, leaves
      * a record stamped with who was at the keyboard.
       WRITE-OPER-LOG-RECORD.
           ACCEPT WS-Log-Date FROM DATE YYYYMMDD
           ACCEPT WS-Log-Time FROM TIME
           MOVE SPACES TO OPER-LOG-RECORD
           STRING WS-Log-Date DELIMITED BY SIZE
                  WS-Log-Time DELIMITED BY SIZE
               INTO OL-Timestamp
           MOVE WS-Operator TO OL-Operator
           MOVE WS-Action TO OL-Action
           MOVE WS-Oper-Id-Arg TO OL-Oper-Id
           MOVE WS-Old-Image TO OL-Before
           MOVE WS-New-Image TO OL-After
           MOVE WS-Log-Detail TO OL-Detail
           WRITE OPER-LOG-RECORD
           IF WS-Oper-Log-Status NOT = "00"
               DISPLAY "WARNING: cannot write operator change log "
                   "(status " WS-Oper-Log-Status ")"
           END-IF.

       END PROGRAM OPERMNT.
