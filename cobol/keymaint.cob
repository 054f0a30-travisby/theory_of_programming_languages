           SELECT PENDING-FILE ASSIGN TO "keymaint-pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pending-File-Status.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-Oper-Id
               FILE STATUS IS WS-Oper-Master-Status.
           SELECT KEY-POLICY-FILE ASSIGN TO "keypolicy.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KP-Policy-Name
               FILE STATUS IS WS-Policy-File-Status.
           SELECT SITE-PARM-FILE ASSIGN TO "siteparm.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-Param-Id
               FILE STATUS IS WS-Site-Parm-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  KEY-MASTER-FILE.
           05 PD-Status        PIC X(8).
           05 PD-Status-Ts     PIC X(16).
           05 PD-Applied-By    PIC X(20).
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           COPY OPERMAST.
       FD  KEY-POLICY-FILE.
       01  KEY-POLICY-RECORD.
           COPY KEYPOLCY.
       FD  SITE-PARM-FILE.
       01  SITE-PARM-RECORD.
           COPY SITEPARM.
       LOCAL-STORAGE SECTION.
       01 WS-Action           PIC X(10).
       01 WS-Key-Name-Arg     PIC X(20).
       01 WS-Expire-Days-Raw  PIC X(8).
       01 WS-Expire-Days      PIC 9(4) VALUE 7.
       01 WS-Expire-Cutoff    PIC 9(8).
       01 WS-Expire-Source    PIC X(11) VALUE "DEFAULT".
       01 WS-Site-Parm-Status PIC XX.
       01 WS-Site-Parm-Eof    PIC X.
           88 END-OF-SITE-PARMS    VALUE "Y".
       01 WS-Parm-Name        PIC X(20).
       01 WS-Parm-Value       PIC X(60).
       01 WS-Parm-Found       PIC X.
           88 SITE-PARM-FOUND      VALUE "Y".
       01 WS-Pending-Date-Num PIC 9(8).
       01 WS-Now-Ts           PIC X(16).
       01 WS-Expired-Count    PIC 9(3) VALUE 0.
       01 WS-Oper-Master-Status PIC XX.
       01 WS-Today-Num        PIC 9(8).
       01 WS-Oper-Check-Id    PIC X(20).
       01 WS-Oper-Check       PIC X VALUE SPACE.
           88 OPERATOR-ACCEPTED    VALUE "A".
           88 OPERATOR-UNKNOWN     VALUE "U".
           88 OPERATOR-INACTIVE    VALUE "I".
       01 WS-Oper-Check-Role  PIC X(8).
       01 WS-Operator-Role    PIC X(8) VALUE SPACES.
       01 WS-Policy-File-Status PIC XX.
       01 WS-Policy-Eof       PIC X VALUE "N".
           88 END-OF-POLICIES      VALUE "Y".
       01 WS-Policy-Count     PIC 9(4) VALUE 0.
       01 WS-Max-Age-Arg      PIC X(8) VALUE SPACES.
       01 WS-Max-Age-Valid    PIC X VALUE "Y".
           88 MAX-AGE-VALID        VALUE "Y".
       01 WS-Old-Max-Age      PIC X(4) VALUE SPACES.
       01 WS-New-Max-Age      PIC X(4) VALUE SPACES.
       01 WS-Class-Policy     PIC X(20).
       01 WS-Name-On-File     PIC X.
       PROCEDURE DIVISION.
           ACCEPT WS-Action FROM ARGUMENT-VALUE
           SET WS-Action TO FUNCTION UPPER-CASE (WS-Action)
           IF WS-Maint-Log-Status = "35"
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF
           MOVE WS-Today TO WS-Today-Num
           PERFORM CHECK-RUNNING-OPERATOR
           IF RETURN-CODE = 0
               EVALUATE WS-Action
                   WHEN "ADD"
                       PERFORM ADD-KEY
                   WHEN "CHANGE"
                       PERFORM CHANGE-KEY
                   WHEN "DEACTIVATE"
                       PERFORM DEACTIVATE-KEY
                   WHEN "LOOKUP"
                       PERFORM LOOKUP-KEY
                   WHEN "LIST"
                       PERFORM LIST-KEYS
                   WHEN "GRANT"
                       PERFORM GRANT-KEY-ACCESS
                   WHEN "REVOKE"
                       PERFORM REVOKE-KEY-ACCESS
                   WHEN "APPROVE"
                       PERFORM APPROVE-PENDING-CHANGE
                   WHEN "PENDING"
                       PERFORM LIST-PENDING-CHANGES
                   WHEN "POLICY"
                       PERFORM MAINTAIN-KEY-POLICY
                   WHEN OTHER
                       DISPLAY "ERROR: unknown action '" WS-Action
                           "' - expected ADD, CHANGE, DEACTIVATE, "
                           "LOOKUP, LIST, GRANT, REVOKE, APPROVE, "
                           "PENDING, or POLICY"
                       MOVE 1 TO RETURN-CODE
               END-EVALUATE
           END-IF
           CLOSE MAINT-LOG-FILE
           CLOSE KEY-MASTER-FILE
           STOP RUN.
               DISPLAY "ERROR: operator id is required"
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE WS-Operator-Arg TO WS-Oper-Check-Id
               PERFORM CHECK-OPERATOR-MASTER
               IF NOT OPERATOR-ACCEPTED
                   DISPLAY "ERROR: operator '"
                       FUNCTION TRIM(WS-Operator-Arg)
                       "' is not active in the operator master - "
                       "access not granted"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM CHECK-NAME-RESTRICTED
                   IF WS-Name-Restricted = "Y"
                           AND NOT APPLYING-PENDING
                       PERFORM QUEUE-PENDING-CHANGE
                   ELSE
                       PERFORM GRANT-ALL-VERSIONS
                   END-IF
               END-IF
           END-IF.

      * APPROVE applies one pending change.  The approver must not
      * be the operator who requested it - that is the whole point -
      * and a change left pending past the expiry window (the
      * KEYMAINT_PENDING_DAYS site parameter, 7 by default; the
      * environment variable of that name overrides it for one run)
      * is marked EXPIRED and must be re-requested.
       APPROVE-PENDING-CHANGE.
           ACCEPT WS-Approve-Ts FROM ARGUMENT-VALUE
               ON EXCEPTION
       EXPIRE-STALE-PENDING.
           MOVE 0 TO WS-Expired-Count
           MOVE 7 TO WS-Expire-Days
           MOVE WS-Today TO WS-Pending-Date-Num
           OPEN INPUT SITE-PARM-FILE
           IF WS-Site-Parm-Status = "00"
               MOVE "KEYMAINT_PENDING_DAYS" TO WS-Parm-Name
               PERFORM LOOKUP-SITE-PARAMETER
               IF SITE-PARM-FOUND
                   IF FUNCTION TEST-NUMVAL (WS-Parm-Value) = 0
                       MOVE FUNCTION NUMVAL (WS-Parm-Value)
                           TO WS-Expire-Days
                       MOVE "SITE FILE" TO WS-Expire-Source
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
           ACCEPT WS-Expire-Days-Raw
               FROM ENVIRONMENT "KEYMAINT_PENDING_DAYS"
               ON EXCEPTION
               IF FUNCTION TEST-NUMVAL (WS-Expire-Days-Raw) = 0
                   MOVE FUNCTION NUMVAL (WS-Expire-Days-Raw)
                       TO WS-Expire-Days
                   MOVE "ENVIRONMENT" TO WS-Expire-Source
               END-IF
           END-IF
           DISPLAY "PARAMETER KEYMAINT_PENDING_DAYS : " WS-Expire-Days
               " (" FUNCTION TRIM(WS-Expire-Source) ")"
           COMPUTE WS-Expire-Cutoff = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-Pending-Date-Num)
                   - WS-Expire-Days)
               END-IF
           END-PERFORM.

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
                               OR SP-Effective-Date
                                   > WS-Pending-Date-Num
                           SET END-OF-SITE-PARMS TO TRUE
                       ELSE
                           MOVE SP-Param-Value TO WS-Parm-Value
                           SET SITE-PARM-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-PENDING-BACK.
           OPEN OUTPUT PENDING-FILE
           IF WS-Pending-File-Status NOT = "00"
                   END-ACCEPT
           END-ACCEPT.

      * Nobody off the operator master, or no longer active on it,
      * may use KEYMAINT at all - not even to LOOKUP.  The refusal
      * goes to the maintenance log as a BADOPER record naming the
      * action that was refused.
       CHECK-RUNNING-OPERATOR.
           PERFORM RESOLVE-OPERATOR
           MOVE WS-Operator TO WS-Oper-Check-Id
           PERFORM CHECK-OPERATOR-MASTER
           MOVE WS-Oper-Check-Role TO WS-Operator-Role
           IF NOT OPERATOR-ACCEPTED
               IF OPERATOR-INACTIVE
                   DISPLAY "ERROR: operator '"
                       FUNCTION TRIM(WS-Operator)
                       "' is not active in the operator master"
               ELSE
                   DISPLAY "ERROR: operator '"
                       FUNCTION TRIM(WS-Operator)
                       "' is not on the operator master"
               END-IF
               MOVE 1 TO RETURN-CODE
               MOVE SPACES TO WS-Old-Key WS-Old-Active
                   WS-Old-Restrict WS-Old-Keyword
               MOVE SPACES TO WS-New-Key WS-New-Active
                   WS-New-Restrict WS-New-Keyword
               MOVE SPACES TO WS-Maint-Eff-Date
               MOVE WS-Action TO WS-Maint-Detail
               MOVE "BADOPER" TO WS-Action
               PERFORM WRITE-MAINT-RECORD
           END-IF.

      * An operator is active when flagged so and today falls within
      * the start and end dates.  A master that cannot be read
      * refuses everyone.
       CHECK-OPERATOR-MASTER.
           MOVE SPACES TO WS-Oper-Check-Role
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-Oper-Master-Status NOT = "00"
               DISPLAY "ERROR: cannot open operator master (status "
                   WS-Oper-Master-Status ")"
               SET OPERATOR-UNKNOWN TO TRUE
           ELSE
               MOVE WS-Oper-Check-Id TO OM-Oper-Id
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       SET OPERATOR-UNKNOWN TO TRUE
                   NOT INVALID KEY
                       MOVE OM-Role TO WS-Oper-Check-Role
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

      * LIST walks the whole registry in key order and prints every
      * dated version with its status - the view LOOKUP cannot give
      * when the key name is not already known.
           END-PERFORM
           DISPLAY WS-List-Count " key version(s) on file".

      * POLICY sets how long a version of a key may stay in force
      * before KEYAGE reports it overdue.  The name is a key name or
      * one of the classes *RESTRICTED and *OPEN; NONE takes the
      * policy off file.  With no days it shows the policy that
      * applies to the name, and with no name it lists every policy
      * on file.  Only a KEYADMIN may set or remove a policy; anyone
      * else is refused with a BADROLE record in the maintenance log.
       MAINTAIN-KEY-POLICY.
           ACCEPT WS-Max-Age-Arg FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Max-Age-Arg
           END-ACCEPT
           SET WS-Max-Age-Arg TO FUNCTION UPPER-CASE (WS-Max-Age-Arg)
           IF WS-Key-Name-Arg(1:1) = "*"
               SET WS-Key-Name-Arg TO FUNCTION UPPER-CASE
                   (WS-Key-Name-Arg)
           END-IF
           OPEN I-O KEY-POLICY-FILE
           IF WS-Policy-File-Status = "35"
               OPEN OUTPUT KEY-POLICY-FILE
               CLOSE KEY-POLICY-FILE
               OPEN I-O KEY-POLICY-FILE
           END-IF
           IF WS-Policy-File-Status NOT = "00"
               DISPLAY "ERROR: cannot open keypolicy.dat (status "
                   WS-Policy-File-Status ")"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-Key-Name-Arg = SPACES
                   PERFORM LIST-KEY-POLICIES
               WHEN WS-Max-Age-Arg = SPACES
                   PERFORM SHOW-KEY-POLICY
               WHEN WS-Operator-Role NOT = "KEYADMIN"
                   DISPLAY "ERROR: operator '"
                       FUNCTION TRIM(WS-Operator)
                       "' is not a KEYADMIN - policy not changed"
                   MOVE 1 TO RETURN-CODE
                   MOVE SPACES TO WS-Old-Key WS-Old-Active
                       WS-Old-Restrict WS-Old-Keyword
                   MOVE SPACES TO WS-New-Key WS-New-Active
                       WS-New-Restrict WS-New-Keyword
                   MOVE SPACES TO WS-Maint-Eff-Date
                   MOVE WS-Action TO WS-Maint-Detail
                   MOVE "BADROLE" TO WS-Action
                   PERFORM WRITE-MAINT-RECORD
               WHEN OTHER
                   PERFORM SET-KEY-POLICY
           END-EVALUATE
           CLOSE KEY-POLICY-FILE.

       SET-KEY-POLICY.
           PERFORM CHECK-POLICY-NAME
           MOVE "Y" TO WS-Max-Age-Valid
           IF WS-Max-Age-Arg NOT = "NONE"
               IF FUNCTION TEST-NUMVAL (WS-Max-Age-Arg) NOT = 0
                   MOVE "N" TO WS-Max-Age-Valid
               ELSE
                   IF FUNCTION NUMVAL (WS-Max-Age-Arg) < 1
                           OR FUNCTION NUMVAL (WS-Max-Age-Arg) > 9999
                           OR FUNCTION NUMVAL (WS-Max-Age-Arg)
                               NOT = FUNCTION INTEGER
                                   (FUNCTION NUMVAL (WS-Max-Age-Arg))
                       MOVE "N" TO WS-Max-Age-Valid
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-Name-On-File = "N"
                   DISPLAY "ERROR: '" FUNCTION TRIM(WS-Key-Name-Arg)
                       "' is not a key name, *RESTRICTED or *OPEN"
                   MOVE 1 TO RETURN-CODE
               WHEN NOT MAX-AGE-VALID
                   DISPLAY "ERROR: maximum age must be a whole number "
                       "of days from 1 to 9999, or NONE"
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   MOVE WS-Key-Name-Arg TO KP-Policy-Name
                   READ KEY-POLICY-FILE
                       INVALID KEY
                           MOVE "NONE" TO WS-Old-Max-Age
                       NOT INVALID KEY
                           MOVE KP-Max-Age-Days TO WS-Old-Max-Age
                   END-READ
                   IF WS-Max-Age-Arg = "NONE"
                       PERFORM REMOVE-KEY-POLICY
                   ELSE
                       PERFORM STORE-KEY-POLICY
                   END-IF
           END-EVALUATE.

       STORE-KEY-POLICY.
           PERFORM SET-NOW-TIMESTAMP
           MOVE WS-Key-Name-Arg TO KP-Policy-Name
           MOVE FUNCTION NUMVAL (WS-Max-Age-Arg) TO KP-Max-Age-Days
           MOVE WS-Operator TO KP-Changed-By
           MOVE WS-Now-Ts TO KP-Changed-Ts
           IF WS-Old-Max-Age = "NONE"
               WRITE KEY-POLICY-RECORD
           ELSE
               REWRITE KEY-POLICY-RECORD
           END-IF
           IF WS-Policy-File-Status NOT = "00"
               DISPLAY "ERROR: cannot write keypolicy.dat (status "
                   WS-Policy-File-Status ")"
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE KP-Max-Age-Days TO WS-New-Max-Age
               MOVE WS-Today TO WS-Maint-Eff-Date
               MOVE SPACES TO WS-Maint-Detail
               PERFORM WRITE-MAINT-RECORD
               DISPLAY "policy '" FUNCTION TRIM(WS-Key-Name-Arg)
                   "' maximum age " WS-New-Max-Age " days (was "
                   WS-Old-Max-Age ")"
           END-IF.

       REMOVE-KEY-POLICY.
           IF WS-Old-Max-Age = "NONE"
               DISPLAY "ERROR: no policy on file for '"
                   FUNCTION TRIM(WS-Key-Name-Arg) "'"
               MOVE 1 TO RETURN-CODE
           ELSE
               DELETE KEY-POLICY-FILE RECORD
               IF WS-Policy-File-Status NOT = "00"
                   DISPLAY "ERROR: cannot remove policy '"
                       FUNCTION TRIM(WS-Key-Name-Arg)
                       "' from keypolicy.dat (status "
                       WS-Policy-File-Status ")"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   MOVE "NONE" TO WS-New-Max-Age
                   MOVE WS-Today TO WS-Maint-Eff-Date
                   MOVE SPACES TO WS-Maint-Detail
                   PERFORM WRITE-MAINT-RECORD
                   DISPLAY "policy '" FUNCTION TRIM(WS-Key-Name-Arg)
                       "' removed (was " WS-Old-Max-Age " days)"
               END-IF
           END-IF.

      * A policy name is a class, or a key name with at least one
      * version on the key master.
       CHECK-POLICY-NAME.
           MOVE "N" TO WS-Name-On-File
           IF WS-Key-Name-Arg = "*RESTRICTED"
                   OR WS-Key-Name-Arg = "*OPEN"
               MOVE "Y" TO WS-Name-On-File
           ELSE
               MOVE WS-Key-Name-Arg TO KM-Key-Name
               MOVE ZEROS TO KM-Effective-Date
               START KEY-MASTER-FILE KEY IS NOT LESS THAN KM-Key-Id
                   NOT INVALID KEY
                       READ KEY-MASTER-FILE NEXT RECORD
                           NOT AT END
                               IF KM-Key-Name = WS-Key-Name-Arg
                                   MOVE "Y" TO WS-Name-On-File
                               END-IF
                       END-READ
               END-START
           END-IF.

      * A key with no policy of its own is held to its class policy,
      * and a class with no policy to 365 days.
       SHOW-KEY-POLICY.
           MOVE WS-Key-Name-Arg TO KP-Policy-Name
           READ KEY-POLICY-FILE
               INVALID KEY
                   IF WS-Key-Name-Arg(1:1) = "*"
                       DISPLAY "policy '"
                           FUNCTION TRIM(WS-Key-Name-Arg)
                           "' not on file - 365 days applies"
                   ELSE
                       PERFORM SHOW-CLASS-POLICY
                   END-IF
               NOT INVALID KEY
                   DISPLAY "policy '" FUNCTION TRIM(KP-Policy-Name)
                       "' maximum age " KP-Max-Age-Days
                       " days, set by " FUNCTION TRIM(KP-Changed-By)
                       " " KP-Changed-Ts
           END-READ.

       SHOW-CLASS-POLICY.
           PERFORM CHECK-NAME-RESTRICTED
           IF WS-Name-Restricted = "Y"
               MOVE "*RESTRICTED" TO WS-Class-Policy
           ELSE
               MOVE "*OPEN" TO WS-Class-Policy
           END-IF
           MOVE WS-Class-Policy TO KP-Policy-Name
           READ KEY-POLICY-FILE
               INVALID KEY
                   DISPLAY "key '" FUNCTION TRIM(WS-Key-Name-Arg)
                       "' has no policy of its own and class "
                       FUNCTION TRIM(WS-Class-Policy)
                       " has none - 365 days applies"
               NOT INVALID KEY
                   DISPLAY "key '" FUNCTION TRIM(WS-Key-Name-Arg)
                       "' has no policy of its own - class "
                       FUNCTION TRIM(WS-Class-Policy)
                       " maximum age " KP-Max-Age-Days " days"
           END-READ.

       LIST-KEY-POLICIES.
           PERFORM UNTIL END-OF-POLICIES
               READ KEY-POLICY-FILE NEXT RECORD
                   AT END
                       SET END-OF-POLICIES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-Policy-Count
                       DISPLAY KP-Policy-Name " " KP-Max-Age-Days
                           " " KP-Changed-By " " KP-Changed-Ts
               END-READ
           END-PERFORM
           DISPLAY WS-Policy-Count " policy record(s) on file".

      * Every change to the registry leaves a before/after image in
      * the maintenance log, stamped with who made it.
       WRITE-MAINT-RECORD.
           MOVE WS-Action TO MNT-Action
           MOVE WS-Key-Name-Arg TO MNT-Key-Name
           MOVE WS-Maint-Eff-Date TO MNT-Eff-Date
           IF WS-Action = "POLICY"
               MOVE WS-Old-Max-Age TO MNT-Old-Max-Age
               MOVE WS-New-Max-Age TO MNT-New-Max-Age
           ELSE
               MOVE WS-Old-Key TO MNT-Old-Key
               MOVE WS-Old-Active TO MNT-Old-Active
               MOVE WS-Old-Restrict TO MNT-Old-Restrict
               MOVE WS-Old-Keyword TO MNT-Old-Keyword
               MOVE WS-New-Key TO MNT-New-Key
               MOVE WS-New-Active TO MNT-New-Active
               MOVE WS-New-Restrict TO MNT-New-Restrict
               MOVE WS-New-Keyword TO MNT-New-Keyword
           END-IF
           MOVE WS-Maint-Detail TO MNT-Detail
           WRITE MAINT-LOG-RECORD.

