      * entirely) is reported in its own section.  Usage comes from
      * the indexed audit master, positioned at the window start, so
      * the report no longer rereads years of flat log every run.
      *
      *   KEYUSAGE report-file [days]
      *
      * Without days, the window is the KEYUSAGE_DAYS site parameter,
      * or 90 when the site has not set one.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT USAGE-REPORT-FILE ASSIGN TO DYNAMIC WS-Report-File
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
               ==AM-DEPT==      BY ==AL-Dept==.
       FD  USAGE-REPORT-FILE.
       01  USAGE-REPORT-RECORD     PIC X(100).
       FD  SITE-PARM-FILE.
       01  SITE-PARM-RECORD.
           COPY SITEPARM.
       LOCAL-STORAGE SECTION.
       01 WS-Report-File      PIC X(100) VALUE SPACES.
       01 WS-Days-Arg         PIC X(8) VALUE SPACES.
       01 WS-Days             PIC 9(4) VALUE 90.
       01 WS-Days-Source      PIC X(11) VALUE "DEFAULT".
       01 WS-Site-Parm-Status PIC XX.
       01 WS-Site-Parm-Eof    PIC X.
           88 END-OF-SITE-PARMS    VALUE "Y".
       01 WS-Parm-Name        PIC X(20).
       01 WS-Parm-Value       PIC X(60).
       01 WS-Parm-Found       PIC X.
           88 SITE-PARM-FOUND      VALUE "Y".
       01 WS-As-Of            PIC X(8).
       01 WS-As-Of-Num        PIC 9(8).
       01 WS-Cutoff-Date      PIC 9(8).
               DISPLAY "usage: KEYUSAGE report-file [days]"
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE WS-As-Of TO WS-As-Of-Num
               PERFORM RESOLVE-REVIEW-WINDOW
               COMPUTE WS-Cutoff-Date = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-As-Of-Num)
                       - WS-Days)
      * the log that no longer exists in the registry is counted as
      * orphaned so the report still balances.  Records without a key
      * name carry the raw numeric key that bypassed the registry.
      * BACKOUT's compensating records reverse use, so they are not
      * use of the key.
       TALLY-AUDIT-RECORD.
           IF AL-Keyname NOT = SPACES
                   AND AL-Status NOT = "BACKOUT"
                   AND AL-Status NOT = "BACKREJ"
               ADD 1 TO WS-Named-Usage
               MOVE "N" TO WS-Found
               PERFORM VARYING WS-Idx FROM 1 BY 1
               MOVE WS-Heading-Line TO USAGE-REPORT-RECORD
               WRITE USAGE-REPORT-RECORD
               MOVE SPACES TO USAGE-REPORT-RECORD
               STRING "PARAMETER KEYUSAGE_DAYS : " DELIMITED BY SIZE
                      WS-Days DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-Days-Source) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO USAGE-REPORT-RECORD
               WRITE USAGE-REPORT-RECORD
               MOVE SPACES TO USAGE-REPORT-RECORD
               WRITE USAGE-REPORT-RECORD
               MOVE SPACES TO USAGE-REPORT-RECORD
               STRING "REGISTRY KEYS (NAME  VERSIONS  ACTIVE  "
           MOVE WS-Key-Line TO USAGE-REPORT-RECORD
           WRITE USAGE-REPORT-RECORD.

      * The window is the days argument when one is given, otherwise
      * the KEYUSAGE_DAYS site parameter, otherwise 90.
       RESOLVE-REVIEW-WINDOW.
           OPEN INPUT SITE-PARM-FILE
           IF WS-Site-Parm-Status = "00"
               MOVE "KEYUSAGE_DAYS" TO WS-Parm-Name
               PERFORM LOOKUP-SITE-PARAMETER
               IF SITE-PARM-FOUND
                   IF FUNCTION TEST-NUMVAL (WS-Parm-Value) = 0
                       MOVE FUNCTION NUMVAL (WS-Parm-Value) TO WS-Days
                       MOVE "SITE FILE" TO WS-Days-Source
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
           IF WS-Days-Arg NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-Days-Arg) = 0
                   MOVE FUNCTION NUMVAL (WS-Days-Arg) TO WS-Days
                   MOVE "ARGUMENT" TO WS-Days-Source
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

       END PROGRAM KEYUSAGE.
