      * so accounting can tie the statement back to the audit trail.
      * Records without a department (command-line runs, legacy
      * traffic) land in the (NONE) bucket so the total still ties.
      * The compensating records BACKOUT writes for a withdrawn run
      * are credits: a BACKOUT record takes one request off its
      * function's count, a BACKREJ record takes off a reject as
      * well, so the department is credited what it was billed.  The
      * credit falls in the period the back-out ran.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 END-OF-AUDIT-LOG     VALUE "Y".
       01 WS-Read-Count       PIC 9(8) VALUE 0.
       01 WS-Selected-Count   PIC 9(8) VALUE 0.
       01 WS-Total-Rejects    PIC S9(8) VALUE 0.
       01 WS-Total-Credits    PIC 9(8) VALUE 0.
       01 WS-Credit           PIC S9 VALUE 1.
       01 WS-Idx              PIC 99.
       01 WS-Found            PIC X.
       01 WS-Dept-Key         PIC X(8).
       01 WS-Dept-Table.
           05 WS-Dept-Entry OCCURS 50 TIMES.
               10 WS-DP-Name       PIC X(8).
               10 WS-DP-Encrypt    PIC S9(8).
               10 WS-DP-Decrypt    PIC S9(8).
               10 WS-DP-Solve      PIC S9(8).
               10 WS-DP-Vigenere   PIC S9(8).
               10 WS-DP-Other      PIC S9(8).
               10 WS-DP-Rejects    PIC S9(8).
       01 WS-Dept-Overflow    PIC 9(8) VALUE 0.
       01 WS-Dept-Total       PIC S9(8).
       01 WS-Billable         PIC S9(8)V9.
       01 WS-Grand-Billable   PIC S9(9)V9 VALUE 0.
       01 WS-Heading-Line.
           05 FILLER           PIC X(34)
               VALUE "DEPARTMENT CHARGEBACK STATEMENT   ".
       01 WS-Dept-Line.
           05 DL-Name          PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-Encrypt       PIC -------9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-Decrypt       PIC -------9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-Solve         PIC -------9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-Vigenere      PIC -------9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-Other         PIC -------9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-Rejects       PIC -------9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-Billable      PIC ------9.9.
       01 WS-Total-Line.
           05 TL-Name          PIC X(30).
           05 TL-Count         PIC -------9.
       01 WS-Billable-Line.
           05 BL-Name          PIC X(28).
           05 BL-Amount        PIC --------9.9.
       PROCEDURE DIVISION.
           ACCEPT WS-From-Date FROM ARGUMENT-VALUE
               ON EXCEPTION
           END-IF.

       TALLY-ONE-DEPT.
           IF AL-Status = "BACKOUT" OR AL-Status = "BACKREJ"
               MOVE -1 TO WS-Credit
               ADD 1 TO WS-Total-Credits
           ELSE
               MOVE 1 TO WS-Credit
           END-IF
           EVALUATE FUNCTION UPPER-CASE (AL-Func)
               WHEN "ENCRYPT "
                   ADD WS-Credit TO WS-DP-Encrypt (WS-Idx)
               WHEN "DECRYPT "
                   ADD WS-Credit TO WS-DP-Decrypt (WS-Idx)
               WHEN "SOLVE   "
                   ADD WS-Credit TO WS-DP-Solve (WS-Idx)
               WHEN "VIGENERE"
               WHEN "VIGDEC  "
                   ADD WS-Credit TO WS-DP-Vigenere (WS-Idx)
               WHEN OTHER
                   ADD WS-Credit TO WS-DP-Other (WS-Idx)
           END-EVALUATE
           IF AL-Status = "REJECT" OR AL-Status = "UNAUTH"
                   OR AL-Status = "BACKREJ"
               ADD WS-Credit TO WS-DP-Rejects (WS-Idx)
               ADD WS-Credit TO WS-Total-Rejects
           END-IF.

       WRITE-CHARGE-REPORT.
               MOVE WS-Selected-Count TO TL-Count
               MOVE WS-Total-Line TO CHARGE-REPORT-RECORD
               WRITE CHARGE-REPORT-RECORD
               MOVE "BACKED-OUT RECORDS CREDITED" TO TL-Name
               MOVE WS-Total-Credits TO TL-Count
               MOVE WS-Total-Line TO CHARGE-REPORT-RECORD
               WRITE CHARGE-REPORT-RECORD
               MOVE "REJECTS (HALF RATE)" TO TL-Name
               MOVE WS-Total-Rejects TO TL-Count
               MOVE WS-Total-Line TO CHARGE-REPORT-RECORD
