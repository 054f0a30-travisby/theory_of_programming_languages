      *   SOLVLERN review-file decision-file dict-file
      *
      * A decision record is the review record number (8 digits)
      * followed by the chosen candidate 1-3, or 0 when the analyst
      * judged none of the three right (SOLVREVW writes these files).
      * A none-of-these decision is counted but teaches nothing, as
      * there is no right text to learn from.  The report is written
      * to <decision-file>.rpt.  Existing words gain 25 per run,
      * capped at 9999; new words enter at 100.
      *****************************************************************
       01 WS-Idx          PIC 9(3).
       01 WS-Scan         PIC 9(3).
       01 WS-Choice       PIC 9.
       01 WS-Decision-Found PIC X VALUE "N".
           88 DECISION-FOUND       VALUE "Y".
       01 WS-Decisions-Read PIC 9(8) VALUE 0.
       01 WS-Reviews-Read PIC 9(8) VALUE 0.
       01 WS-Matched-Count PIC 9(8) VALUE 0.
       01 WS-Top-Correct  PIC 9(8) VALUE 0.
       01 WS-Second-Correct PIC 9(8) VALUE 0.
       01 WS-Third-Correct PIC 9(8) VALUE 0.
       01 WS-None-Correct PIC 9(8) VALUE 0.
       01 WS-Words-Added  PIC 9(8) VALUE 0.
       01 WS-Words-Boosted PIC 9(8) VALUE 0.
       01 WS-Dict-Full-Drops PIC 9(8) VALUE 0.
           END-IF.

       LOAD-ONE-DECISION.
           IF DC-Choice IS NOT NUMERIC OR DC-Choice > 3
               DISPLAY "WARNING: decision for record "
                   DC-Record-Number " names candidate " DC-Choice
                   " - ignored"

       MATCH-ONE-REVIEW.
           MOVE 0 TO WS-Choice
           MOVE "N" TO WS-Decision-Found
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Decision-Used
               IF WS-DC-Record (WS-Idx) = RV-Record-Number
                   MOVE WS-DC-Choice (WS-Idx) TO WS-Choice
                   SET DECISION-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF DECISION-FOUND
               ADD 1 TO WS-Matched-Count
               EVALUATE WS-Choice
                   WHEN 0
                       ADD 1 TO WS-None-Correct
                   WHEN 1
                       ADD 1 TO WS-Top-Correct
                   WHEN 2
                   WHEN 3
                       ADD 1 TO WS-Third-Correct
               END-EVALUATE
               IF WS-Choice > 1
                   PERFORM LEARN-FROM-DECISION
               END-IF
           END-IF.
               MOVE WS-Third-Correct TO WS-Report-Value
               MOVE WS-Report-Line TO LEARN-REPORT-RECORD
               WRITE LEARN-REPORT-RECORD
               MOVE "NO CANDIDATE WAS RIGHT" TO WS-Report-Label
               MOVE WS-None-Correct TO WS-Report-Value
               MOVE WS-Report-Line TO LEARN-REPORT-RECORD
               WRITE LEARN-REPORT-RECORD
               MOVE "WORDS ADDED TO DICTIONARY" TO WS-Report-Label
               MOVE WS-Words-Added TO WS-Report-Value
               MOVE WS-Report-Line TO LEARN-REPORT-RECORD
           DISPLAY "Decisions matched        : " WS-Matched-Count
           DISPLAY "Top candidate was right  : " WS-Top-Correct
           DISPLAY "Runner-up was right      : " WS-Second-Correct
           DISPLAY "No candidate was right   : " WS-None-Correct
           DISPLAY "Words added / raised     : " WS-Words-Added
               " / " WS-Words-Boosted.

