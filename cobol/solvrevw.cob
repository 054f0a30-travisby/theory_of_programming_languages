       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLVREVW.
      *****************************************************************
      * Interactive review workstation for ambiguous SOLVE results.
      *
      * Replaces reading a run's .review file in an editor and
      * hand-typing decision records for SOLVLERN, where one typo in
      * a record number taught the dictionary the wrong words.  The
      * screen pages through the review file one record at a time,
      * shows the original text and the three ranked candidates with
      * their key, key name and score, and takes the analyst's pick:
      * candidate 1, 2 or 3, or N when none of them is right.  Every
      * decision is checked against the review file before it is
      * written, so the decision file SOLVLERN reads is always valid.
      *
      *   SOLVREVW review-file decision-file
      *
      * The decision file is rewritten after every decision, so a
      * review can be stopped at any point (Q) and resumed later by
      * the same or another analyst: decisions already on file are
      * loaded back, the screen opens at the first undecided record,
      * and the number still undecided is always on display.
      * Decision records are the 8-digit review record number and
      * the chosen candidate, 0 meaning none of these.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLVE-REVIEW-FILE ASSIGN TO DYNAMIC WS-Review-File
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Review-File-Status.
           SELECT DECISION-FILE ASSIGN TO DYNAMIC WS-Decision-File
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Decision-File-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  SOLVE-REVIEW-FILE.
       01  SOLVE-REVIEW-RECORD.
           05 RV-Record-Number PIC 9(8).
           05 RV-String        PIC A(200).
           05 RV-Entry OCCURS 3 TIMES.
               10 RV-Key           PIC 99.
               10 RV-Name          PIC X(20).
               10 RV-Score         PIC S9(6) SIGN LEADING SEPARATE.
               10 RV-Candidate     PIC A(200).
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05 DC-Record-Number PIC 9(8).
           05 DC-Choice        PIC 9.
       LOCAL-STORAGE SECTION.
       01 WS-Review-File  PIC X(100) VALUE SPACES.
       01 WS-Decision-File PIC X(100) VALUE SPACES.
       01 WS-Review-File-Status PIC XX.
       01 WS-Decision-File-Status PIC XX.
       01 WS-Review-Eof   PIC X VALUE "N".
           88 END-OF-REVIEW-FILE   VALUE "Y".
       01 WS-Decision-Eof PIC X VALUE "N".
           88 END-OF-DECISIONS     VALUE "Y".
       01 WS-Session-Done PIC X VALUE "N".
           88 REVIEW-SESSION-DONE  VALUE "Y".
       01 WS-Save-Failed  PIC X VALUE "N".
           88 DECISION-SAVE-FAILED VALUE "Y".
       01 WS-Review-Used  PIC 9(3) VALUE 0.
       01 WS-Review-Table.
           05 WS-Review-Entry OCCURS 500 TIMES.
               10 WS-RT-Record      PIC 9(8).
               10 WS-RT-String      PIC X(200).
               10 WS-RT-Cand OCCURS 3 TIMES.
                   15 WS-RT-Key         PIC 99.
                   15 WS-RT-Name        PIC X(20).
                   15 WS-RT-Score       PIC S9(6).
                   15 WS-RT-Text        PIC X(200).
      * Space while undecided; "0" (none of these) or "1"-"3".
               10 WS-RT-Choice      PIC X.
       01 WS-Idx          PIC 9(3).
       01 WS-Cand         PIC 9.
       01 WS-Cur          PIC 9(3) VALUE 1.
       01 WS-Found        PIC 9(3).
       01 WS-Undecided    PIC 9(3) VALUE 0.
       01 WS-Decided      PIC 9(3) VALUE 0.
       01 WS-Loaded-Count PIC 9(3) VALUE 0.
       01 WS-Dropped-Count PIC 9(3) VALUE 0.
       01 WS-Answer       PIC X VALUE SPACE.
       01 WS-Message      PIC X(79) VALUE SPACES.
      * What the screen shows for the current record; the 200-byte
      * texts are laid out as three 78-column lines.
       01 RS-Record       PIC 9(8).
       01 RS-Decision-Text PIC X(12).
       01 RS-Original.
           05 RS-Orig-Line     PIC X(78) OCCURS 3 TIMES.
       01 RS-Candidates.
           05 RS-Cand-Entry OCCURS 3 TIMES.
               10 RS-Key           PIC 99.
               10 RS-Name          PIC X(20).
               10 RS-Score         PIC S9(6).
               10 RS-Cand-Text.
                   15 RS-Cand-Line     PIC X(78) OCCURS 3 TIMES.
       SCREEN SECTION.
       01 REVIEW-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE "SOLVE REVIEW".
           05 LINE 1 COL 15 PIC X(60) FROM WS-Review-File.
           05 LINE 2 COL 1 VALUE "RECORD".
           05 LINE 2 COL 8 PIC 9(8) FROM RS-Record.
           05 LINE 2 COL 18 VALUE "ENTRY".
           05 LINE 2 COL 24 PIC ZZ9 FROM WS-Cur.
           05 LINE 2 COL 28 VALUE "OF".
           05 LINE 2 COL 31 PIC ZZ9 FROM WS-Review-Used.
           05 LINE 2 COL 36 VALUE "UNDECIDED".
           05 LINE 2 COL 46 PIC ZZ9 FROM WS-Undecided.
           05 LINE 2 COL 51 VALUE "DECISION".
           05 LINE 2 COL 60 PIC X(12) FROM RS-Decision-Text.
           05 LINE 4 COL 1 VALUE "ORIGINAL".
           05 LINE 5 COL 3 PIC X(78) FROM RS-Orig-Line (1).
           05 LINE 6 COL 3 PIC X(78) FROM RS-Orig-Line (2).
           05 LINE 7 COL 3 PIC X(78) FROM RS-Orig-Line (3).
           05 LINE 8 COL 1 VALUE "1  KEY".
           05 LINE 8 COL 8 PIC 99 FROM RS-Key (1).
           05 LINE 8 COL 12 VALUE "NAME".
           05 LINE 8 COL 17 PIC X(20) FROM RS-Name (1).
           05 LINE 8 COL 39 VALUE "SCORE".
           05 LINE 8 COL 45 PIC -ZZZZZ9 FROM RS-Score (1).
           05 LINE 9 COL 3 PIC X(78) FROM RS-Cand-Line (1, 1).
           05 LINE 10 COL 3 PIC X(78) FROM RS-Cand-Line (1, 2).
           05 LINE 11 COL 3 PIC X(78) FROM RS-Cand-Line (1, 3).
           05 LINE 12 COL 1 VALUE "2  KEY".
           05 LINE 12 COL 8 PIC 99 FROM RS-Key (2).
           05 LINE 12 COL 12 VALUE "NAME".
           05 LINE 12 COL 17 PIC X(20) FROM RS-Name (2).
           05 LINE 12 COL 39 VALUE "SCORE".
           05 LINE 12 COL 45 PIC -ZZZZZ9 FROM RS-Score (2).
           05 LINE 13 COL 3 PIC X(78) FROM RS-Cand-Line (2, 1).
           05 LINE 14 COL 3 PIC X(78) FROM RS-Cand-Line (2, 2).
           05 LINE 15 COL 3 PIC X(78) FROM RS-Cand-Line (2, 3).
           05 LINE 16 COL 1 VALUE "3  KEY".
           05 LINE 16 COL 8 PIC 99 FROM RS-Key (3).
           05 LINE 16 COL 12 VALUE "NAME".
           05 LINE 16 COL 17 PIC X(20) FROM RS-Name (3).
           05 LINE 16 COL 39 VALUE "SCORE".
           05 LINE 16 COL 45 PIC -ZZZZZ9 FROM RS-Score (3).
           05 LINE 17 COL 3 PIC X(78) FROM RS-Cand-Line (3, 1).
           05 LINE 18 COL 3 PIC X(78) FROM RS-Cand-Line (3, 2).
           05 LINE 19 COL 3 PIC X(78) FROM RS-Cand-Line (3, 3).
           05 LINE 21 COL 1
               VALUE "CHOICE: 1 2 3, N=NONE OF THESE, S=SKIP, B=BACK, Q=
      -        "QUIT".
           05 LINE 21 COL 58 PIC X USING WS-Answer.
           05 LINE 23 COL 1 PIC X(79) FROM WS-Message.
       PROCEDURE DIVISION.
           ACCEPT WS-Review-File FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Review-File
           END-ACCEPT
           ACCEPT WS-Decision-File FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Decision-File
           END-ACCEPT
           IF WS-Review-File = SPACES OR WS-Decision-File = SPACES
               DISPLAY "usage: SOLVREVW review-file decision-file"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM LOAD-REVIEW-TABLE
               IF RETURN-CODE = 0
                   PERFORM LOAD-PRIOR-DECISIONS
               END-IF
               IF RETURN-CODE = 0
                   PERFORM RUN-REVIEW-SESSION
               END-IF
           END-IF
           STOP RUN.

       LOAD-REVIEW-TABLE.
           OPEN INPUT SOLVE-REVIEW-FILE
           IF WS-Review-File-Status NOT = "00"
               DISPLAY "ERROR: cannot open review file '"
                   FUNCTION TRIM(WS-Review-File)
                   "' (status " WS-Review-File-Status ")"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM UNTIL END-OF-REVIEW-FILE
                   READ SOLVE-REVIEW-FILE
                       AT END
                           SET END-OF-REVIEW-FILE TO TRUE
                       NOT AT END
                           PERFORM ADD-REVIEW-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SOLVE-REVIEW-FILE
               IF WS-Review-Used = 0 AND RETURN-CODE = 0
                   DISPLAY "Review file '"
                       FUNCTION TRIM(WS-Review-File)
                       "' holds no records - nothing to review"
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.

       ADD-REVIEW-ENTRY.
           IF WS-Review-Used = 500
               DISPLAY "ERROR: more than 500 review records - split "
                   "the review file before reviewing"
               MOVE 1 TO RETURN-CODE
               SET END-OF-REVIEW-FILE TO TRUE
           ELSE
               ADD 1 TO WS-Review-Used
               MOVE WS-Review-Used TO WS-Idx
               MOVE RV-Record-Number TO WS-RT-Record (WS-Idx)
               MOVE RV-String TO WS-RT-String (WS-Idx)
               PERFORM VARYING WS-Cand FROM 1 BY 1 UNTIL WS-Cand > 3
                   MOVE RV-Key (WS-Cand) TO WS-RT-Key (WS-Idx, WS-Cand)
                   MOVE RV-Name (WS-Cand)
                       TO WS-RT-Name (WS-Idx, WS-Cand)
                   MOVE RV-Score (WS-Cand)
                       TO WS-RT-Score (WS-Idx, WS-Cand)
                   MOVE RV-Candidate (WS-Cand)
                       TO WS-RT-Text (WS-Idx, WS-Cand)
               END-PERFORM
               MOVE SPACE TO WS-RT-Choice (WS-Idx)
               ADD 1 TO WS-Undecided
           END-IF.

      * A missing decision file is a review not yet started.  A
      * decision already on file is only carried forward if it names
      * a record in this review file and a choice of 0-3; anything
      * else is dropped with a warning rather than fed to SOLVLERN.
       LOAD-PRIOR-DECISIONS.
           OPEN INPUT DECISION-FILE
           IF WS-Decision-File-Status = "35"
               CONTINUE
           ELSE
               IF WS-Decision-File-Status NOT = "00"
                   DISPLAY "ERROR: cannot open decision file '"
                       FUNCTION TRIM(WS-Decision-File)
                       "' (status " WS-Decision-File-Status ")"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL END-OF-DECISIONS
                       READ DECISION-FILE
                           AT END
                               SET END-OF-DECISIONS TO TRUE
                           NOT AT END
                               PERFORM LOAD-ONE-DECISION
                       END-READ
                   END-PERFORM
                   CLOSE DECISION-FILE
               END-IF
           END-IF.

       LOAD-ONE-DECISION.
           MOVE 0 TO WS-Found
           IF DC-Record-Number IS NUMERIC
               PERFORM VARYING WS-Idx FROM 1 BY 1
                       UNTIL WS-Idx > WS-Review-Used OR WS-Found > 0
                   IF WS-RT-Record (WS-Idx) = DC-Record-Number
                       MOVE WS-Idx TO WS-Found
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-Found = 0
                   DISPLAY "WARNING: decision for record "
                       DC-Record-Number " is not in the review "
                       "file - dropped"
                   ADD 1 TO WS-Dropped-Count
               WHEN DC-Choice IS NOT NUMERIC OR DC-Choice > 3
                   DISPLAY "WARNING: decision for record "
                       DC-Record-Number " names candidate "
                       DC-Choice " - dropped"
                   ADD 1 TO WS-Dropped-Count
               WHEN OTHER
                   IF WS-RT-Choice (WS-Found) = SPACE
                       SUBTRACT 1 FROM WS-Undecided
                   END-IF
                   MOVE DC-Choice TO WS-RT-Choice (WS-Found)
                   ADD 1 TO WS-Loaded-Count
           END-EVALUATE.

      * Resume at the first record nobody has decided yet.
       RUN-REVIEW-SESSION.
           MOVE 1 TO WS-Cur
           PERFORM FIND-NEXT-UNDECIDED
           IF WS-Found > 0
               MOVE WS-Found TO WS-Cur
           END-IF
           IF WS-Loaded-Count > 0
               STRING "RESUMED: " DELIMITED BY SIZE
                      WS-Loaded-Count DELIMITED BY SIZE
                      " DECISIONS LOADED, " DELIMITED BY SIZE
                      WS-Dropped-Count DELIMITED BY SIZE
                      " DROPPED" DELIMITED BY SIZE
                   INTO WS-Message
           END-IF
           IF WS-Undecided = 0
               MOVE "ALL RECORDS ARE DECIDED - REVISE OR Q TO QUIT"
                   TO WS-Message
           END-IF
           PERFORM UNTIL REVIEW-SESSION-DONE
               PERFORM FILL-REVIEW-SCREEN
               MOVE SPACE TO WS-Answer
               DISPLAY REVIEW-SCREEN
               ACCEPT REVIEW-SCREEN
               MOVE SPACES TO WS-Message
               EVALUATE FUNCTION UPPER-CASE (WS-Answer)
                   WHEN "1"
                   WHEN "2"
                   WHEN "3"
                       MOVE WS-Answer TO WS-RT-Choice (WS-Cur)
                       PERFORM RECORD-DECISION
                   WHEN "N"
                       MOVE "0" TO WS-RT-Choice (WS-Cur)
                       PERFORM RECORD-DECISION
                   WHEN "S"
                       PERFORM STEP-FORWARD
                   WHEN "B"
                       IF WS-Cur > 1
                           SUBTRACT 1 FROM WS-Cur
                       ELSE
                           MOVE "ALREADY AT THE FIRST RECORD"
                               TO WS-Message
                       END-IF
                   WHEN "Q"
                       SET REVIEW-SESSION-DONE TO TRUE
                   WHEN OTHER
                       MOVE "ENTER 1, 2, 3, N, S, B OR Q"
                           TO WS-Message
               END-EVALUATE
           END-PERFORM
           PERFORM COUNT-DECISIONS
           DISPLAY "Review records      : " WS-Review-Used
           DISPLAY "Decided             : " WS-Decided
           DISPLAY "Still undecided     : " WS-Undecided.

       FILL-REVIEW-SCREEN.
           MOVE WS-RT-Record (WS-Cur) TO RS-Record
           MOVE WS-RT-String (WS-Cur) TO RS-Original
           PERFORM VARYING WS-Cand FROM 1 BY 1 UNTIL WS-Cand > 3
               MOVE WS-RT-Key (WS-Cur, WS-Cand) TO RS-Key (WS-Cand)
               MOVE WS-RT-Name (WS-Cur, WS-Cand) TO RS-Name (WS-Cand)
               MOVE WS-RT-Score (WS-Cur, WS-Cand)
                   TO RS-Score (WS-Cand)
               MOVE WS-RT-Text (WS-Cur, WS-Cand)
                   TO RS-Cand-Text (WS-Cand)
           END-PERFORM
           EVALUATE WS-RT-Choice (WS-Cur)
               WHEN SPACE
                   MOVE "UNDECIDED" TO RS-Decision-Text
               WHEN "0"
                   MOVE "NONE" TO RS-Decision-Text
               WHEN OTHER
                   MOVE SPACES TO RS-Decision-Text
                   STRING "CANDIDATE " DELIMITED BY SIZE
                          WS-RT-Choice (WS-Cur) DELIMITED BY SIZE
                       INTO RS-Decision-Text
           END-EVALUATE.

      * The decision goes to disk before the screen moves on, so a
      * session that is abandoned loses nothing already decided.  A
      * save that fails keeps the screen on the record with the
      * error showing.
       RECORD-DECISION.
           PERFORM COUNT-DECISIONS
           PERFORM SAVE-DECISIONS
           EVALUATE TRUE
               WHEN DECISION-SAVE-FAILED
                   CONTINUE
               WHEN WS-Undecided = 0
                   MOVE "ALL RECORDS ARE DECIDED - REVISE OR Q TO QUIT"
                       TO WS-Message
                   PERFORM STEP-FORWARD
               WHEN OTHER
                   PERFORM FIND-NEXT-UNDECIDED
                   MOVE WS-Found TO WS-Cur
           END-EVALUATE.

       STEP-FORWARD.
           IF WS-Cur < WS-Review-Used
               ADD 1 TO WS-Cur
           ELSE
               MOVE 1 TO WS-Cur
           END-IF.

      * Searches forward from the current record and wraps round to
      * the top; WS-Found is 0 when every record is decided.
       FIND-NEXT-UNDECIDED.
           MOVE 0 TO WS-Found
           PERFORM VARYING WS-Idx FROM WS-Cur BY 1
                   UNTIL WS-Idx > WS-Review-Used OR WS-Found > 0
               IF WS-RT-Choice (WS-Idx) = SPACE
                   MOVE WS-Idx TO WS-Found
               END-IF
           END-PERFORM
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx >= WS-Cur OR WS-Found > 0
               IF WS-RT-Choice (WS-Idx) = SPACE
                   MOVE WS-Idx TO WS-Found
               END-IF
           END-PERFORM.

       COUNT-DECISIONS.
           MOVE 0 TO WS-Decided
           MOVE 0 TO WS-Undecided
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-Review-Used
               IF WS-RT-Choice (WS-Idx) = SPACE
                   ADD 1 TO WS-Undecided
               ELSE
                   ADD 1 TO WS-Decided
               END-IF
           END-PERFORM.

      * Decisions are written in review-file order, one per decided
      * record, in the layout SOLVLERN reads.
       SAVE-DECISIONS.
           MOVE "N" TO WS-Save-Failed
           OPEN OUTPUT DECISION-FILE
           IF WS-Decision-File-Status NOT = "00"
               SET DECISION-SAVE-FAILED TO TRUE
               MOVE SPACES TO WS-Message
               STRING "CANNOT WRITE DECISION FILE (STATUS "
                      DELIMITED BY SIZE
                      WS-Decision-File-Status DELIMITED BY SIZE
                      ") - DECISION NOT SAVED" DELIMITED BY SIZE
                   INTO WS-Message
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-Idx FROM 1 BY 1
                       UNTIL WS-Idx > WS-Review-Used
                   IF WS-RT-Choice (WS-Idx) NOT = SPACE
                       MOVE WS-RT-Record (WS-Idx) TO DC-Record-Number
                       MOVE WS-RT-Choice (WS-Idx) TO DC-Choice
                       WRITE DECISION-RECORD
                   END-IF
               END-PERFORM
               CLOSE DECISION-FILE
           END-IF.

       END PROGRAM SOLVREVW.
