       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSTRM.
      *****************************************************************
      * Night-window job-stream controller.
      *
      * Replaces hand-launching the nightly jobs and eyeballing each
      * RETURN-CODE before starting the next.  A stream definition
      * file lists the steps in order; each step is launched as its
      * own job, its start, end and return code go to jobstream.log,
      * and a return code over the step's limit either stops the
      * stream (ABORT) or is noted and the stream carries on (SKIP).
      *
      *   JOBSTRM stream-file [restart-step]
      *
      * restart-step is a step number or step name.  A restart first
      * proves from the stream log that every earlier step completed
      * in an earlier launch, logs them as BYPASSED, and runs from the
      * named step on - nothing that already finished runs twice.
      *
      * Definition records, one per step ("*" in column 1 is a
      * comment):
      *   cols  1-8    step name
      *   cols 10-29   program (the command that runs the job)
      *   cols 31-33   highest acceptable return code
      *   cols 35-39   rule when the limit is exceeded: ABORT or SKIP
      *   cols 41-200  arguments; &DATE becomes the stream date
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-DEF-FILE ASSIGN TO DYNAMIC WS-Stream-File
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Stream-File-Status.
           SELECT STREAM-LOG-FILE ASSIGN TO "jobstream.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Stream-Log-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-DEF-FILE.
       01  STREAM-DEF-RECORD.
           05 SD-Step-Name     PIC X(8).
           05 FILLER           PIC X.
           05 SD-Program       PIC X(20).
           05 FILLER           PIC X.
           05 SD-Max-RC        PIC X(3).
           05 FILLER           PIC X.
           05 SD-Rule          PIC X(5).
           05 FILLER           PIC X.
           05 SD-Arguments     PIC X(160).
       FD  STREAM-LOG-FILE.
       01  STREAM-LOG-RECORD.
           COPY STRMLOG REPLACING
               ==SG-TIMESTAMP==   BY ==SG-Timestamp==,
               ==SG-STREAM-NAME== BY ==SG-Stream-Name==,
               ==SG-STREAM-DATE== BY ==SG-Stream-Date==,
               ==SG-STEP-NUMBER== BY ==SG-Step-Number==,
               ==SG-STEP-NAME==   BY ==SG-Step-Name==,
               ==SG-PROGRAM==     BY ==SG-Program==,
               ==SG-EVENT==       BY ==SG-Event==,
               ==SG-RETURN-CODE== BY ==SG-Return-Code==,
               ==SG-CONDITION==   BY ==SG-Condition==.
       LOCAL-STORAGE SECTION.
       01 WS-Stream-File      PIC X(100) VALUE SPACES.
       01 WS-Restart-Arg      PIC X(8) VALUE SPACES.
       01 WS-Stream-File-Status PIC XX.
       01 WS-Stream-Log-Status PIC XX.
       01 WS-Def-Eof          PIC X VALUE "N".
           88 END-OF-STREAM-DEF    VALUE "Y".
       01 WS-Log-Eof          PIC X VALUE "N".
           88 END-OF-STREAM-LOG    VALUE "Y".
       01 WS-Stream-Stopped   PIC X VALUE "N".
           88 STREAM-STOPPED       VALUE "Y".
       01 WS-Step-Used        PIC 99 VALUE 0.
       01 WS-Step-Table.
           05 WS-Step-Entry OCCURS 30 TIMES.
               10 WS-ST-Name        PIC X(8).
               10 WS-ST-Program     PIC X(20).
               10 WS-ST-Max-RC      PIC 9(3).
               10 WS-ST-Rule        PIC X(5).
               10 WS-ST-Arguments   PIC X(160).
               10 WS-ST-Last-Event  PIC X(8).
               10 WS-ST-Last-Cond   PIC X(8).
       01 WS-Idx              PIC 99.
       01 WS-Cur              PIC 99.
       01 WS-Restart-Step     PIC 99 VALUE 1.
       01 WS-Stream-Date      PIC X(8) VALUE SPACES.
       01 WS-Log-Date         PIC X(8).
       01 WS-Log-Time         PIC X(8).
       01 WS-Command          PIC X(300).
       01 WS-Expanded-Args    PIC X(200).
       01 WS-Arg-Pos          PIC 9(3).
       01 WS-Out-Pos          PIC 9(3).
       01 WS-System-RC        PIC S9(9).
       01 WS-Step-RC          PIC 9(4).
       01 WS-Step-Event       PIC X(8).
       01 WS-Step-Condition   PIC X(8).
       01 WS-Steps-Run        PIC 99 VALUE 0.
       01 WS-Steps-Bypassed   PIC 99 VALUE 0.
       01 WS-Steps-Overlim    PIC 99 VALUE 0.
       PROCEDURE DIVISION.
           ACCEPT WS-Stream-File FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Stream-File
           END-ACCEPT
           ACCEPT WS-Restart-Arg FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-Restart-Arg
           END-ACCEPT
           IF WS-Stream-File = SPACES
               DISPLAY "usage: JOBSTRM stream-file [restart-step]"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM LOAD-STREAM-DEFINITION
               IF RETURN-CODE = 0
                   PERFORM RESOLVE-RESTART-STEP
               END-IF
               IF RETURN-CODE = 0 AND WS-Restart-Step > 1
                   PERFORM CHECK-PRIOR-STEPS
               END-IF
               IF RETURN-CODE = 0
                   PERFORM RUN-STREAM
               END-IF
           END-IF
           STOP RUN.

      * The whole definition is loaded and validated before anything
      * runs; a stream that would die on a typo in step 7 should not
      * get as far as step 1.
       LOAD-STREAM-DEFINITION.
           OPEN INPUT STREAM-DEF-FILE
           IF WS-Stream-File-Status NOT = "00"
               DISPLAY "ERROR: cannot open stream file '"
                   FUNCTION TRIM(WS-Stream-File)
                   "' (status " WS-Stream-File-Status ")"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM UNTIL END-OF-STREAM-DEF
                   READ STREAM-DEF-FILE
                       AT END
                           SET END-OF-STREAM-DEF TO TRUE
                       NOT AT END
                           IF STREAM-DEF-RECORD(1:1) NOT = "*"
                                   AND STREAM-DEF-RECORD NOT = SPACES
                               PERFORM ADD-STREAM-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STREAM-DEF-FILE
               IF WS-Step-Used = 0 AND RETURN-CODE = 0
                   DISPLAY "ERROR: stream file '"
                       FUNCTION TRIM(WS-Stream-File)
                       "' defines no steps"
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.

       ADD-STREAM-STEP.
           IF WS-Step-Used = 30
               DISPLAY "ERROR: more than 30 steps in stream, '"
                   FUNCTION TRIM(SD-Step-Name) "' not loaded"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Step-Used
           MOVE WS-Step-Used TO WS-Cur
           MOVE FUNCTION UPPER-CASE (SD-Step-Name)
               TO WS-ST-Name (WS-Cur)
           MOVE SD-Program TO WS-ST-Program (WS-Cur)
           MOVE FUNCTION UPPER-CASE (SD-Rule) TO WS-ST-Rule (WS-Cur)
           MOVE SD-Arguments TO WS-ST-Arguments (WS-Cur)
           MOVE SPACES TO WS-ST-Last-Event (WS-Cur)
           MOVE SPACES TO WS-ST-Last-Cond (WS-Cur)
           IF WS-ST-Rule (WS-Cur) = SPACES
               MOVE "ABORT" TO WS-ST-Rule (WS-Cur)
           END-IF
           MOVE 0 TO WS-ST-Max-RC (WS-Cur)
           IF SD-Max-RC NOT = SPACES
               IF FUNCTION TEST-NUMVAL (SD-Max-RC) = 0
                   MOVE FUNCTION NUMVAL (SD-Max-RC)
                       TO WS-ST-Max-RC (WS-Cur)
               ELSE
                   DISPLAY "ERROR: step " WS-Cur " '"
                       FUNCTION TRIM(SD-Step-Name)
                       "' return-code limit '" SD-Max-RC
                       "' is not a number"
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-ST-Name (WS-Cur) = SPACES
                   OR WS-ST-Program (WS-Cur) = SPACES
               DISPLAY "ERROR: step " WS-Cur
                   " needs a step name and a program"
               MOVE 1 TO RETURN-CODE
           END-IF
           IF WS-ST-Rule (WS-Cur) NOT = "ABORT"
                   AND WS-ST-Rule (WS-Cur) NOT = "SKIP"
               DISPLAY "ERROR: step " WS-Cur " '"
                   FUNCTION TRIM(SD-Step-Name) "' rule '"
                   SD-Rule "' must be ABORT or SKIP"
               MOVE 1 TO RETURN-CODE
           END-IF.

      * The restart point may be given by number or by step name.
       RESOLVE-RESTART-STEP.
           IF WS-Restart-Arg NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-Restart-Arg) = 0
                   MOVE FUNCTION NUMVAL (WS-Restart-Arg)
                       TO WS-Restart-Step
               ELSE
                   MOVE 0 TO WS-Restart-Step
                   PERFORM VARYING WS-Idx FROM 1 BY 1
                           UNTIL WS-Idx > WS-Step-Used
                       IF WS-ST-Name (WS-Idx) =
                               FUNCTION UPPER-CASE (WS-Restart-Arg)
                               AND WS-Restart-Step = 0
                           MOVE WS-Idx TO WS-Restart-Step
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-Restart-Step < 1
                       OR WS-Restart-Step > WS-Step-Used
                   DISPLAY "ERROR: restart step '"
                       FUNCTION TRIM(WS-Restart-Arg)
                       "' is not a step of this stream"
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.

      * A restart may only bypass steps whose latest record in the
      * stream log says they finished (OK, or over the limit under a
      * SKIP rule) or were themselves bypassed by an earlier restart.
      * Only the latest launch counts - the one whose step 1 started
      * last - so a step that has not run tonight is not taken as
      * done on the strength of last night's record.  The launch's
      * stream date is carried forward to the restart.
       CHECK-PRIOR-STEPS.
           OPEN INPUT STREAM-LOG-FILE
           IF WS-Stream-Log-Status NOT = "00"
               DISPLAY "ERROR: cannot open jobstream.log (status "
                   WS-Stream-Log-Status "), restart cannot be "
                   "verified"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM UNTIL END-OF-STREAM-LOG
                   READ STREAM-LOG-FILE
                       AT END
                           SET END-OF-STREAM-LOG TO TRUE
                       NOT AT END
                           IF SG-Stream-Name = WS-Stream-File
                                   AND SG-Step-Number = 1
                                   AND SG-Event = "STARTED"
                               MOVE SG-Stream-Date TO WS-Stream-Date
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STREAM-LOG-FILE
               IF WS-Stream-Date = SPACES
                   DISPLAY "ERROR: no launch of this stream in "
                       "jobstream.log - nothing to restart"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM READ-LATEST-LAUNCH
               END-IF
           END-IF.

       READ-LATEST-LAUNCH.
           MOVE "N" TO WS-Log-Eof
           OPEN INPUT STREAM-LOG-FILE
           IF WS-Stream-Log-Status NOT = "00"
               DISPLAY "ERROR: cannot reopen jobstream.log (status "
                   WS-Stream-Log-Status "), restart cannot be "
                   "verified"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-STREAM-LOG
               READ STREAM-LOG-FILE
                   AT END
                       SET END-OF-STREAM-LOG TO TRUE
                   NOT AT END
                       IF SG-Stream-Name = WS-Stream-File
                               AND SG-Stream-Date = WS-Stream-Date
                               AND SG-Step-Number > 0
                               AND SG-Step-Number <= WS-Step-Used
                           MOVE SG-Step-Number TO WS-Cur
                           MOVE SG-Event
                               TO WS-ST-Last-Event (WS-Cur)
                           MOVE SG-Condition
                               TO WS-ST-Last-Cond (WS-Cur)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STREAM-LOG-FILE
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx >= WS-Restart-Step
               IF NOT (WS-ST-Last-Event (WS-Idx) = "BYPASSED"
                       OR (WS-ST-Last-Event (WS-Idx) = "ENDED"
                           AND WS-ST-Last-Cond (WS-Idx)
                               NOT = "FAILED"))
                   DISPLAY "ERROR: step " WS-Idx " "
                       FUNCTION TRIM(WS-ST-Name (WS-Idx))
                       " has not completed in the launch of "
                       WS-Stream-Date "; restart from it or earlier"
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-PERFORM.

       RUN-STREAM.
           IF WS-Stream-Date = SPACES
               ACCEPT WS-Stream-Date FROM DATE YYYYMMDD
           END-IF
           PERFORM VARYING WS-Cur FROM 1 BY 1
                   UNTIL WS-Cur >= WS-Restart-Step OR STREAM-STOPPED
               MOVE "BYPASSED" TO WS-Step-Event
               MOVE 0 TO WS-Step-RC
               MOVE SPACES TO WS-Step-Condition
               PERFORM WRITE-STREAM-LOG-RECORD
               ADD 1 TO WS-Steps-Bypassed
           END-PERFORM
           PERFORM VARYING WS-Cur FROM WS-Restart-Step BY 1
                   UNTIL WS-Cur > WS-Step-Used OR STREAM-STOPPED
               PERFORM RUN-ONE-STEP
           END-PERFORM
           DISPLAY "Steps in stream     : " WS-Step-Used
           DISPLAY "Steps bypassed      : " WS-Steps-Bypassed
           DISPLAY "Steps run           : " WS-Steps-Run
           DISPLAY "Steps over limit    : " WS-Steps-Overlim
           IF STREAM-STOPPED
               MOVE 1 TO RETURN-CODE
           END-IF.

      * SYSTEM hands back the raw wait status, so the step's own
      * return code is the high-order byte.
       RUN-ONE-STEP.
           MOVE "STARTED" TO WS-Step-Event
           MOVE 0 TO WS-Step-RC
           MOVE SPACES TO WS-Step-Condition
           PERFORM WRITE-STREAM-LOG-RECORD
           IF STREAM-STOPPED
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-STEP-COMMAND
           DISPLAY "Step " WS-Cur " " WS-ST-Name (WS-Cur) ": "
               FUNCTION TRIM(WS-Command)
           CALL "SYSTEM" USING WS-Command
           MOVE RETURN-CODE TO WS-System-RC
           MOVE 0 TO RETURN-CODE
           IF WS-System-RC > 255
               DIVIDE WS-System-RC BY 256 GIVING WS-System-RC
           END-IF
           IF WS-System-RC < 0 OR WS-System-RC > 9999
               MOVE 9999 TO WS-Step-RC
           ELSE
               MOVE WS-System-RC TO WS-Step-RC
           END-IF
           ADD 1 TO WS-Steps-Run
           EVALUATE TRUE
               WHEN WS-Step-RC <= WS-ST-Max-RC (WS-Cur)
                   MOVE "OK" TO WS-Step-Condition
               WHEN WS-ST-Rule (WS-Cur) = "SKIP"
                   MOVE "OVERLIM" TO WS-Step-Condition
                   ADD 1 TO WS-Steps-Overlim
                   DISPLAY "WARNING: step " WS-Cur " "
                       FUNCTION TRIM(WS-ST-Name (WS-Cur))
                       " ended with return code " WS-Step-RC
                       ", over its limit; stream continues"
               WHEN OTHER
                   MOVE "FAILED" TO WS-Step-Condition
                   ADD 1 TO WS-Steps-Overlim
                   SET STREAM-STOPPED TO TRUE
                   DISPLAY "ERROR: step " WS-Cur " "
                       FUNCTION TRIM(WS-ST-Name (WS-Cur))
                       " ended with return code " WS-Step-RC
                       ", over its limit of " WS-ST-Max-RC (WS-Cur)
                   DISPLAY "Stream stopped; relaunch with: JOBSTRM "
                       FUNCTION TRIM(WS-Stream-File) " " WS-Cur
           END-EVALUATE
           MOVE "ENDED" TO WS-Step-Event
           PERFORM WRITE-STREAM-LOG-RECORD.

      * The command is the program followed by its arguments, with
      * every &DATE in the arguments replaced by the stream date.
       BUILD-STEP-COMMAND.
           MOVE SPACES TO WS-Expanded-Args
           MOVE 1 TO WS-Out-Pos
           PERFORM VARYING WS-Arg-Pos FROM 1 BY 1
                   UNTIL WS-Arg-Pos > 160 OR WS-Out-Pos > 192
               IF WS-Arg-Pos <= 156
                       AND WS-ST-Arguments (WS-Cur) (WS-Arg-Pos:5)
                           = "&DATE"
                   MOVE WS-Stream-Date
                       TO WS-Expanded-Args (WS-Out-Pos:8)
                   ADD 8 TO WS-Out-Pos
                   ADD 4 TO WS-Arg-Pos
               ELSE
                   MOVE WS-ST-Arguments (WS-Cur) (WS-Arg-Pos:1)
                       TO WS-Expanded-Args (WS-Out-Pos:1)
                   ADD 1 TO WS-Out-Pos
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-Command
           STRING FUNCTION TRIM(WS-ST-Program (WS-Cur))
                  DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Expanded-Args) DELIMITED BY SIZE
               INTO WS-Command.

      * The log is opened and closed around every record so a step
      * that reads it (EODSUM) sees the stream's history up to its
      * own start.  A stream whose steps cannot be logged cannot be
      * restarted safely, so a log failure stops the stream.
       WRITE-STREAM-LOG-RECORD.
           OPEN EXTEND STREAM-LOG-FILE
           IF WS-Stream-Log-Status = "35"
               OPEN OUTPUT STREAM-LOG-FILE
           END-IF
           IF WS-Stream-Log-Status NOT = "00"
               DISPLAY "ERROR: cannot open jobstream.log (status "
                   WS-Stream-Log-Status "), stream stopped"
               SET STREAM-STOPPED TO TRUE
           ELSE
               ACCEPT WS-Log-Date FROM DATE YYYYMMDD
               ACCEPT WS-Log-Time FROM TIME
               MOVE SPACES TO STREAM-LOG-RECORD
               STRING WS-Log-Date DELIMITED BY SIZE
                      WS-Log-Time DELIMITED BY SIZE
                   INTO SG-Timestamp
               MOVE WS-Stream-File TO SG-Stream-Name
               MOVE WS-Stream-Date TO SG-Stream-Date
               MOVE WS-Cur TO SG-Step-Number
               MOVE WS-ST-Name (WS-Cur) TO SG-Step-Name
               MOVE WS-ST-Program (WS-Cur) TO SG-Program
               MOVE WS-Step-Event TO SG-Event
               MOVE WS-Step-RC TO SG-Return-Code
               MOVE WS-Step-Condition TO SG-Condition
               WRITE STREAM-LOG-RECORD
               CLOSE STREAM-LOG-FILE
           END-IF.

       END PROGRAM JOBSTRM.
