                                  ==CT-RESULT==  BY ==CO-Result==,
                                  ==CT-STATUS==  BY ==CO-Status==,
                                  ==CT-KEYNAME== BY ==CO-Keyname==,
                                  ==CT-DEPT==    BY ==CO-Dept==,
                                  ==CT-CLASS==   BY ==CO-Class==,
                                  ==CT-CONFIDENCE==
                                      BY ==CO-Confidence==.
       FD  PRINT-FILE.
       01  PRINT-RECORD            PIC X(80).
       FD  CONTROL-REPORT-FILE.
           MOVE CO-Result TO WS-Text
           MOVE "RESULT : " TO WS-Text-Label
           PERFORM PRINT-WRAPPED-TEXT
           IF CO-Class NOT = SPACES
               MOVE SPACES TO WS-Print-Line
               STRING "CLASS  : " DELIMITED BY SIZE
                      FUNCTION TRIM(CO-Class) DELIMITED BY SIZE
                      "  CONFIDENCE " DELIMITED BY SIZE
                      CO-Confidence DELIMITED BY SIZE
                   INTO WS-Print-Line
               PERFORM PRINT-LINE
           END-IF
           MOVE SPACES TO WS-Print-Line
           PERFORM PRINT-LINE
           EVALUATE FUNCTION UPPER-CASE (CO-Func)
