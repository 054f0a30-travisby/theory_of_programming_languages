                                  ==CT-RESULT==  BY ==OR-Result==,
                                  ==CT-STATUS==  BY ==OR-Status==,
                                  ==CT-KEYNAME== BY ==OR-Keyname==,
                                  ==CT-DEPT==    BY ==OR-Dept==,
                                  ==CT-CLASS==   BY ==OR-Class==,
                                  ==CT-CONFIDENCE==
                                      BY ==OR-Confidence==.
       FD  NEW-RESULT-FILE.
       01  NEW-RESULT-RECORD.
           COPY CIPHREQ REPLACING ==CT-FUNC==    BY ==NR-Func==,
                                  ==CT-RESULT==  BY ==NR-Result==,
                                  ==CT-STATUS==  BY ==NR-Status==,
                                  ==CT-KEYNAME== BY ==NR-Keyname==,
                                  ==CT-DEPT==    BY ==NR-Dept==,
                                  ==CT-CLASS==   BY ==NR-Class==,
                                  ==CT-CONFIDENCE==
                                      BY ==NR-Confidence==.
       FD  ROTATE-REJECT-FILE.
       01  ROTATE-REJECT-RECORD.
           05 RJ-Request       PIC X(446).
