                                  ==CT-RESULT==  BY ==CL-Result==,
                                  ==CT-STATUS==  BY ==CL-Status==,
                                  ==CT-KEYNAME== BY ==CL-Keyname==,
                                  ==CT-DEPT==    BY ==CL-Dept==,
                                  ==CT-CLASS==   BY ==CL-Class==,
                                  ==CT-CONFIDENCE==
                                      BY ==CL-Confidence==.
       FD  INTAKE-REJECT-FILE.
       01  INTAKE-REJECT-RECORD.
           05 RJ-Row           PIC 9(8).
