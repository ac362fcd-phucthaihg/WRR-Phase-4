014900     88  WS-RPT-OK                        VALUE '00'.             CNB14000
015000 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB14000
015100 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB14000
015110 COPY WSERRLOG.                                                   CNB14000
015200 01  WS-RUN-FUNC                   PIC X(8) VALUE SPACES.         CNB14000
015300     88  WS-FUNC-COLLECT                  VALUE 'COLLECT '.       CNB14000
015400     88  WS-FUNC-MERGE                    VALUE 'MERGE   '.       CNB14000
051700           RPT-FILE.                                              CNB14000
051800*                                                                 CNB14000
051900 P9999-GOT-PROBLEM.                                               CNB14000
051910     MOVE 'CNB140'                 TO XE-PROGRAM                  CNB14000
051920     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB14000
051930     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB14000
051940     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB14000
052000     DISPLAY 'CNB140 ABEND IN ' WS-ABEND-PARAGRAPH                CNB14000
052100              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB14000
052200     MOVE 16 TO RETURN-CODE                                       CNB14000
