011400     88  WS-RPT-OK                        VALUE '00'.             CNB14200
011500 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB14200
011600 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB14200
011610 COPY WSERRLOG.                                                   CNB14200
011700 01  WS-RUN-FUNC                   PIC X(8) VALUE SPACES.         CNB14200
011800     88  WS-FUNC-LOAD                     VALUE 'LOAD    '.       CNB14200
011900     88  WS-FUNC-PRINT                    VALUE 'PRINT   '.       CNB14200
040900           RPT-FILE.                                              CNB14200
041000*                                                                 CNB14200
041100 P9999-GOT-PROBLEM.                                               CNB14200
041110     MOVE 'CNB142'                 TO XE-PROGRAM                  CNB14200
041120     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB14200
041130     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB14200
041140     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB14200
041200     DISPLAY 'CNB142 ABEND IN ' WS-ABEND-PARAGRAPH                CNB14200
041300              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB14200
041400     MOVE 16 TO RETURN-CODE                                       CNB14200
