006900     88  WS-RPT-OK           VALUE '00'.                          CNB12100
006900 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB12100
006900 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB12100
006910 COPY WSERRLOG.                                                   CNB12100
007000 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB12100
007100     88  WS-EOF-XR                         VALUE 'Y'.             CNB12100
007200 01  WS-SAVE-POOL                  PIC X(4) VALUE SPACES.         CNB12100
019700     CLOSE RPT-FILE.                                              CNB12100
019700*                                                                 CNB12100
019700 P9999-GOT-PROBLEM.                                               CNB12100
019700     MOVE 'CNB121'                 TO XE-PROGRAM                  CNB12100
019700     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB12100
019700     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB12100
019700     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB12100
019700     DISPLAY 'CNB121 ABEND IN ' WS-ABEND-PARAGRAPH                CNB12100
019700              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB12100
019700     MOVE 16 TO RETURN-CODE                                       CNB12100
