013300     88  WS-RPT-OK                        VALUE '00'.             CNB12800
013400 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB12800
013500 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB12800
013510 COPY WSERRLOG.                                                   CNB12800
013600 01  WS-RUN-FUNC                   PIC X(8) VALUE SPACES.         CNB12800
013700     88  WS-FUNC-LOAD                     VALUE 'LOAD    '.       CNB12800
013800     88  WS-FUNC-COMPARE                  VALUE 'COMPARE '.       CNB12800
054400           RPT-FILE.                                              CNB12800
054500*                                                                 CNB12800
054600 P9999-GOT-PROBLEM.                                               CNB12800
054610     MOVE 'CNB128'                 TO XE-PROGRAM                  CNB12800
054620     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB12800
054630     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB12800
054640     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB12800
054700     DISPLAY 'CNB128 ABEND IN ' WS-ABEND-PARAGRAPH                CNB12800
054800              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB12800
054900     MOVE 16 TO RETURN-CODE                                       CNB12800
