012200     88  WS-RPT-OK                        VALUE '00'.             CNB13100
012300 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB13100
012400 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB13100
012410 COPY WSERRLOG.                                                   CNB13100
012500 01  WS-RUN-FUNC                   PIC X(8) VALUE SPACES.         CNB13100
012600     88  WS-FUNC-STAGE                    VALUE 'STAGE   '.       CNB13100
012700     88  WS-FUNC-COMMIT                   VALUE 'COMMIT  '.       CNB13100
041800           RPT-FILE.                                              CNB13100
041900*                                                                 CNB13100
042000 P9999-GOT-PROBLEM.                                               CNB13100
042010     MOVE 'CNB131'                 TO XE-PROGRAM                  CNB13100
042020     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB13100
042030     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB13100
042040     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB13100
042100     DISPLAY 'CNB131 ABEND IN ' WS-ABEND-PARAGRAPH                CNB13100
042200              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB13100
042300     MOVE 16 TO RETURN-CODE                                       CNB13100
