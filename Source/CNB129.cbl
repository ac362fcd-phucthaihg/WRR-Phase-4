016100     88  WS-RPT-OK                        VALUE '00'.             CNB12900
016200 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB12900
016300 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB12900
016310 COPY WSERRLOG.                                                   CNB12900
016400 01  WS-RUN-FUNC                   PIC X(8) VALUE SPACES.         CNB12900
016500     88  WS-FUNC-LOAD                     VALUE 'LOAD    '.       CNB12900
016600     88  WS-FUNC-AWARD                    VALUE 'AWARD   '.       CNB12900
050200     CLOSE RPT-FILE.                                              CNB12900
050300*                                                                 CNB12900
050400 P9999-GOT-PROBLEM.                                               CNB12900
050410     MOVE 'CNB129'                 TO XE-PROGRAM                  CNB12900
050420     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB12900
050430     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB12900
050440     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB12900
050500     DISPLAY 'CNB129 ABEND IN ' WS-ABEND-PARAGRAPH                CNB12900
050600              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB12900
050700     MOVE 16 TO RETURN-CODE                                       CNB12900
