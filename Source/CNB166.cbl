010300     88  WS-RPT-OK                        VALUE '00'.             CNB16600
010400 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB16600
010500 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB16600
010510 COPY WSERRLOG.                                                   CNB16600
010600 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB16600
010700     88  WS-FUNC-APPLY                    VALUE 'APPLY'.          CNB16600
010800     88  WS-FUNC-AGING                    VALUE 'AGING'.          CNB16600
050300           RPT-FILE.                                              CNB16600
050400*                                                                 CNB16600
050500 P9999-GOT-PROBLEM.                                               CNB16600
050510     MOVE 'CNB166'                 TO XE-PROGRAM                  CNB16600
050520     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB16600
050530     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB16600
050540     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB16600
050600     DISPLAY 'CNB166 ABEND IN ' WS-ABEND-PARAGRAPH                CNB16600
050700              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB16600
050800     MOVE 16 TO RETURN-CODE                                       CNB16600
