013300     88  WS-RPT-OK                        VALUE '00'.             CNB19200
013400 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB19200
013500 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB19200
013510 COPY WSERRLOG.                                                   CNB19200
013600 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB19200
013700     88  WS-FUNC-FEED                     VALUE 'FEED'.           CNB19200
013800     88  WS-FUNC-LIST                     VALUE 'LIST'.           CNB19200
041100           RPT-FILE.                                              CNB19200
041200*                                                                 CNB19200
041300 P9999-GOT-PROBLEM.                                               CNB19200
041310     MOVE 'CNB192'                 TO XE-PROGRAM                  CNB19200
041320     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB19200
041330     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB19200
041340     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB19200
041400     DISPLAY 'CNB192 ABEND IN ' WS-ABEND-PARAGRAPH                CNB19200
041500              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB19200
041600     MOVE 16 TO RETURN-CODE                                       CNB19200
