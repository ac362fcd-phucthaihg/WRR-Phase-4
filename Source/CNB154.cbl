009800     88  WS-RPT-OK                        VALUE '00'.             CNB15400
009900 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB15400
010000 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB15400
010010 COPY WSERRLOG.                                                   CNB15400
010100 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB15400
010200     88  WS-FUNC-APPLY                    VALUE 'APPLY'.          CNB15400
010300     88  WS-FUNC-LIST                     VALUE 'LIST'.           CNB15400
037100     CLOSE RPT-FILE.                                              CNB15400
037200*                                                                 CNB15400
037300 P9999-GOT-PROBLEM.                                               CNB15400
037310     MOVE 'CNB154'                 TO XE-PROGRAM                  CNB15400
037320     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB15400
037330     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB15400
037340     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB15400
037400     DISPLAY 'CNB154 ABEND IN ' WS-ABEND-PARAGRAPH                CNB15400
037500              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB15400
037600     MOVE 16 TO RETURN-CODE                                       CNB15400
