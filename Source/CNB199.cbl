010200     88  WS-RPT-OK                        VALUE '00'.             CNB19900
010300 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB19900
010400 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB19900
010410 COPY WSERRLOG.                                                   CNB19900
010500 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB19900
010600     88  WS-FUNC-BUILD                    VALUE 'BUILD'.          CNB19900
010700     88  WS-FUNC-ACKPROC                  VALUE 'ACKPROC'.        CNB19900
036000     CLOSE RPT-FILE.                                              CNB19900
036100*                                                                 CNB19900
036200 P9999-GOT-PROBLEM.                                               CNB19900
036210     MOVE 'CNB199'                 TO XE-PROGRAM                  CNB19900
036220     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB19900
036230     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB19900
036240     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB19900
036300     DISPLAY 'CNB199 ABEND IN ' WS-ABEND-PARAGRAPH                CNB19900
036400              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB19900
036500     MOVE 16 TO RETURN-CODE                                       CNB19900
