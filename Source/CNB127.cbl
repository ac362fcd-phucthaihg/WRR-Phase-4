016300     88  WS-RPT-OK                        VALUE '00'.             CNB12700
016400 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB12700
016500 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB12700
016510 COPY WSERRLOG.                                                   CNB12700
016600 01  WS-RUN-FUNC                   PIC X(8) VALUE SPACES.         CNB12700
016700     88  WS-FUNC-OUTBOUND                 VALUE 'OUTBOUND'.       CNB12700
016800     88  WS-FUNC-INBOUND                  VALUE 'INBOUND '.       CNB12700
038400     CLOSE RPT-FILE.                                              CNB12700
038500*                                                                 CNB12700
038600 P9999-GOT-PROBLEM.                                               CNB12700
038610     MOVE 'CNB127'                 TO XE-PROGRAM                  CNB12700
038620     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB12700
038630     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB12700
038640     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB12700
038700     DISPLAY 'CNB127 ABEND IN ' WS-ABEND-PARAGRAPH                CNB12700
038800              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB12700
038900     MOVE 16 TO RETURN-CODE                                       CNB12700
