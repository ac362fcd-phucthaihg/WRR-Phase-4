013300     88  WS-RPT-OK                        VALUE '00'.             CNB14100
013400 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB14100
013500 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB14100
013510 COPY WSERRLOG.                                                   CNB14100
013600 01  WS-RUN-FUNC                   PIC X(8) VALUE SPACES.         CNB14100
013700     88  WS-FUNC-CERTIFY                  VALUE 'CERTIFY '.       CNB14100
013800     88  WS-FUNC-OVERRIDE                 VALUE 'OVERRIDE'.       CNB14100
048900           RPT-FILE.                                              CNB14100
049000*                                                                 CNB14100
049100 P9999-GOT-PROBLEM.                                               CNB14100
049110     MOVE 'CNB141'                 TO XE-PROGRAM                  CNB14100
049120     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB14100
049130     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB14100
049140     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB14100
049200     DISPLAY 'CNB141 ABEND IN ' WS-ABEND-PARAGRAPH                CNB14100
049300              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB14100
049400     MOVE 16 TO RETURN-CODE                                       CNB14100
