009700     88  WS-RPT-OK           VALUE '00'.                          CNB11900
009700 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB11900
009700 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB11900
009710 COPY WSERRLOG.                                                   CNB11900
009800 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB11900
009900     88  WS-EOF-XB                        VALUE 'Y'.              CNB11900
010000 01  WS-EOF-SW2                    PIC X  VALUE 'N'.              CNB11900
029980     GOBACK.                                                      CNB11900
029981*                                                                 CNB11900
029900 P9999-GOT-PROBLEM.                                               CNB11900
029900     MOVE 'CNB119'                 TO XE-PROGRAM                  CNB11900
029900     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB11900
029900     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB11900
029900     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB11900
029900     DISPLAY 'CNB119 ABEND IN ' WS-ABEND-PARAGRAPH                CNB11900
029900              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB11900
029900     MOVE 16 TO RETURN-CODE                                       CNB11900
