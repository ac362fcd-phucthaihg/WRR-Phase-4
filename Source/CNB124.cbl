013900     88  WS-RPT-OK                        VALUE '00'.             CNB12400
014000 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB12400
014100 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB12400
014110 COPY WSERRLOG.                                                   CNB12400
014200 01  WS-RUN-FUNC                   PIC X(8) VALUE SPACES.         CNB12400
014300     88  WS-FUNC-ARCHIVE                  VALUE 'ARCHIVE '.       CNB12400
014400     88  WS-FUNC-RETRIEVE                 VALUE 'RETRIEVE'.       CNB12400
044400     CLOSE RPT-FILE.                                              CNB12400
044500*                                                                 CNB12400
044600 P9999-GOT-PROBLEM.                                               CNB12400
044610     MOVE 'CNB124'                 TO XE-PROGRAM                  CNB12400
044620     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB12400
044630     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB12400
044640     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB12400
044700     DISPLAY 'CNB124 ABEND IN ' WS-ABEND-PARAGRAPH                CNB12400
044800              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB12400
044900     MOVE 16 TO RETURN-CODE                                       CNB12400
