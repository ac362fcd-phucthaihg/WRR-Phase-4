014200     88  WS-RPT-OK                        VALUE '00'.             CNB13500
014300 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB13500
014400 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB13500
014410 COPY WSERRLOG.                                                   CNB13500
014500 01  WS-RUN-FUNC                   PIC X(8) VALUE SPACES.         CNB13500
014600     88  WS-FUNC-DRAIN                    VALUE 'DRAIN   '.       CNB13500
014700     88  WS-FUNC-MONITOR                  VALUE 'MONITOR '.       CNB13500
045100     END-IF.                                                      CNB13500
045200*                                                                 CNB13500
045300 P9999-GOT-PROBLEM.                                               CNB13500
045310     MOVE 'CNB135'                 TO XE-PROGRAM                  CNB13500
045320     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB13500
045330     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB13500
045340     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB13500
045400     DISPLAY 'CNB135 ABEND IN ' WS-ABEND-PARAGRAPH                CNB13500
045500              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB13500
045600     MOVE 16 TO RETURN-CODE                                       CNB13500
