017500     88  WS-RPT-OK                        VALUE '00'.             CNB15000
017600 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB15000
017700 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB15000
017710 COPY WSERRLOG.                                                   CNB15000
017800 01  WS-RUN-FUNC                   PIC X(8) VALUE SPACES.         CNB15000
017900     88  WS-FUNC-BULLETIN                 VALUE 'BULLETIN'.       CNB15000
018000     88  WS-FUNC-BIDLOAD                  VALUE 'BIDLOAD '.       CNB15000
059800           RPT-FILE.                                              CNB15000
059900*                                                                 CNB15000
060000 P9999-GOT-PROBLEM.                                               CNB15000
060010     MOVE 'CNB150'                 TO XE-PROGRAM                  CNB15000
060020     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB15000
060030     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB15000
060040     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB15000
060100     DISPLAY 'CNB150 ABEND IN ' WS-ABEND-PARAGRAPH                CNB15000
060200              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB15000
060300     MOVE 16 TO RETURN-CODE                                       CNB15000
