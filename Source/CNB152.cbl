013500     88  WS-RPT-OK                        VALUE '00'.             CNB15200
013600 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB15200
013700 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB15200
013710 COPY WSERRLOG.                                                   CNB15200
013800 01  WS-RUN-FUNC                   PIC X(8) VALUE SPACES.         CNB15200
013900     88  WS-FUNC-BUILD                    VALUE 'BUILD   '.       CNB15200
014000     88  WS-FUNC-REPORT                   VALUE 'REPORT  '.       CNB15200
041500           RPT-FILE.                                              CNB15200
041600*                                                                 CNB15200
041700 P9999-GOT-PROBLEM.                                               CNB15200
041710     MOVE 'CNB152'                 TO XE-PROGRAM                  CNB15200
041720     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB15200
041730     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB15200
041740     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB15200
041800     DISPLAY 'CNB152 ABEND IN ' WS-ABEND-PARAGRAPH                CNB15200
041900              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB15200
042000     MOVE 16 TO RETURN-CODE                                       CNB15200
