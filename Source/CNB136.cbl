010300     88  WS-RPT-OK                        VALUE '00'.             CNB13600
010400 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB13600
010500 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB13600
010510 COPY WSERRLOG.                                                   CNB13600
010600 01  WS-RUN-FUNC                   PIC X(8) VALUE SPACES.         CNB13600
010700     88  WS-FUNC-MAINT                    VALUE 'MAINT   '.       CNB13600
010800     88  WS-FUNC-PRINT                    VALUE 'PRINT   '.       CNB13600
043300           RPT-FILE.                                              CNB13600
043400*                                                                 CNB13600
043500 P9999-GOT-PROBLEM.                                               CNB13600
043510     MOVE 'CNB136'                 TO XE-PROGRAM                  CNB13600
043520     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB13600
043530     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB13600
043540     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB13600
043600     DISPLAY 'CNB136 ABEND IN ' WS-ABEND-PARAGRAPH                CNB13600
043700              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB13600
043800     MOVE 16 TO RETURN-CODE                                       CNB13600
