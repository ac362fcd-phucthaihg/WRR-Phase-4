011200     88  WS-RPT-OK                        VALUE '00'.             CNB21500
011300 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB21500
011400 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB21500
011410 COPY WSERRLOG.                                                   CNB21500
011500 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB21500
011600     88  WS-FUNC-MAINT                    VALUE 'MAINT'.          CNB21500
011700     88  WS-FUNC-EXCEPT                   VALUE 'EXCEPT'.         CNB21500
038000           RPT-FILE.                                              CNB21500
038100*                                                                 CNB21500
038200 P9999-GOT-PROBLEM.                                               CNB21500
038210     MOVE 'CNB215'                 TO XE-PROGRAM                  CNB21500
038220     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB21500
038230     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB21500
038240     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB21500
038300     DISPLAY 'CNB215 ABEND IN ' WS-ABEND-PARAGRAPH                CNB21500
038400              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB21500
038500     MOVE 16 TO RETURN-CODE                                       CNB21500
