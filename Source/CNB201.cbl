007700     88  WS-RPT-OK                        VALUE '00'.             CNB20100
007800 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB20100
007900 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB20100
007910 COPY WSERRLOG.                                                   CNB20100
008000 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB20100
008100     88  WS-FUNC-INQUIRY                  VALUE 'INQUIRY'.        CNB20100
008200     88  WS-FUNC-COMPARE                  VALUE 'COMPARE'.        CNB20100
038000           RPT-FILE.                                              CNB20100
038100*                                                                 CNB20100
038200 P9999-GOT-PROBLEM.                                               CNB20100
038210     MOVE 'CNB201'                 TO XE-PROGRAM                  CNB20100
038220     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB20100
038230     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB20100
038240     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB20100
038300     DISPLAY 'CNB201 ABEND IN ' WS-ABEND-PARAGRAPH                CNB20100
038400              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB20100
038500     MOVE 16 TO RETURN-CODE                                       CNB20100
