010100     88  WS-RPT-OK                        VALUE '00'.             CNB17800
010200 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB17800
010300 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB17800
010310 COPY WSERRLOG.                                                   CNB17800
010400 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB17800
010500     88  WS-FUNC-SPLIT                    VALUE 'SPLIT'.          CNB17800
010600     88  WS-FUNC-REPORT                   VALUE 'REPORT'.         CNB17800
045500     CLOSE RPT-FILE.                                              CNB17800
045600*                                                                 CNB17800
045700 P9999-GOT-PROBLEM.                                               CNB17800
045710     MOVE 'CNB178'                 TO XE-PROGRAM                  CNB17800
045720     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB17800
045730     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB17800
045740     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB17800
045800     DISPLAY 'CNB178 ABEND IN ' WS-ABEND-PARAGRAPH                CNB17800
045900              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB17800
046000     MOVE 16 TO RETURN-CODE                                       CNB17800
