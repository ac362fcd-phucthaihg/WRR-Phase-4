009400     88  WS-RPT-OK                        VALUE '00'.             CNB17500
009500 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB17500
009600 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB17500
009610 COPY WSERRLOG.                                                   CNB17500
009700 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB17500
009800     88  WS-FUNC-REPORT                   VALUE 'REPORT'.         CNB17500
009900     88  WS-FUNC-CLEAR                    VALUE 'CLEAR'.          CNB17500
033500           RPT-FILE.                                              CNB17500
033600*                                                                 CNB17500
033700 P9999-GOT-PROBLEM.                                               CNB17500
033710     MOVE 'CNB175'                 TO XE-PROGRAM                  CNB17500
033720     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB17500
033730     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB17500
033740     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB17500
033800     DISPLAY 'CNB175 ABEND IN ' WS-ABEND-PARAGRAPH                CNB17500
033900              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB17500
034000     MOVE 16 TO RETURN-CODE                                       CNB17500
