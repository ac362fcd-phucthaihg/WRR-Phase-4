011800     88  WS-RPT-OK                        VALUE '00'.             CNB19600
011900 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB19600
012000 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB19600
012010 COPY WSERRLOG.                                                   CNB19600
012100 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB19600
012200     88  WS-FUNC-EDIT                     VALUE 'EDIT'.           CNB19600
012300     88  WS-FUNC-SWEEP                    VALUE 'SWEEP'.          CNB19600
046500           RPT-FILE.                                              CNB19600
046600*                                                                 CNB19600
046700 P9999-GOT-PROBLEM.                                               CNB19600
046710     MOVE 'CNB196'                 TO XE-PROGRAM                  CNB19600
046720     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB19600
046730     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB19600
046740     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB19600
046800     DISPLAY 'CNB196 ABEND IN ' WS-ABEND-PARAGRAPH                CNB19600
046900              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB19600
047000     MOVE 16 TO RETURN-CODE                                       CNB19600
