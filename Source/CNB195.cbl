010800     88  WS-RPT-OK                        VALUE '00'.             CNB19500
010900 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB19500
011000 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB19500
011010 COPY WSERRLOG.                                                   CNB19500
011100 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB19500
011200     88  WS-FUNC-SAVE                     VALUE 'SAVE'.           CNB19500
011300     88  WS-FUNC-PREVIEW                  VALUE 'PREVIEW'.        CNB19500
037500           RPT-FILE.                                              CNB19500
037600*                                                                 CNB19500
037700 P9999-GOT-PROBLEM.                                               CNB19500
037710     MOVE 'CNB195'                 TO XE-PROGRAM                  CNB19500
037720     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB19500
037730     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB19500
037740     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB19500
037800     DISPLAY 'CNB195 ABEND IN ' WS-ABEND-PARAGRAPH                CNB19500
037900              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB19500
038000     MOVE 16 TO RETURN-CODE                                       CNB19500
