012900     88  WS-RPT-OK                        VALUE '00'.             CNB20800
013000 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB20800
013100 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB20800
013110 COPY WSERRLOG.                                                   CNB20800
013200 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB20800
013300     88  WS-FUNC-ADVANCE                  VALUE 'ADVANCE'.        CNB20800
013400     88  WS-FUNC-RECOVER                  VALUE 'RECOVER'.        CNB20800
044200           RPT-FILE.                                              CNB20800
044300*                                                                 CNB20800
044400 P9999-GOT-PROBLEM.                                               CNB20800
044410     MOVE 'CNB208'                 TO XE-PROGRAM                  CNB20800
044420     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB20800
044430     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB20800
044440     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB20800
044500     DISPLAY 'CNB208 ABEND IN ' WS-ABEND-PARAGRAPH                CNB20800
044600              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB20800
044700     MOVE 16 TO RETURN-CODE                                       CNB20800
