010500     88  WS-RPT-OK                        VALUE '00'.             CNB21000
010600 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB21000
010700 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB21000
010710 COPY WSERRLOG.                                                   CNB21000
010800 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB21000
010900     88  WS-FUNC-REPORT                   VALUE 'REPORT'.         CNB21000
011000     88  WS-FUNC-APPLY                    VALUE 'APPLY'.          CNB21000
038200           RPT-FILE.                                              CNB21000
038300*                                                                 CNB21000
038400 P9999-GOT-PROBLEM.                                               CNB21000
038410     MOVE 'CNB210'                 TO XE-PROGRAM                  CNB21000
038420     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB21000
038430     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB21000
038440     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB21000
038500     DISPLAY 'CNB210 ABEND IN ' WS-ABEND-PARAGRAPH                CNB21000
038600              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB21000
038700     MOVE 16 TO RETURN-CODE                                       CNB21000
