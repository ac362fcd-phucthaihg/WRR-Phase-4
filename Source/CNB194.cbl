009400     88  WS-RPT-OK                        VALUE '00'.             CNB19400
009500 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB19400
009600 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB19400
009610 COPY WSERRLOG.                                                   CNB19400
009700 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB19400
009800     88  WS-FUNC-QUIESCE                  VALUE 'QUIESCE'.        CNB19400
009900     88  WS-FUNC-RELEASE                  VALUE 'RELEASE'.        CNB19400
038200           RPT-FILE.                                              CNB19400
038300*                                                                 CNB19400
038400 P9999-GOT-PROBLEM.                                               CNB19400
038410     MOVE 'CNB194'                 TO XE-PROGRAM                  CNB19400
038420     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB19400
038430     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB19400
038440     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB19400
038500     DISPLAY 'CNB194 ABEND IN ' WS-ABEND-PARAGRAPH                CNB19400
038600              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB19400
038700     MOVE 16 TO RETURN-CODE                                       CNB19400
