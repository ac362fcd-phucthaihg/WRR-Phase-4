013400     88  WS-RPT-OK                        VALUE '00'.             CNB12500
013500 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB12500
013600 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB12500
013610 COPY WSERRLOG.                                                   CNB12500
013700 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB12500
013800     88  WS-EOF-TIEIN                     VALUE 'Y'.              CNB12500
013900 01  WS-REJECT-SW                  PIC X  VALUE 'N'.              CNB12500
038300           RPT-FILE.                                              CNB12500
038400*                                                                 CNB12500
038500 P9999-GOT-PROBLEM.                                               CNB12500
038510     MOVE 'CNB125'                 TO XE-PROGRAM                  CNB12500
038520     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB12500
038530     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB12500
038540     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB12500
038600     DISPLAY 'CNB125 ABEND IN ' WS-ABEND-PARAGRAPH                CNB12500
038700              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB12500
038800     MOVE 16 TO RETURN-CODE                                       CNB12500
