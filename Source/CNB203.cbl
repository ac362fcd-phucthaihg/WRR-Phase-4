009300     88  WS-RPT-OK                        VALUE '00'.             CNB20300
009400 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB20300
009500 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB20300
009510 COPY WSERRLOG.                                                   CNB20300
009600 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB20300
009700     88  WS-FUNC-MAINT                    VALUE 'MAINT'.          CNB20300
009800     88  WS-FUNC-MOVES                    VALUE 'MOVES'.          CNB20300
045300           RPT-FILE.                                              CNB20300
045400*                                                                 CNB20300
045500 P9999-GOT-PROBLEM.                                               CNB20300
045510     MOVE 'CNB203'                 TO XE-PROGRAM                  CNB20300
045520     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB20300
045530     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB20300
045540     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB20300
045600     DISPLAY 'CNB203 ABEND IN ' WS-ABEND-PARAGRAPH                CNB20300
045700              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB20300
045800     MOVE 16 TO RETURN-CODE                                       CNB20300
