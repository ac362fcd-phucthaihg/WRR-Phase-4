010100     88  WS-RPT-OK                        VALUE '00'.             CNB18900
010200 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB18900
010300 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB18900
010310 COPY WSERRLOG.                                                   CNB18900
010400 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB18900
010500     88  WS-FUNC-SCORE                    VALUE 'SCORE'.          CNB18900
010600     88  WS-FUNC-REPORT                   VALUE 'REPORT'.         CNB18900
035200           RPT-FILE.                                              CNB18900
035300*                                                                 CNB18900
035400 P9999-GOT-PROBLEM.                                               CNB18900
035410     MOVE 'CNB189'                 TO XE-PROGRAM                  CNB18900
035420     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB18900
035430     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB18900
035440     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB18900
035500     DISPLAY 'CNB189 ABEND IN ' WS-ABEND-PARAGRAPH                CNB18900
035600              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB18900
035700     MOVE 16 TO RETURN-CODE                                       CNB18900
