010200     88  WS-RPT-OK                        VALUE '00'.             CNB18500
010300 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB18500
010400 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB18500
010410 COPY WSERRLOG.                                                   CNB18500
010500 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB18500
010600     88  WS-FUNC-BUILD                    VALUE 'BUILD'.          CNB18500
010700     88  WS-FUNC-LIST                     VALUE 'LIST'.           CNB18500
048000           RPT-FILE.                                              CNB18500
048100*                                                                 CNB18500
048200 P9999-GOT-PROBLEM.                                               CNB18500
048210     MOVE 'CNB185'                 TO XE-PROGRAM                  CNB18500
048220     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB18500
048230     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB18500
048240     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB18500
048300     DISPLAY 'CNB185 ABEND IN ' WS-ABEND-PARAGRAPH                CNB18500
048400              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB18500
048500     MOVE 16 TO RETURN-CODE                                       CNB18500
