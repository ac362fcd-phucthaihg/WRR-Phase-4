009800     88  WS-RPT-OK                        VALUE '00'.             CNB18200
009900 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB18200
010000 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB18200
010010 COPY WSERRLOG.                                                   CNB18200
010100 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB18200
010200     88  WS-FUNC-INQUIRY                  VALUE 'INQUIRY'.        CNB18200
010300     88  WS-FUNC-RELEASE                  VALUE 'RELEASE'.        CNB18200
032000           RPT-FILE.                                              CNB18200
032100*                                                                 CNB18200
032200 P9999-GOT-PROBLEM.                                               CNB18200
032210     MOVE 'CNB182'                 TO XE-PROGRAM                  CNB18200
032220     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB18200
032230     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB18200
032240     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB18200
032300     DISPLAY 'CNB182 ABEND IN ' WS-ABEND-PARAGRAPH                CNB18200
032400              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB18200
032500     MOVE 16 TO RETURN-CODE                                       CNB18200
