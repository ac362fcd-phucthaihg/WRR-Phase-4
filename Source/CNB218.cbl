009800     88  WS-RPT-OK                        VALUE '00'.             CNB21800
009900 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB21800
010000 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB21800
010010 COPY WSERRLOG.                                                   CNB21800
010100 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB21800
010200     88  WS-FUNC-CAPTURE                  VALUE 'CAPTURE'.        CNB21800
010300     88  WS-FUNC-RETRIEVE                 VALUE 'RETRIEVE'.       CNB21800
040200           RPT-FILE.                                              CNB21800
040300*                                                                 CNB21800
040400 P9999-GOT-PROBLEM.                                               CNB21800
040410     MOVE 'CNB218'                 TO XE-PROGRAM                  CNB21800
040420     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB21800
040430     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB21800
040440     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB21800
040500     DISPLAY 'CNB218 ABEND IN ' WS-ABEND-PARAGRAPH                CNB21800
040600              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB21800
040700     MOVE 16 TO RETURN-CODE                                       CNB21800
