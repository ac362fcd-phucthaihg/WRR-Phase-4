016000     88  WS-RPT-OK                        VALUE '00'.             CNB21300
016100 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB21300
016200 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB21300
016210 COPY WSERRLOG.                                                   CNB21300
016300 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB21300
016400     88  WS-FUNC-MAINT                    VALUE 'MAINT'.          CNB21300
016500     88  WS-FUNC-CAPTURE                  VALUE 'CAPTURE'.        CNB21300
057200     CLOSE RPT-FILE.                                              CNB21300
057300*                                                                 CNB21300
057400 P9999-GOT-PROBLEM.                                               CNB21300
057410     MOVE 'CNB213'                 TO XE-PROGRAM                  CNB21300
057420     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB21300
057430     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB21300
057440     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB21300
057500     DISPLAY 'CNB213 ABEND IN ' WS-ABEND-PARAGRAPH                CNB21300
057600              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB21300
057700     MOVE 16 TO RETURN-CODE                                       CNB21300
