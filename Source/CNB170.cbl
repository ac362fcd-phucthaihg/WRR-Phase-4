013300     88  WS-RPT-OK                        VALUE '00'.             CNB17000
013400 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB17000
013500 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB17000
013510 COPY WSERRLOG.                                                   CNB17000
013600 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB17000
013700     88  WS-FUNC-MAINT                    VALUE 'MAINT'.          CNB17000
013800     88  WS-FUNC-TRIPS                    VALUE 'TRIPS'.          CNB17000
047600     CLOSE RPT-FILE.                                              CNB17000
047700*                                                                 CNB17000
047800 P9999-GOT-PROBLEM.                                               CNB17000
047810     MOVE 'CNB170'                 TO XE-PROGRAM                  CNB17000
047820     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB17000
047830     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB17000
047840     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB17000
047900     DISPLAY 'CNB170 ABEND IN ' WS-ABEND-PARAGRAPH                CNB17000
048000              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB17000
048100     MOVE 16 TO RETURN-CODE                                       CNB17000
