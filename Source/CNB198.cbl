014600     88  WS-RPT-OK                        VALUE '00'.             CNB19800
014700 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB19800
014800 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB19800
014810 COPY WSERRLOG.                                                   CNB19800
014900 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB19800
015000     88  WS-FUNC-MAINT                    VALUE 'MAINT'.          CNB19800
015100     88  WS-FUNC-DISTRIB                  VALUE 'DISTRIB'.        CNB19800
062100     CLOSE RPT-FILE.                                              CNB19800
062200*                                                                 CNB19800
062300 P9999-GOT-PROBLEM.                                               CNB19800
062310     MOVE 'CNB198'                 TO XE-PROGRAM                  CNB19800
062320     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB19800
062330     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB19800
062340     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB19800
062400     DISPLAY 'CNB198 ABEND IN ' WS-ABEND-PARAGRAPH                CNB19800
062500              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB19800
062600     MOVE 16 TO RETURN-CODE                                       CNB19800
