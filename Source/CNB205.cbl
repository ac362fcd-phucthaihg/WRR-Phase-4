011800     88  WS-RPT-OK                        VALUE '00'.             CNB20500
011900 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB20500
012000 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB20500
012010 COPY WSERRLOG.                                                   CNB20500
012100 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB20500
012200     88  WS-FUNC-SCHEDULE                 VALUE 'SCHEDULE'.       CNB20500
012300     88  WS-FUNC-MONITOR                  VALUE 'MONITOR'.        CNB20500
043400           RPT-FILE.                                              CNB20500
043500*                                                                 CNB20500
043600 P9999-GOT-PROBLEM.                                               CNB20500
043610     MOVE 'CNB205'                 TO XE-PROGRAM                  CNB20500
043620     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB20500
043630     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB20500
043640     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB20500
043700     DISPLAY 'CNB205 ABEND IN ' WS-ABEND-PARAGRAPH                CNB20500
043800              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB20500
043900     MOVE 16 TO RETURN-CODE                                       CNB20500
