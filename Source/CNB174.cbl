008800     88  WS-RPT-OK                        VALUE '00'.             CNB17400
008900 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB17400
009000 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB17400
009010 COPY WSERRLOG.                                                   CNB17400
009100 01  WS-MSTR-EOF-SW                PIC X  VALUE 'N'.              CNB17400
009200     88  WS-MSTR-EOF                      VALUE 'Y'.              CNB17400
009300 01  WS-EMP-COUNT                  PIC 9(7) VALUE ZEROS.          CNB17400
040100           RPT-FILE.                                              CNB17400
040200*                                                                 CNB17400
040300 P9999-GOT-PROBLEM.                                               CNB17400
040310     MOVE 'CNB174'                 TO XE-PROGRAM                  CNB17400
040320     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB17400
040330     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB17400
040340     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB17400
040400     DISPLAY 'CNB174 ABEND IN ' WS-ABEND-PARAGRAPH                CNB17400
040500              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB17400
040600     MOVE 16 TO RETURN-CODE                                       CNB17400
