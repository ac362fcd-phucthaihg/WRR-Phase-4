006200     88  WS-RPT-OK           VALUE '00'.                          CNB11200
006200 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB11200
006200 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB11200
006210 COPY WSERRLOG.                                                   CNB11200
006300 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB11200
006400     88  WS-EOF-PLEAVE                    VALUE 'Y'.              CNB11200
006500 01  WS-PLEAVE-COUNT               PIC 9(7) VALUE ZEROS.          CNB11200
016500     CLOSE RPT-FILE.                                              CNB11200
016500*                                                                 CNB11200
016500 P9999-GOT-PROBLEM.                                               CNB11200
016500     MOVE 'CNB112'                 TO XE-PROGRAM                  CNB11200
016500     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB11200
016500     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB11200
016500     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB11200
016500     DISPLAY 'CNB112 ABEND IN ' WS-ABEND-PARAGRAPH                CNB11200
016500              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB11200
016500     MOVE 16 TO RETURN-CODE                                       CNB11200
