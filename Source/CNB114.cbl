006300     88  WS-RPT-OK           VALUE '00'.                          CNB11400
006300 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB11400
006300 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB11400
006310 COPY WSERRLOG.                                                   CNB11400
006400 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB11400
006500     88  WS-EOF-OVRD                      VALUE 'Y'.              CNB11400
006600 01  WS-OVRD-COUNT                 PIC 9(7) VALUE ZEROS.          CNB11400
025200     CLOSE RPT-FILE.                                              CNB11400
025200*                                                                 CNB11400
025200 P9999-GOT-PROBLEM.                                               CNB11400
025200     MOVE 'CNB114'                 TO XE-PROGRAM                  CNB11400
025200     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB11400
025200     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB11400
025200     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB11400
025200     DISPLAY 'CNB114 ABEND IN ' WS-ABEND-PARAGRAPH                CNB11400
025200              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB11400
025200     MOVE 16 TO RETURN-CODE                                       CNB11400
