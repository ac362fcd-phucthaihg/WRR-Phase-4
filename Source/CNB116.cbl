006700     88  WS-RPT-OK           VALUE '00'.                          CNB11600
006700 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB11600
006700 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB11600
006710 COPY WSERRLOG.                                                   CNB11600
006800 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB11600
006900     88  WS-EOF-JHIST                     VALUE 'Y'.              CNB11600
007000 01  WS-JHIST-COUNT                PIC 9(7) VALUE ZEROS.          CNB11600
023232     GOBACK.                                                      CNB11600
023233*                                                                 CNB11600
023200 P9999-GOT-PROBLEM.                                               CNB11600
023200     MOVE 'CNB116'                 TO XE-PROGRAM                  CNB11600
023200     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB11600
023200     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB11600
023200     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB11600
023200     DISPLAY 'CNB116 ABEND IN ' WS-ABEND-PARAGRAPH                CNB11600
023200              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB11600
023200     MOVE 16 TO RETURN-CODE                                       CNB11600
