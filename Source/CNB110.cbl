006100     88  WS-RPT-OK           VALUE '00'.                          CNB11000
006100 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB11000
006100 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB11000
006110 COPY WSERRLOG.                                                   CNB11000
006200 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB11000
006300     88  WS-EOF-BTEXT                     VALUE 'Y'.              CNB11000
006400 01  WS-BTEXT-COUNT                PIC 9(7) VALUE ZEROS.          CNB11000
017432     GOBACK.                                                      CNB11000
017433*                                                                 CNB11000
017400 P9999-GOT-PROBLEM.                                               CNB11000
017400     MOVE 'CNB110'                 TO XE-PROGRAM                  CNB11000
017400     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB11000
017400     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB11000
017400     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB11000
017400     DISPLAY 'CNB110 ABEND IN ' WS-ABEND-PARAGRAPH                CNB11000
017400              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB11000
017400     MOVE 16 TO RETURN-CODE                                       CNB11000
