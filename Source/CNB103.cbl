006200     88  WS-RPT-OK           VALUE '00'.                          CNB10300
006200 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB10300
006200 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB10300
006210 COPY WSERRLOG.                                                   CNB10300
006300 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB10300
006400     88  WS-EOF-JHIST                     VALUE 'Y'.              CNB10300
006500 01  WS-JHIST-COUNT                PIC 9(7) VALUE ZEROS.          CNB10300
021632     GOBACK.                                                      CNB10300
021633*                                                                 CNB10300
021600 P9999-GOT-PROBLEM.                                               CNB10300
021600     MOVE 'CNB103'                 TO XE-PROGRAM                  CNB10300
021600     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB10300
021600     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB10300
021600     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB10300
021600     DISPLAY 'CNB103 ABEND IN ' WS-ABEND-PARAGRAPH                CNB10300
021600              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB10300
021600     MOVE 16 TO RETURN-CODE                                       CNB10300
