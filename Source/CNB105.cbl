009900     88  WS-RPT-OK           VALUE '00'.                          CNB10500
009900 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB10500
009900 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB10500
009910 COPY WSERRLOG.                                                   CNB10500
010000 01  WS-EOF-SW                 PIC X  VALUE 'N'.                  CNB10500
010100     88  WS-EOF-EB                   VALUE 'Y'.                   CNB10500
010200 01  WS-EOF-JHIST-SW           PIC X  VALUE 'N'.                  CNB10500
029948     GOBACK.                                                      CNB10500
029949*                                                                 CNB10500
029900 P9999-GOT-PROBLEM.                                               CNB10500
029900     MOVE 'CNB105'                 TO XE-PROGRAM                  CNB10500
029900     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB10500
029900     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB10500
029900     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB10500
029900     DISPLAY 'CNB105 ABEND IN ' WS-ABEND-PARAGRAPH                CNB10500
029900              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB10500
029900     MOVE 16 TO RETURN-CODE                                       CNB10500
