005800     88  WS-RPT-OK           VALUE '00'.                          CNB10600
005800 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB10600
005800 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB10600
005810 COPY WSERRLOG.                                                   CNB10600
005900 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB10600
006000     88  WS-EOF-JHIST                     VALUE 'Y'.              CNB10600
006100 01  WS-JHIST-COUNT                PIC 9(7) VALUE ZEROS.          CNB10600
020432     GOBACK.                                                      CNB10600
020433*                                                                 CNB10600
020400 P9999-GOT-PROBLEM.                                               CNB10600
020400     MOVE 'CNB106'                 TO XE-PROGRAM                  CNB10600
020400     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB10600
020400     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB10600
020400     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB10600
020400     DISPLAY 'CNB106 ABEND IN ' WS-ABEND-PARAGRAPH                CNB10600
020400              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB10600
020400     MOVE 16 TO RETURN-CODE                                       CNB10600
