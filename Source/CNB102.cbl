006000     88  WS-RPT-OK           VALUE '00'.                          CNB10200
006000 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB10200
006000 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB10200
006010 COPY WSERRLOG.                                                   CNB10200
006100 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB10200
006200     88  WS-EOF-JHIST                     VALUE 'Y'.              CNB10200
006300 01  WS-JHIST-COUNT                PIC 9(7) VALUE ZEROS.          CNB10200
017532     GOBACK.                                                      CNB10200
017533*                                                                 CNB10200
017500 P9999-GOT-PROBLEM.                                               CNB10200
017500     MOVE 'CNB102'                 TO XE-PROGRAM                  CNB10200
017500     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB10200
017500     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB10200
017500     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB10200
017500     DISPLAY 'CNB102 ABEND IN ' WS-ABEND-PARAGRAPH                CNB10200
017500              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB10200
017500     MOVE 16 TO RETURN-CODE                                       CNB10200
