006800     88  WS-RPT-OK           VALUE '00'.                          CNB12000
006800 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB12000
006800 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB12000
006810 COPY WSERRLOG.                                                   CNB12000
006900 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB12000
007000     88  WS-EOF-DAUD                       VALUE 'Y'.             CNB12000
007100 01  WS-AGE-THRESHOLD-MINS         PIC 9(5) VALUE ZEROS.          CNB12000
019400     CLOSE RPT-FILE.                                              CNB12000
019400*                                                                 CNB12000
019400 P9999-GOT-PROBLEM.                                               CNB12000
019400     MOVE 'CNB120'                 TO XE-PROGRAM                  CNB12000
019400     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB12000
019400     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB12000
019400     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB12000
019400     DISPLAY 'CNB120 ABEND IN ' WS-ABEND-PARAGRAPH                CNB12000
019400              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB12000
019400     MOVE 16 TO RETURN-CODE                                       CNB12000
