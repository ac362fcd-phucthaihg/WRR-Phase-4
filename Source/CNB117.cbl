006900     88  WS-RPT-OK           VALUE '00'.                          CNB11700
006900 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB11700
006900 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB11700
006910 COPY WSERRLOG.                                                   CNB11700
007000 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB11700
007100     88  WS-EOF-NOTFY                     VALUE 'Y'.              CNB11700
007200 01  WS-AGE-THRESHOLD-MINS         PIC 9(5) VALUE ZEROS.          CNB11700
018000     CLOSE RPT-FILE.                                              CNB11700
018000*                                                                 CNB11700
018000 P9999-GOT-PROBLEM.                                               CNB11700
018000     MOVE 'CNB117'                 TO XE-PROGRAM                  CNB11700
018000     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB11700
018000     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB11700
018000     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB11700
018000     DISPLAY 'CNB117 ABEND IN ' WS-ABEND-PARAGRAPH                CNB11700
018000              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB11700
018000     MOVE 16 TO RETURN-CODE                                       CNB11700
