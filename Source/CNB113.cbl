007100     88  WS-RPT-OK           VALUE '00'.                          CNB11300
007100 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB11300
007100 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB11300
007110 COPY WSERRLOG.                                                   CNB11300
007200 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB11300
007300     88  WS-EOF-EBOFF                     VALUE 'Y'.              CNB11300
007400 01  WS-AGE-THRESHOLD-DAYS         PIC 9(3) VALUE ZEROS.          CNB11300
018500     CLOSE RPT-FILE.                                              CNB11300
018500*                                                                 CNB11300
018500 P9999-GOT-PROBLEM.                                               CNB11300
018500     MOVE 'CNB113'                 TO XE-PROGRAM                  CNB11300
018500     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB11300
018500     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB11300
018500     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB11300
018500     DISPLAY 'CNB113 ABEND IN ' WS-ABEND-PARAGRAPH                CNB11300
018500              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB11300
018500     MOVE 16 TO RETURN-CODE                                       CNB11300
