007000     88  WS-RPT-OK           VALUE '00'.                          CNB11800
007000 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB11800
007000 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB11800
007010 COPY WSERRLOG.                                                   CNB11800
007100 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB11800
007200     88  WS-EOF-XR                        VALUE 'Y'.              CNB11800
007300 01  WS-AGE-THRESHOLD-DAYS         PIC 9(3) VALUE ZEROS.          CNB11800
018400     CLOSE RPT-FILE.                                              CNB11800
018400*                                                                 CNB11800
018400 P9999-GOT-PROBLEM.                                               CNB11800
018400     MOVE 'CNB118'                 TO XE-PROGRAM                  CNB11800
018400     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB11800
018400     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB11800
018400     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB11800
018400     DISPLAY 'CNB118 ABEND IN ' WS-ABEND-PARAGRAPH                CNB11800
018400              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB11800
018400     MOVE 16 TO RETURN-CODE                                       CNB11800
