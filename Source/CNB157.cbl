007000     88  WS-RPT-OK                        VALUE '00'.             CNB15700
007100 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB15700
007200 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB15700
007210 COPY WSERRLOG.                                                   CNB15700
007300 01  WS-RPT-DATE                   PIC X(8) VALUE SPACES.         CNB15700
007400 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB15700
007500     88  WS-EOF-MET                       VALUE 'Y'.              CNB15700
037100           RPT-FILE.                                              CNB15700
037200*                                                                 CNB15700
037300 P9999-GOT-PROBLEM.                                               CNB15700
037310     MOVE 'CNB157'                 TO XE-PROGRAM                  CNB15700
037320     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB15700
037330     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB15700
037340     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB15700
037400     DISPLAY 'CNB157 ABEND IN ' WS-ABEND-PARAGRAPH                CNB15700
037500              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB15700
037600     MOVE 16 TO RETURN-CODE                                       CNB15700
