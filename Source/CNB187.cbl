011400     88  WS-RPT-OK                        VALUE '00'.             CNB18700
011500 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB18700
011600 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB18700
011610 COPY WSERRLOG.                                                   CNB18700
011700 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB18700
011800     88  WS-FUNC-SWEEP                    VALUE 'SWEEP'.          CNB18700
011900     88  WS-FUNC-VERIFY                   VALUE 'VERIFY'.         CNB18700
037400           RPT-FILE.                                              CNB18700
037500*                                                                 CNB18700
037600 P9999-GOT-PROBLEM.                                               CNB18700
037610     MOVE 'CNB187'                 TO XE-PROGRAM                  CNB18700
037620     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB18700
037630     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB18700
037640     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB18700
037700     DISPLAY 'CNB187 ABEND IN ' WS-ABEND-PARAGRAPH                CNB18700
037800              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB18700
037900     MOVE 16 TO RETURN-CODE                                       CNB18700
