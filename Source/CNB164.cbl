013800     88  WS-RPT-OK                        VALUE '00'.             CNB16400
013900 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB16400
014000 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB16400
014010 COPY WSERRLOG.                                                   CNB16400
014100 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB16400
014200     88  WS-FUNC-PROPOSE                  VALUE 'PROPOSE'.        CNB16400
014300     88  WS-FUNC-EXECUTE                  VALUE 'EXECUTE'.        CNB16400
054400     CLOSE RPT-FILE.                                              CNB16400
054500*                                                                 CNB16400
054600 P9999-GOT-PROBLEM.                                               CNB16400
054610     MOVE 'CNB164'                 TO XE-PROGRAM                  CNB16400
054620     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB16400
054630     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB16400
054640     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB16400
054700     DISPLAY 'CNB164 ABEND IN ' WS-ABEND-PARAGRAPH                CNB16400
054800              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB16400
054900     MOVE 16 TO RETURN-CODE                                       CNB16400
