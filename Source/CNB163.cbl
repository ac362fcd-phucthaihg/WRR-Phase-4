011300     88  WS-RPT-OK                        VALUE '00'.             CNB16300
011400 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB16300
011500 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB16300
011510 COPY WSERRLOG.                                                   CNB16300
011600 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB16300
011700     88  WS-FUNC-CAPTURE                  VALUE 'CAPTURE'.        CNB16300
011800     88  WS-FUNC-INQUIRY                  VALUE 'INQUIRY'.        CNB16300
052800     CLOSE RPT-FILE.                                              CNB16300
052900*                                                                 CNB16300
053000 P9999-GOT-PROBLEM.                                               CNB16300
053010     MOVE 'CNB163'                 TO XE-PROGRAM                  CNB16300
053020     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB16300
053030     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB16300
053040     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB16300
053100     DISPLAY 'CNB163 ABEND IN ' WS-ABEND-PARAGRAPH                CNB16300
053200              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB16300
053300     MOVE 16 TO RETURN-CODE                                       CNB16300
