012100     88  WS-RPT-OK                        VALUE '00'.             CNB17700
012200 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB17700
012300 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB17700
012310 COPY WSERRLOG.                                                   CNB17700
012400 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB17700
012500     88  WS-FUNC-CAPTURE                  VALUE 'CAPTURE'.        CNB17700
012600     88  WS-FUNC-DRAIN                    VALUE 'DRAIN'.          CNB17700
042600           RPT-FILE.                                              CNB17700
042700*                                                                 CNB17700
042800 P9999-GOT-PROBLEM.                                               CNB17700
042810     MOVE 'CNB177'                 TO XE-PROGRAM                  CNB17700
042820     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB17700
042830     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB17700
042840     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB17700
042900     DISPLAY 'CNB177 ABEND IN ' WS-ABEND-PARAGRAPH                CNB17700
043000              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB17700
043100     MOVE 16 TO RETURN-CODE                                       CNB17700
