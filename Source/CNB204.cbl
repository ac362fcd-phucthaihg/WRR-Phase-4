013600     88  WS-RPT-OK                        VALUE '00'.             CNB20400
013700 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB20400
013800 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB20400
013810 COPY WSERRLOG.                                                   CNB20400
013900 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB20400
014000     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB20400
014100 01  WS-ET-DONE-SW                 PIC X  VALUE 'N'.              CNB20400
052000           RPT-FILE.                                              CNB20400
052100*                                                                 CNB20400
052200 P9999-GOT-PROBLEM.                                               CNB20400
052210     MOVE 'CNB204'                 TO XE-PROGRAM                  CNB20400
052220     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB20400
052230     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB20400
052240     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB20400
052300     DISPLAY 'CNB204 ABEND IN ' WS-ABEND-PARAGRAPH                CNB20400
052400              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB20400
052500     MOVE 16 TO RETURN-CODE                                       CNB20400
