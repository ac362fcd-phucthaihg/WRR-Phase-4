013400     88  WS-RPT-OK                        VALUE '00'.             CNB14700
013500 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB14700
013600 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB14700
013610 COPY WSERRLOG.                                                   CNB14700
013700 01  WS-SERVICE-DATE               PIC X(8) VALUE SPACES.         CNB14700
013800 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB14700
013900     88  WS-EOF-UFP                       VALUE 'Y'.              CNB14700
042600           RPT-FILE.                                              CNB14700
042700*                                                                 CNB14700
042800 P9999-GOT-PROBLEM.                                               CNB14700
042810     MOVE 'CNB147'                 TO XE-PROGRAM                  CNB14700
042820     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB14700
042830     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB14700
042840     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB14700
042900     DISPLAY 'CNB147 ABEND IN ' WS-ABEND-PARAGRAPH                CNB14700
043000              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB14700
043100     MOVE 16 TO RETURN-CODE                                       CNB14700
