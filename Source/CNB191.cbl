006200     88  WS-RPT-OK                        VALUE '00'.             CNB19100
006300 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB19100
006400 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB19100
006410 COPY WSERRLOG.                                                   CNB19100
006500 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB19100
006600     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB19100
006700 01  WS-CUR-EMP                    PIC X(9) VALUE SPACES.         CNB19100
026800           RPT-FILE.                                              CNB19100
026900*                                                                 CNB19100
027000 P9999-GOT-PROBLEM.                                               CNB19100
027010     MOVE 'CNB191'                 TO XE-PROGRAM                  CNB19100
027020     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB19100
027030     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB19100
027040     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB19100
027100     DISPLAY 'CNB191 ABEND IN ' WS-ABEND-PARAGRAPH                CNB19100
027200              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB19100
027300     MOVE 16 TO RETURN-CODE                                       CNB19100
