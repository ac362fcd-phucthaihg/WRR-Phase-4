007700     88  WS-RPT-OK           VALUE '00'.                          CNB11100
007700 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB11100
007700 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB11100
007710 COPY WSERRLOG.                                                   CNB11100
007800 01  WS-CNTL-EOF-SW                PIC X  VALUE 'N'.              CNB11100
007900     88  WS-EOF-CNTL                      VALUE 'Y'.              CNB11100
008000 01  WS-CLAIM-EOF-SW               PIC X  VALUE 'N'.              CNB11100
026700     CLOSE RPT-FILE.                                              CNB11100
026700*                                                                 CNB11100
026700 P9999-GOT-PROBLEM.                                               CNB11100
026700     MOVE 'CNB111'                 TO XE-PROGRAM                  CNB11100
026700     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB11100
026700     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB11100
026700     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB11100
026700     DISPLAY 'CNB111 ABEND IN ' WS-ABEND-PARAGRAPH                CNB11100
026700              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB11100
026700     MOVE 16 TO RETURN-CODE                                       CNB11100
