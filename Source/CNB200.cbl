015400     88  WS-RPT-OK                        VALUE '00'.             CNB20000
015500 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB20000
015600 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB20000
015610 COPY WSERRLOG.                                                   CNB20000
015700 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB20000
015800 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB20000
015900     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB20000
051800           RPT-FILE.                                              CNB20000
051900*                                                                 CNB20000
052000 P9999-GOT-PROBLEM.                                               CNB20000
052010     MOVE 'CNB200'                 TO XE-PROGRAM                  CNB20000
052020     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB20000
052030     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB20000
052040     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB20000
052100     DISPLAY 'CNB200 ABEND IN ' WS-ABEND-PARAGRAPH                CNB20000
052200              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB20000
052300     MOVE 16 TO RETURN-CODE                                       CNB20000
