013100     88  WS-RPT-OK                        VALUE '00'.             CNB19000
013200 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB19000
013300 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB19000
013310 COPY WSERRLOG.                                                   CNB19000
013400 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB19000
013500 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB19000
013600     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB19000
050800           RPT-FILE.                                              CNB19000
050900*                                                                 CNB19000
051000 P9999-GOT-PROBLEM.                                               CNB19000
051010     MOVE 'CNB190'                 TO XE-PROGRAM                  CNB19000
051020     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB19000
051030     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB19000
051040     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB19000
051100     DISPLAY 'CNB190 ABEND IN ' WS-ABEND-PARAGRAPH                CNB19000
051200              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB19000
051300     MOVE 16 TO RETURN-CODE                                       CNB19000
