011500     88  WS-RPT-OK                        VALUE '00'.             CNB16100
011600 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB16100
011700 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB16100
011710 COPY WSERRLOG.                                                   CNB16100
011800 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB16100
011900     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB16100
012000 01  WS-WEEK-START                 PIC X(8) VALUE SPACES.         CNB16100
050800           RPT-FILE.                                              CNB16100
050900*                                                                 CNB16100
051000 P9999-GOT-PROBLEM.                                               CNB16100
051010     MOVE 'CNB161'                 TO XE-PROGRAM                  CNB16100
051020     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB16100
051030     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB16100
051040     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB16100
051100     DISPLAY 'CNB161 ABEND IN ' WS-ABEND-PARAGRAPH                CNB16100
051200              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB16100
051300     MOVE 16 TO RETURN-CODE                                       CNB16100
