013500     88  WS-RPT-OK                        VALUE '00'.             CNB16200
013600 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB16200
013700 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB16200
013710 COPY WSERRLOG.                                                   CNB16200
013800 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB16200
013900     88  WS-EOF-ARR                       VALUE 'Y'.              CNB16200
014000 01  WS-UFP-DONE-SW                PIC X  VALUE 'N'.              CNB16200
039400           RPT-FILE.                                              CNB16200
039500*                                                                 CNB16200
039600 P9999-GOT-PROBLEM.                                               CNB16200
039610     MOVE 'CNB162'                 TO XE-PROGRAM                  CNB16200
039620     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB16200
039630     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB16200
039640     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB16200
039700     DISPLAY 'CNB162 ABEND IN ' WS-ABEND-PARAGRAPH                CNB16200
039800              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB16200
039900     MOVE 16 TO RETURN-CODE                                       CNB16200
