008900     88  WS-RPT-OK                        VALUE '00'.             CNB15100
009000 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB15100
009100 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB15100
009110 COPY WSERRLOG.                                                   CNB15100
009200 01  WS-EOF-CORR-SW                PIC X  VALUE 'N'.              CNB15100
009300     88  WS-EOF-CORR                      VALUE 'Y'.              CNB15100
009400 01  WS-EOF-DMND-SW                PIC X  VALUE 'N'.              CNB15100
041400           RPT-FILE.                                              CNB15100
041500*                                                                 CNB15100
041600 P9999-GOT-PROBLEM.                                               CNB15100
041610     MOVE 'CNB151'                 TO XE-PROGRAM                  CNB15100
041620     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB15100
041630     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB15100
041640     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB15100
041700     DISPLAY 'CNB151 ABEND IN ' WS-ABEND-PARAGRAPH                CNB15100
041800              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB15100
041900     MOVE 16 TO RETURN-CODE                                       CNB15100
