009200     88  WS-RPT-OK                        VALUE '00'.             CNB22000
009300 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB22000
009400 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB22000
009410 COPY WSERRLOG.                                                   CNB22000
009500 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB22000
009600     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB22000
009700 01  WS-ATT-COUNT                  PIC 9(7) VALUE ZEROS.          CNB22000
039900           RPT-FILE.                                              CNB22000
040000*                                                                 CNB22000
040100 P9999-GOT-PROBLEM.                                               CNB22000
040110     MOVE 'CNB220'                 TO XE-PROGRAM                  CNB22000
040120     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB22000
040130     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB22000
040140     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB22000
040200     DISPLAY 'CNB220 ABEND IN ' WS-ABEND-PARAGRAPH                CNB22000
040300              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB22000
040400     MOVE 16 TO RETURN-CODE                                       CNB22000
