013300     88  WS-RPT-OK                        VALUE '00'.             CNB14300
013400 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB14300
013500 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB14300
013510 COPY WSERRLOG.                                                   CNB14300
013600 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB14300
013700     88  WS-EOF-REQ                       VALUE 'Y'.              CNB14300
013800 01  WS-EOF-VAC-SW                 PIC X  VALUE 'N'.              CNB14300
029900           RPT-FILE.                                              CNB14300
030000*                                                                 CNB14300
030100 P9999-GOT-PROBLEM.                                               CNB14300
030110     MOVE 'CNB143'                 TO XE-PROGRAM                  CNB14300
030120     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB14300
030130     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB14300
030140     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB14300
030200     DISPLAY 'CNB143 ABEND IN ' WS-ABEND-PARAGRAPH                CNB14300
030300              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB14300
030400     MOVE 16 TO RETURN-CODE                                       CNB14300
