013300     88  WS-RPT-OK                        VALUE '00'.             CNB21700
013400 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB21700
013500 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB21700
013510 COPY WSERRLOG.                                                   CNB21700
013600 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB21700
013700     88  WS-FUNC-MAINT                    VALUE 'MAINT'.          CNB21700
013800     88  WS-FUNC-DERIVE                   VALUE 'DERIVE'.         CNB21700
043900           RPT-FILE.                                              CNB21700
044000*                                                                 CNB21700
044100 P9999-GOT-PROBLEM.                                               CNB21700
044110     MOVE 'CNB217'                 TO XE-PROGRAM                  CNB21700
044120     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB21700
044130     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB21700
044140     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB21700
044200     DISPLAY 'CNB217 ABEND IN ' WS-ABEND-PARAGRAPH                CNB21700
044300              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB21700
044400     MOVE 16 TO RETURN-CODE                                       CNB21700
