016700     88  WS-RPT-OK                        VALUE '00'.             CNB18000
016800 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB18000
016900 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB18000
016910 COPY WSERRLOG.                                                   CNB18000
017000 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB18000
017100     88  WS-FUNC-MAINT                    VALUE 'MAINT'.          CNB18000
017200     88  WS-FUNC-LIST                     VALUE 'LIST'.           CNB18000
071900           RPT-FILE.                                              CNB18000
072000*                                                                 CNB18000
072100 P9999-GOT-PROBLEM.                                               CNB18000
072110     MOVE 'CNB180'                 TO XE-PROGRAM                  CNB18000
072120     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB18000
072130     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB18000
072140     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB18000
072200     DISPLAY 'CNB180 ABEND IN ' WS-ABEND-PARAGRAPH                CNB18000
072300              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB18000
072400     MOVE 16 TO RETURN-CODE                                       CNB18000
