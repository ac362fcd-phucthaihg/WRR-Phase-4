011100     88  WS-RPT-OK                        VALUE '00'.             CNB19300
011200 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB19300
011300 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB19300
011310 COPY WSERRLOG.                                                   CNB19300
011400 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB19300
011500     88  WS-FUNC-APPLY                    VALUE 'APPLY'.          CNB19300
011600     88  WS-FUNC-REPORT                   VALUE 'REPORT'.         CNB19300
033800           RPT-FILE.                                              CNB19300
033900*                                                                 CNB19300
034000 P9999-GOT-PROBLEM.                                               CNB19300
034010     MOVE 'CNB193'                 TO XE-PROGRAM                  CNB19300
034020     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB19300
034030     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB19300
034040     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB19300
034100     DISPLAY 'CNB193 ABEND IN ' WS-ABEND-PARAGRAPH                CNB19300
034200              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB19300
034300     MOVE 16 TO RETURN-CODE                                       CNB19300
