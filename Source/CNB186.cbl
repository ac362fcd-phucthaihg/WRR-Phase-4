014100     88  WS-RPT-OK                        VALUE '00'.             CNB18600
014200 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB18600
014300 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB18600
014310 COPY WSERRLOG.                                                   CNB18600
014400 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB18600
014500     88  WS-FUNC-VALIDATE                 VALUE 'VALIDATE'.       CNB18600
014600     88  WS-FUNC-APPLY                    VALUE 'APPLY'.          CNB18600
052800     END-IF.                                                      CNB18600
052900*                                                                 CNB18600
053000 P9999-GOT-PROBLEM.                                               CNB18600
053010     MOVE 'CNB186'                 TO XE-PROGRAM                  CNB18600
053020     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB18600
053030     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB18600
053040     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB18600
053100     DISPLAY 'CNB186 ABEND IN ' WS-ABEND-PARAGRAPH                CNB18600
053200              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB18600
053300     MOVE 16 TO RETURN-CODE                                       CNB18600
