011700     88  WS-RPT-OK                        VALUE '00'.             CNB20900
011800 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB20900
011900 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB20900
011910 COPY WSERRLOG.                                                   CNB20900
012000 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB20900
012100     88  WS-FUNC-REPORT                   VALUE 'REPORT'.         CNB20900
012200     88  WS-FUNC-APPLY                    VALUE 'APPLY'.          CNB20900
038800     END-IF.                                                      CNB20900
038900*                                                                 CNB20900
039000 P9999-GOT-PROBLEM.                                               CNB20900
039010     MOVE 'CNB209'                 TO XE-PROGRAM                  CNB20900
039020     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB20900
039030     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB20900
039040     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB20900
039100     DISPLAY 'CNB209 ABEND IN ' WS-ABEND-PARAGRAPH                CNB20900
039200              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB20900
039300     MOVE 16 TO RETURN-CODE                                       CNB20900
