011700     88  WS-RPT-OK                        VALUE '00'.             CNB15500
011800 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB15500
011900 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB15500
011910 COPY WSERRLOG.                                                   CNB15500
012000 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB15500
012100     88  WS-FUNC-APPLY                    VALUE 'APPLY'.          CNB15500
012200     88  WS-FUNC-LIST                     VALUE 'LIST'.           CNB15500
042700     CLOSE RPT-FILE.                                              CNB15500
042800*                                                                 CNB15500
042900 P9999-GOT-PROBLEM.                                               CNB15500
042910     MOVE 'CNB155'                 TO XE-PROGRAM                  CNB15500
042920     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB15500
042930     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB15500
042940     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB15500
043000     DISPLAY 'CNB155 ABEND IN ' WS-ABEND-PARAGRAPH                CNB15500
043100              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB15500
043200     MOVE 16 TO RETURN-CODE                                       CNB15500
