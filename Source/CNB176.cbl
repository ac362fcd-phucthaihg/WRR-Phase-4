012000     88  WS-RPT-OK                        VALUE '00'.             CNB17600
012100 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB17600
012200 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB17600
012210 COPY WSERRLOG.                                                   CNB17600
012300 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB17600
012400     88  WS-FUNC-REPORT                   VALUE 'REPORT'.         CNB17600
012500     88  WS-FUNC-APPLY                    VALUE 'APPLY'.          CNB17600
053100           RPT-FILE.                                              CNB17600
053200*                                                                 CNB17600
053300 P9999-GOT-PROBLEM.                                               CNB17600
053310     MOVE 'CNB176'                 TO XE-PROGRAM                  CNB17600
053320     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB17600
053330     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB17600
053340     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB17600
053400     DISPLAY 'CNB176 ABEND IN ' WS-ABEND-PARAGRAPH                CNB17600
053500              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB17600
053600     MOVE 16 TO RETURN-CODE                                       CNB17600
