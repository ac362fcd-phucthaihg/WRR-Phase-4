007000     88  WS-AUD-OK                        VALUE '00'.             CNB15600
007100 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB15600
007200 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB15600
007210 COPY WSERRLOG.                                                   CNB15600
007300 01  WS-FILES-OPEN-SW              PIC X  VALUE 'N'.              CNB15600
007400     88  WS-FILES-OPEN                    VALUE 'Y'.              CNB15600
007500 01  WS-CURR-DATE-TIME.                                           CNB15600
018000     END-IF.                                                      CNB15600
018100*                                                                 CNB15600
018200 P9999-GOT-PROBLEM.                                               CNB15600
018210     MOVE 'CNB156'                 TO XE-PROGRAM                  CNB15600
018220     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB15600
018230     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB15600
018240     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB15600
018300     DISPLAY 'CNB156 ABEND IN ' WS-ABEND-PARAGRAPH                CNB15600
018400              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB15600
018500     MOVE 16 TO RETURN-CODE                                       CNB15600
