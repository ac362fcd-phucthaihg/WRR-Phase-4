013700     88  WS-RPT-OK                        VALUE '00'.             CNB13700
013800 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB13700
013900 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB13700
013910 COPY WSERRLOG.                                                   CNB13700
014000 01  WS-RUN-FUNC                   PIC X(8) VALUE SPACES.         CNB13700
014100     88  WS-FUNC-APPLY                    VALUE 'APPLY   '.       CNB13700
014200     88  WS-FUNC-ACTIVATE                 VALUE 'ACTIVATE'.       CNB13700
052700     CLOSE RPT-FILE.                                              CNB13700
052800*                                                                 CNB13700
052900 P9999-GOT-PROBLEM.                                               CNB13700
052910     MOVE 'CNB137'                 TO XE-PROGRAM                  CNB13700
052920     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB13700
052930     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB13700
052940     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB13700
053000     DISPLAY 'CNB137 ABEND IN ' WS-ABEND-PARAGRAPH                CNB13700
053100              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB13700
053200     MOVE 16 TO RETURN-CODE                                       CNB13700
