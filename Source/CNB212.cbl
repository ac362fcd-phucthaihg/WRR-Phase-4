015300     88  WS-RPT-OK                        VALUE '00'.             CNB21200
015400 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB21200
015500 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB21200
015510 COPY WSERRLOG.                                                   CNB21200
015600 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB21200
015700     88  WS-FUNC-MAINT                    VALUE 'MAINT'.          CNB21200
015800     88  WS-FUNC-CYCLE                    VALUE 'CYCLE'.          CNB21200
058800           RPT-FILE.                                              CNB21200
058900*                                                                 CNB21200
059000 P9999-GOT-PROBLEM.                                               CNB21200
059010     MOVE 'CNB212'                 TO XE-PROGRAM                  CNB21200
059020     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB21200
059030     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB21200
059040     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB21200
059100     DISPLAY 'CNB212 ABEND IN ' WS-ABEND-PARAGRAPH                CNB21200
059200              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB21200
059300     MOVE 16 TO RETURN-CODE                                       CNB21200
