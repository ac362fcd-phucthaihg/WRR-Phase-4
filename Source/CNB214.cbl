012400     88  WS-RPT-OK                        VALUE '00'.             CNB21400
012500 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB21400
012600 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB21400
012610 COPY WSERRLOG.                                                   CNB21400
012700 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB21400
012800     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB21400
012900 01  WS-PL-DONE-SW                 PIC X  VALUE 'N'.              CNB21400
047200           RPT-FILE.                                              CNB21400
047300*                                                                 CNB21400
047400 P9999-GOT-PROBLEM.                                               CNB21400
047410     MOVE 'CNB214'                 TO XE-PROGRAM                  CNB21400
047420     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB21400
047430     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB21400
047440     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB21400
047500     DISPLAY 'CNB214 ABEND IN ' WS-ABEND-PARAGRAPH                CNB21400
047600              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB21400
047700     MOVE 16 TO RETURN-CODE                                       CNB21400
