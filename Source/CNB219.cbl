015100     88  WS-RPT-OK                        VALUE '00'.             CNB21900
015200 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB21900
015300 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB21900
015310 COPY WSERRLOG.                                                   CNB21900
015400 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB21900
015500     88  WS-FUNC-PROMOTE                  VALUE 'PROMOTE'.        CNB21900
015600     88  WS-FUNC-FLOWBACK                 VALUE 'FLOWBACK'.       CNB21900
061300           RPT-FILE.                                              CNB21900
061400*                                                                 CNB21900
061500 P9999-GOT-PROBLEM.                                               CNB21900
061510     MOVE 'CNB219'                 TO XE-PROGRAM                  CNB21900
061520     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB21900
061530     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB21900
061540     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB21900
061600     DISPLAY 'CNB219 ABEND IN ' WS-ABEND-PARAGRAPH                CNB21900
061700              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB21900
061800     MOVE 16 TO RETURN-CODE                                       CNB21900
