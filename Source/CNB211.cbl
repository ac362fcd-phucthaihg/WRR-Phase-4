008600     88  WS-RPT-OK                        VALUE '00'.             CNB21100
008700 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB21100
008800 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB21100
008810 COPY WSERRLOG.                                                   CNB21100
008900 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB21100
009000     88  WS-FUNC-SUMMARY                  VALUE 'SUMMARY'.        CNB21100
009100     88  WS-FUNC-NOTIFY                   VALUE 'NOTIFY'.         CNB21100
030700           RPT-FILE.                                              CNB21100
030800*                                                                 CNB21100
030900 P9999-GOT-PROBLEM.                                               CNB21100
030910     MOVE 'CNB211'                 TO XE-PROGRAM                  CNB21100
030920     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB21100
030930     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB21100
030940     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB21100
031000     DISPLAY 'CNB211 ABEND IN ' WS-ABEND-PARAGRAPH                CNB21100
031100              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB21100
031200     MOVE 16 TO RETURN-CODE                                       CNB21100
