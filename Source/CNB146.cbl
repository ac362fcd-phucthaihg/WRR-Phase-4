008800     88  WS-RPT-OK                        VALUE '00'.             CNB14600
008900 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB14600
009000 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB14600
009010 COPY WSERRLOG.                                                   CNB14600
009100 01  WS-CASE-NBR                   PIC X(10) VALUE SPACES.        CNB14600
009200 01  WS-EMP-NBR                    PIC X(9) VALUE SPACES.         CNB14600
009300 01  WS-FROM-DATE                  PIC X(8) VALUE SPACES.         CNB14600
028700           RPT-FILE.                                              CNB14600
028800*                                                                 CNB14600
028900 P9999-GOT-PROBLEM.                                               CNB14600
028910     MOVE 'CNB146'                 TO XE-PROGRAM                  CNB14600
028920     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB14600
028930     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB14600
028940     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB14600
029000     DISPLAY 'CNB146 ABEND IN ' WS-ABEND-PARAGRAPH                CNB14600
029100              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB14600
029200     MOVE 16 TO RETURN-CODE                                       CNB14600
