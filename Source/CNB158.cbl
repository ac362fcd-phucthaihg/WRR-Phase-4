009600     88  WS-RPT-OK                        VALUE '00'.             CNB15800
009700 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB15800
009800 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB15800
009810 COPY WSERRLOG.                                                   CNB15800
009900 01  WS-RUN-DATE                   PIC X(8) VALUE SPACES.         CNB15800
010000 01  WS-WINDOW-END-SER             PIC S9(9) COMP VALUE ZEROS.    CNB15800
010100 01  WS-RUN-SER                    PIC S9(9) COMP VALUE ZEROS.    CNB15800
050100           RPT-FILE.                                              CNB15800
050200*                                                                 CNB15800
050300 P9999-GOT-PROBLEM.                                               CNB15800
050310     MOVE 'CNB158'                 TO XE-PROGRAM                  CNB15800
050320     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB15800
050330     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB15800
050340     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB15800
050400     DISPLAY 'CNB158 ABEND IN ' WS-ABEND-PARAGRAPH                CNB15800
050500              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB15800
050600     MOVE 16 TO RETURN-CODE                                       CNB15800
