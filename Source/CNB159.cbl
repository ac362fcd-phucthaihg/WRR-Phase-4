012900     88  WS-RPT-OK                        VALUE '00'.             CNB15900
013000 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB15900
013100 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB15900
013110 COPY WSERRLOG.                                                   CNB15900
013200 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB15900
013300     88  WS-FUNC-POST                     VALUE 'POST'.           CNB15900
013400     88  WS-FUNC-REPORT                   VALUE 'REPORT'.         CNB15900
051600     CLOSE RPT-FILE.                                              CNB15900
051700*                                                                 CNB15900
051800 P9999-GOT-PROBLEM.                                               CNB15900
051810     MOVE 'CNB159'                 TO XE-PROGRAM                  CNB15900
051820     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB15900
051830     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB15900
051840     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB15900
051900     DISPLAY 'CNB159 ABEND IN ' WS-ABEND-PARAGRAPH                CNB15900
052000              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB15900
052100     MOVE 16 TO RETURN-CODE                                       CNB15900
