014000     88  WS-RPT-OK                        VALUE '00'.             CNB20600
014100 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB20600
014200 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB20600
014210 COPY WSERRLOG.                                                   CNB20600
014300 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB20600
014400     88  WS-FUNC-OPEN                     VALUE 'OPEN'.           CNB20600
014500     88  WS-FUNC-RECEIPT                  VALUE 'RECEIPT'.        CNB20600
051700           RPT-FILE.                                              CNB20600
051800*                                                                 CNB20600
051900 P9999-GOT-PROBLEM.                                               CNB20600
051910     MOVE 'CNB206'                 TO XE-PROGRAM                  CNB20600
051920     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB20600
051930     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB20600
051940     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB20600
052000     DISPLAY 'CNB206 ABEND IN ' WS-ABEND-PARAGRAPH                CNB20600
052100              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB20600
052200     MOVE 16 TO RETURN-CODE                                       CNB20600
