014700     88  WS-RPT-OK                        VALUE '00'.             CNB18100
014800 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB18100
014900 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB18100
014910 COPY WSERRLOG.                                                   CNB18100
015000 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB18100
015100     88  WS-FUNC-RECORD                   VALUE 'RECORD'.         CNB18100
015200     88  WS-FUNC-AGEREPT                  VALUE 'AGEREPT'.        CNB18100
059200           RPT-FILE.                                              CNB18100
059300*                                                                 CNB18100
059400 P9999-GOT-PROBLEM.                                               CNB18100
059410     MOVE 'CNB181'                 TO XE-PROGRAM                  CNB18100
059420     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB18100
059430     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB18100
059440     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB18100
059500     DISPLAY 'CNB181 ABEND IN ' WS-ABEND-PARAGRAPH                CNB18100
059600              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB18100
059700     MOVE 16 TO RETURN-CODE                                       CNB18100
