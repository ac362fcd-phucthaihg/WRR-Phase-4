014500     88  WS-RPT-OK                        VALUE '00'.             CNB13000
014600 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB13000
014700 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB13000
014710 COPY WSERRLOG.                                                   CNB13000
014800 01  WS-RUN-FUNC                   PIC X(8) VALUE SPACES.         CNB13000
014900     88  WS-FUNC-APPLY                    VALUE 'APPLY   '.       CNB13000
015000     88  WS-FUNC-REVERSE                  VALUE 'REVERSE '.       CNB13000
051000           RPT-FILE.                                              CNB13000
051100*                                                                 CNB13000
051200 P9999-GOT-PROBLEM.                                               CNB13000
051210     MOVE 'CNB130'                 TO XE-PROGRAM                  CNB13000
051220     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB13000
051230     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB13000
051240     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB13000
051300     DISPLAY 'CNB130 ABEND IN ' WS-ABEND-PARAGRAPH                CNB13000
051400              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB13000
051500     MOVE 16 TO RETURN-CODE                                       CNB13000
