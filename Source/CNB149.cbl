015500     88  WS-RPT-OK                        VALUE '00'.             CNB14900
015600 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB14900
015700 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB14900
015710 COPY WSERRLOG.                                                   CNB14900
015800 01  WS-RUN-FUNC                   PIC X(8) VALUE SPACES.         CNB14900
015900     88  WS-FUNC-PREVIEW                  VALUE 'PREVIEW '.       CNB14900
016000     88  WS-FUNC-COMMIT                   VALUE 'COMMIT  '.       CNB14900
053200     END-IF.                                                      CNB14900
053300*                                                                 CNB14900
053400 P9999-GOT-PROBLEM.                                               CNB14900
053410     MOVE 'CNB149'                 TO XE-PROGRAM                  CNB14900
053420     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB14900
053430     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB14900
053440     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB14900
053500     DISPLAY 'CNB149 ABEND IN ' WS-ABEND-PARAGRAPH                CNB14900
053600              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB14900
053700     MOVE 16 TO RETURN-CODE                                       CNB14900
