015400     88  WS-RPT-OK                        VALUE '00'.             CNB17900
015500 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB17900
015600 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB17900
015610 COPY WSERRLOG.                                                   CNB17900
015700 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB17900
015800 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB17900
015900     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB17900
049500           RPT-FILE.                                              CNB17900
049600*                                                                 CNB17900
049700 P9999-GOT-PROBLEM.                                               CNB17900
049710     MOVE 'CNB179'                 TO XE-PROGRAM                  CNB17900
049720     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB17900
049730     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB17900
049740     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB17900
049800     DISPLAY 'CNB179 ABEND IN ' WS-ABEND-PARAGRAPH                CNB17900
049900              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB17900
050000     MOVE 16 TO RETURN-CODE                                       CNB17900
