010200     88  WS-RPT-OK                        VALUE '00'.             CNB17200
010300 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB17200
010400 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB17200
010410 COPY WSERRLOG.                                                   CNB17200
010500 01  WS-SNAP-DONE-SW               PIC X  VALUE 'N'.              CNB17200
010600     88  WS-SNAP-DONE                     VALUE 'Y'.              CNB17200
010700 01  WS-JH-DONE-SW                 PIC X  VALUE 'N'.              CNB17200
043300           RPT-FILE.                                              CNB17200
043400*                                                                 CNB17200
043500 P9999-GOT-PROBLEM.                                               CNB17200
043510     MOVE 'CNB172'                 TO XE-PROGRAM                  CNB17200
043520     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB17200
043530     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB17200
043540     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB17200
043600     DISPLAY 'CNB172 ABEND IN ' WS-ABEND-PARAGRAPH                CNB17200
043700              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB17200
043800     MOVE 16 TO RETURN-CODE                                       CNB17200
