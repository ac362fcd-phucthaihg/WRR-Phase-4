011600     88  WS-RPT-OK                        VALUE '00'.             CNB14500
011700 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB14500
011800 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB14500
011810 COPY WSERRLOG.                                                   CNB14500
011900 01  WS-RUN-FUNC                   PIC X(8) VALUE SPACES.         CNB14500
012000     88  WS-FUNC-CAPTURE                  VALUE 'CAPTURE '.       CNB14500
012100     88  WS-FUNC-BROWSE                   VALUE 'BROWSE  '.       CNB14500
039300           RPT-FILE.                                              CNB14500
039400*                                                                 CNB14500
039500 P9999-GOT-PROBLEM.                                               CNB14500
039510     MOVE 'CNB145'                 TO XE-PROGRAM                  CNB14500
039520     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB14500
039530     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB14500
039540     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB14500
039600     DISPLAY 'CNB145 ABEND IN ' WS-ABEND-PARAGRAPH                CNB14500
039700              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB14500
039800     MOVE 16 TO RETURN-CODE                                       CNB14500
