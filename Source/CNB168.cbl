010600     88  WS-RPT-OK                        VALUE '00'.             CNB16800
010700 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB16800
010800 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB16800
010810 COPY WSERRLOG.                                                   CNB16800
010900 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB16800
011000 01  WS-MARGIN-PCT                 PIC S9(4) COMP VALUE ZEROS.    CNB16800
011100 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB16800
034300           RPT-FILE.                                              CNB16800
034400*                                                                 CNB16800
034500 P9999-GOT-PROBLEM.                                               CNB16800
034510     MOVE 'CNB168'                 TO XE-PROGRAM                  CNB16800
034520     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB16800
034530     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB16800
034540     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB16800
034600     DISPLAY 'CNB168 ABEND IN ' WS-ABEND-PARAGRAPH                CNB16800
034700              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB16800
034800     MOVE 16 TO RETURN-CODE                                       CNB16800
