010000     88  WS-RPT-OK                        VALUE '00'.             CNB15300
010100 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB15300
010200 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB15300
010210 COPY WSERRLOG.                                                   CNB15300
010300 01  WS-AS-OF-DATE                 PIC X(8) VALUE SPACES.         CNB15300
010400 01  WS-WINDOW-START               PIC S9(9) COMP VALUE ZEROS.    CNB15300
010500 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB15300
032300           RPT-FILE.                                              CNB15300
032400*                                                                 CNB15300
032500 P9999-GOT-PROBLEM.                                               CNB15300
032510     MOVE 'CNB153'                 TO XE-PROGRAM                  CNB15300
032520     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB15300
032530     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB15300
032540     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB15300
032600     DISPLAY 'CNB153 ABEND IN ' WS-ABEND-PARAGRAPH                CNB15300
032700              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB15300
032800     MOVE 16 TO RETURN-CODE                                       CNB15300
