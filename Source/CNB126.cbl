011800     88  WS-RPT-OK                        VALUE '00'.             CNB12600
011900 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB12600
012000 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB12600
012010 COPY WSERRLOG.                                                   CNB12600
012100 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB12600
012200     88  WS-EOF-ETOD                      VALUE 'Y'.              CNB12600
012300 01  WS-FILING-PERIOD              PIC X(6) VALUE SPACES.         CNB12600
035500           RPT-FILE.                                              CNB12600
035600*                                                                 CNB12600
035700 P9999-GOT-PROBLEM.                                               CNB12600
035710     MOVE 'CNB126'                 TO XE-PROGRAM                  CNB12600
035720     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB12600
035730     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB12600
035740     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB12600
035800     DISPLAY 'CNB126 ABEND IN ' WS-ABEND-PARAGRAPH                CNB12600
035900              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB12600
036000     MOVE 16 TO RETURN-CODE                                       CNB12600
