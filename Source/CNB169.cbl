008600     88  WS-JHIST-DUP                     VALUE '22'.             CNB16900
008700 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB16900
008800 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB16900
008810 COPY WSERRLOG.                                                   CNB16900
008900 01  WS-FILES-OPEN-SW              PIC X  VALUE 'N'.              CNB16900
009000     88  WS-FILES-OPEN                    VALUE 'Y'.              CNB16900
009100 01  WS-POS-SUB                    PIC S9(4) COMP VALUE ZEROS.    CNB16900
037600     END-IF.                                                      CNB16900
037700*                                                                 CNB16900
037800 P9999-GOT-PROBLEM.                                               CNB16900
037810     MOVE 'CNB169'                 TO XE-PROGRAM                  CNB16900
037820     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB16900
037830     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB16900
037840     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB16900
037900     DISPLAY 'CNB169 ABEND IN ' WS-ABEND-PARAGRAPH                CNB16900
038000              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB16900
038100     MOVE 16 TO RETURN-CODE                                       CNB16900
