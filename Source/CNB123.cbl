007600     88  WS-RPT-OK                        VALUE '00'.             CNB12300
007700 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB12300
007800 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB12300
007810 COPY WSERRLOG.                                                   CNB12300
007900 01  WS-RUN-DATE                   PIC X(8) VALUE SPACES.         CNB12300
008000 01  WS-STEP-SUB                   PIC S9(4) COMP VALUE ZEROS.    CNB12300
008100 01  WS-STEP-MAX                   PIC S9(4) COMP VALUE +21.      CNB12300
032400     END-IF.                                                      CNB12300
032500*                                                                 CNB12300
032600 P9999-GOT-PROBLEM.                                               CNB12300
032610     MOVE 'CNB123'                 TO XE-PROGRAM                  CNB12300
032620     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB12300
032630     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB12300
032640     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB12300
032700     DISPLAY 'CNB123 ABEND IN ' WS-ABEND-PARAGRAPH                CNB12300
032800              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB12300
032900     MOVE 16 TO RETURN-CODE                                       CNB12300
