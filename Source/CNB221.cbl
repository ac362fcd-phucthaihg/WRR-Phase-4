012800     88  WS-RPT-OK                        VALUE '00'.             CNB22100
012900 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB22100
013000 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB22100
013010 COPY WSERRLOG.                                                   CNB22100
013100 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB22100
013200 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB22100
013300     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB22100
040600           RPT-FILE.                                              CNB22100
040700*                                                                 CNB22100
040800 P9999-GOT-PROBLEM.                                               CNB22100
040810     MOVE 'CNB221'                 TO XE-PROGRAM                  CNB22100
040820     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB22100
040830     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB22100
040840     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB22100
040900     DISPLAY 'CNB221 ABEND IN ' WS-ABEND-PARAGRAPH                CNB22100
041000              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB22100
041100     MOVE 16 TO RETURN-CODE                                       CNB22100
