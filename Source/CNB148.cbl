012500     88  WS-RPT-OK                        VALUE '00'.             CNB14800
012600 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB14800
012700 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB14800
012710 COPY WSERRLOG.                                                   CNB14800
012800 01  WS-RUN-FUNC                   PIC X(8) VALUE SPACES.         CNB14800
012900     88  WS-FUNC-EXPORT                   VALUE 'EXPORT  '.       CNB14800
013000     88  WS-FUNC-POST                     VALUE 'POST    '.       CNB14800
044600           RPT-FILE.                                              CNB14800
044700*                                                                 CNB14800
044800 P9999-GOT-PROBLEM.                                               CNB14800
044810     MOVE 'CNB148'                 TO XE-PROGRAM                  CNB14800
044820     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB14800
044830     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB14800
044840     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB14800
044900     DISPLAY 'CNB148 ABEND IN ' WS-ABEND-PARAGRAPH                CNB14800
045000              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB14800
045100     MOVE 16 TO RETURN-CODE                                       CNB14800
