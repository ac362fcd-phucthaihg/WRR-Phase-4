013000     88  WS-RPT-OK                        VALUE '00'.             CNB18800
013100 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB18800
013200 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB18800
013210 COPY WSERRLOG.                                                   CNB18800
013300 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB18800
013400     88  WS-FUNC-MAINT                    VALUE 'MAINT'.          CNB18800
013500     88  WS-FUNC-LIST                     VALUE 'LIST'.           CNB18800
044600           RPT-FILE.                                              CNB18800
044700*                                                                 CNB18800
044800 P9999-GOT-PROBLEM.                                               CNB18800
044810     MOVE 'CNB188'                 TO XE-PROGRAM                  CNB18800
044820     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB18800
044830     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB18800
044840     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB18800
044900     DISPLAY 'CNB188 ABEND IN ' WS-ABEND-PARAGRAPH                CNB18800
045000              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB18800
045100     MOVE 16 TO RETURN-CODE                                       CNB18800
