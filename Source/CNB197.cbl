014500     88  WS-RPT-OK                        VALUE '00'.             CNB19700
014600 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB19700
014700 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB19700
014710 COPY WSERRLOG.                                                   CNB19700
014800 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB19700
014900     88  WS-FUNC-MAINT                    VALUE 'MAINT'.          CNB19700
015000     88  WS-FUNC-EXPIRE                   VALUE 'EXPIRE'.         CNB19700
062600           RPT-FILE.                                              CNB19700
062700*                                                                 CNB19700
062800 P9999-GOT-PROBLEM.                                               CNB19700
062810     MOVE 'CNB197'                 TO XE-PROGRAM                  CNB19700
062820     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB19700
062830     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB19700
062840     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB19700
062900     DISPLAY 'CNB197 ABEND IN ' WS-ABEND-PARAGRAPH                CNB19700
063000              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB19700
063100     MOVE 16 TO RETURN-CODE                                       CNB19700
