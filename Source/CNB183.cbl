013100     88  WS-RPT-OK                        VALUE '00'.             CNB18300
013200 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB18300
013300 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB18300
013310 COPY WSERRLOG.                                                   CNB18300
013400 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB18300
013500     88  WS-FUNC-CAPTURE                  VALUE 'CAPTURE'.        CNB18300
013600     88  WS-FUNC-AUDIT                    VALUE 'AUDIT'.          CNB18300
054000           RPT-FILE.                                              CNB18300
054100*                                                                 CNB18300
054200 P9999-GOT-PROBLEM.                                               CNB18300
054210     MOVE 'CNB183'                 TO XE-PROGRAM                  CNB18300
054220     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB18300
054230     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB18300
054240     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB18300
054300     DISPLAY 'CNB183 ABEND IN ' WS-ABEND-PARAGRAPH                CNB18300
054400              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB18300
054500     MOVE 16 TO RETURN-CODE                                       CNB18300
