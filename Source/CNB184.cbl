011900     88  WS-RPT-OK                        VALUE '00'.             CNB18400
012000 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB18400
012100 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB18400
012110 COPY WSERRLOG.                                                   CNB18400
012200 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB18400
012300     88  WS-FUNC-BUILD                    VALUE 'BUILD'.          CNB18400
012400     88  WS-FUNC-REPORT                   VALUE 'REPORT'.         CNB18400
036300     CLOSE RPT-FILE.                                              CNB18400
036400*                                                                 CNB18400
036500 P9999-GOT-PROBLEM.                                               CNB18400
036510     MOVE 'CNB184'                 TO XE-PROGRAM                  CNB18400
036520     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB18400
036530     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB18400
036540     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB18400
036600     DISPLAY 'CNB184 ABEND IN ' WS-ABEND-PARAGRAPH                CNB18400
036700              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB18400
036800     MOVE 16 TO RETURN-CODE                                       CNB18400
