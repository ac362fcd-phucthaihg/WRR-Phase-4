013200     88  WS-RPT-OK                        VALUE '00'.             CNB17100
013300 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB17100
013400 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB17100
013410 COPY WSERRLOG.                                                   CNB17100
013500 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB17100
013600     88  WS-FUNC-TRANSFER                 VALUE 'TRANSFER'.       CNB17100
013700     88  WS-FUNC-RETURN                   VALUE 'RETURN'.         CNB17100
061700     CLOSE RPT-FILE.                                              CNB17100
061800*                                                                 CNB17100
061900 P9999-GOT-PROBLEM.                                               CNB17100
061910     MOVE 'CNB171'                 TO XE-PROGRAM                  CNB17100
061920     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB17100
061930     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB17100
061940     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB17100
062000     DISPLAY 'CNB171 ABEND IN ' WS-ABEND-PARAGRAPH                CNB17100
062100              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB17100
062200     MOVE 16 TO RETURN-CODE                                       CNB17100
