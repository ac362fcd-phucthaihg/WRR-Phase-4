008000     88  WS-RPT-OK           VALUE '00'.                          CNB10400
008000 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB10400
008000 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB10400
008010 COPY WSERRLOG.                                                   CNB10400
008100 01  WS-PARM-EOF-SW                PIC X  VALUE 'N'.              CNB10400
008200     88  WS-EOF-PARM                      VALUE 'Y'.              CNB10400
008300 01  WS-AJ-EOF-SW                  PIC X  VALUE 'N'.              CNB10400
025200     CLOSE RPT-FILE.                                              CNB10400
025200*                                                                 CNB10400
025200 P9999-GOT-PROBLEM.                                               CNB10400
025200     MOVE 'CNB104'                 TO XE-PROGRAM                  CNB10400
025200     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB10400
025200     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB10400
025200     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB10400
025200     DISPLAY 'CNB104 ABEND IN ' WS-ABEND-PARAGRAPH                CNB10400
025200              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB10400
025200     MOVE 16 TO RETURN-CODE                                       CNB10400
