006650     88  WS-RPT-OK                        VALUE '00'.             CNB10100
006660 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB10100
006670 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB10100
006680 COPY WSERRLOG.                                                   CNB10100
006700 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB10100
006800     88  WS-EOF-MASTER                    VALUE 'Y'.              CNB10100
006900 01  WS-MSTR-COUNT                 PIC 9(7) VALUE ZEROS.          CNB10100
018432     GOBACK.                                                      CNB10100
018433*                                                                 CNB10100
018500 P9999-GOT-PROBLEM.                                               CNB10100
018510     MOVE 'CNB101'                 TO XE-PROGRAM                  CNB10100
018520     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB10100
018530     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB10100
018540     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB10100
018600     DISPLAY 'CNB101 ABEND IN ' WS-ABEND-PARAGRAPH                CNB10100
018700              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB10100
018800     MOVE 16 TO RETURN-CODE                                       CNB10100
