005600     88  WS-RPT-OK           VALUE '00'.                          CNB10700
005600 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB10700
005600 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB10700
005610 COPY WSERRLOG.                                                   CNB10700
005700 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB10700
005800     88  WS-EOF-JHIST                     VALUE 'Y'.              CNB10700
005900 01  WS-JHIST-COUNT                PIC 9(7) VALUE ZEROS.          CNB10700
026132     GOBACK.                                                      CNB10700
026133*                                                                 CNB10700
026100 P9999-GOT-PROBLEM.                                               CNB10700
026100     MOVE 'CNB107'                 TO XE-PROGRAM                  CNB10700
026100     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB10700
026100     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB10700
026100     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB10700
026100     DISPLAY 'CNB107 ABEND IN ' WS-ABEND-PARAGRAPH                CNB10700
026100              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB10700
026100     MOVE 16 TO RETURN-CODE                                       CNB10700
