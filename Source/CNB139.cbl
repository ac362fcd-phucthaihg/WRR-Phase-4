011200     88  WS-RPT-OK                        VALUE '00'.             CNB13900
011300 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB13900
011400 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB13900
011410 COPY WSERRLOG.                                                   CNB13900
011500 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB13900
011600     88  WS-EOF-JHIST                     VALUE 'Y'.              CNB13900
011700 01  WS-EOF-STG-SW                 PIC X  VALUE 'N'.              CNB13900
036300           RPT-FILE.                                              CNB13900
036400*                                                                 CNB13900
036500 P9999-GOT-PROBLEM.                                               CNB13900
036510     MOVE 'CNB139'                 TO XE-PROGRAM                  CNB13900
036520     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB13900
036530     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB13900
036540     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB13900
036600     DISPLAY 'CNB139 ABEND IN ' WS-ABEND-PARAGRAPH                CNB13900
036700              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB13900
036800     MOVE 16 TO RETURN-CODE                                       CNB13900
