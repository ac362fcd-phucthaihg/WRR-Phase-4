009100     88  WS-RPT-OK                        VALUE '00'.             CNB13200
009200 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB13200
009300 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB13200
009310 COPY WSERRLOG.                                                   CNB13200
009400 01  WS-EOF-LINEUP-SW              PIC X  VALUE 'N'.              CNB13200
009500     88  WS-EOF-LINEUP                    VALUE 'Y'.              CNB13200
009600 01  WS-EOF-UFP-SW                 PIC X  VALUE 'N'.              CNB13200
036300           RPT-FILE.                                              CNB13200
036400*                                                                 CNB13200
036500 P9999-GOT-PROBLEM.                                               CNB13200
036510     MOVE 'CNB132'                 TO XE-PROGRAM                  CNB13200
036520     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB13200
036530     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB13200
036540     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB13200
036600     DISPLAY 'CNB132 ABEND IN ' WS-ABEND-PARAGRAPH                CNB13200
036700              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB13200
036800     MOVE 16 TO RETURN-CODE                                       CNB13200
