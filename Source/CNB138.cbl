005400     88  WS-RPT-OK                        VALUE '00'.             CNB13800
005500 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB13800
005600 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB13800
005610 COPY WSERRLOG.                                                   CNB13800
005700 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB13800
005800     88  WS-EOF-MSTR                      VALUE 'Y'.              CNB13800
005900 01  WS-MSTR-COUNT                 PIC 9(7) VALUE ZEROS.          CNB13800
033200           RPT-FILE.                                              CNB13800
033300*                                                                 CNB13800
033400 P9999-GOT-PROBLEM.                                               CNB13800
033410     MOVE 'CNB138'                 TO XE-PROGRAM                  CNB13800
033420     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB13800
033430     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB13800
033440     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB13800
033500     DISPLAY 'CNB138 ABEND IN ' WS-ABEND-PARAGRAPH                CNB13800
033600              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB13800
033700     MOVE 16 TO RETURN-CODE                                       CNB13800
