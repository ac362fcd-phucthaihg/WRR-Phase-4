008100     88  WS-RPT-OK                        VALUE '00'.             CNB13300
008200 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB13300
008300 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB13300
008310 COPY WSERRLOG.                                                   CNB13300
008400 01  WS-PAY-PERIOD                 PIC X(6) VALUE SPACES.         CNB13300
008500 01  WS-EOF-TSLIP-SW               PIC X  VALUE 'N'.              CNB13300
008600     88  WS-EOF-TSLIP                     VALUE 'Y'.              CNB13300
028800           RPT-FILE.                                              CNB13300
028900*                                                                 CNB13300
029000 P9999-GOT-PROBLEM.                                               CNB13300
029010     MOVE 'CNB133'                 TO XE-PROGRAM                  CNB13300
029020     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB13300
029030     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB13300
029040     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB13300
029100     DISPLAY 'CNB133 ABEND IN ' WS-ABEND-PARAGRAPH                CNB13300
029200              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB13300
029300     MOVE 16 TO RETURN-CODE                                       CNB13300
