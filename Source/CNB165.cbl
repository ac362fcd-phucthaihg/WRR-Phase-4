008100     88  WS-RPT-OK                        VALUE '00'.             CNB16500
008200 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB16500
008300 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB16500
008310 COPY WSERRLOG.                                                   CNB16500
008400 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB16500
008500     88  WS-EOF-MSTR                      VALUE 'Y'.              CNB16500
008600 01  WS-VAC-DONE-SW                PIC X  VALUE 'N'.              CNB16500
048600           RPT-FILE.                                              CNB16500
048700*                                                                 CNB16500
048800 P9999-GOT-PROBLEM.                                               CNB16500
048810     MOVE 'CNB165'                 TO XE-PROGRAM                  CNB16500
048820     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB16500
048830     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB16500
048840     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB16500
048900     DISPLAY 'CNB165 ABEND IN ' WS-ABEND-PARAGRAPH                CNB16500
049000              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB16500
049100     MOVE 16 TO RETURN-CODE                                       CNB16500
