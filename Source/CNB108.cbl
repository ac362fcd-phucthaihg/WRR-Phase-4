006700     88  WS-RPT-OK           VALUE '00'.                          CNB10800
006700 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB10800
006700 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB10800
006710 COPY WSERRLOG.                                                   CNB10800
006800 01  WS-JHIST-EOF-SW                PIC X  VALUE 'N'.             CNB10800
006900     88  WS-EOF-JHIST                     VALUE 'Y'.              CNB10800
007000 01  WS-POINTR-EOF-SW               PIC X  VALUE 'N'.             CNB10800
025332     GOBACK.                                                      CNB10800
025333*                                                                 CNB10800
025300 P9999-GOT-PROBLEM.                                               CNB10800
025300     MOVE 'CNB108'                 TO XE-PROGRAM                  CNB10800
025300     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB10800
025300     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB10800
025300     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB10800
025300     DISPLAY 'CNB108 ABEND IN ' WS-ABEND-PARAGRAPH                CNB10800
025300              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB10800
025300     MOVE 16 TO RETURN-CODE                                       CNB10800
