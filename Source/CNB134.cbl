011800     88  WS-RPT-OK                        VALUE '00'.             CNB13400
011900 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB13400
012000 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB13400
012010 COPY WSERRLOG.                                                   CNB13400
012100 01  WS-PAY-PERIOD                 PIC X(6) VALUE SPACES.         CNB13400
012200 01  WS-EOF-EB-SW                  PIC X  VALUE 'N'.              CNB13400
012300     88  WS-EOF-EB                        VALUE 'Y'.              CNB13400
035400           RPT-FILE.                                              CNB13400
035500*                                                                 CNB13400
035600 P9999-GOT-PROBLEM.                                               CNB13400
035610     MOVE 'CNB134'                 TO XE-PROGRAM                  CNB13400
035620     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB13400
035630     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB13400
035640     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB13400
035700     DISPLAY 'CNB134 ABEND IN ' WS-ABEND-PARAGRAPH                CNB13400
035800              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB13400
035900     MOVE 16 TO RETURN-CODE                                       CNB13400
