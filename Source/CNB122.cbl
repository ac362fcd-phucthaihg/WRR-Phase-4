012800     05  EBIO-EMP-NO               PIC 9(9).                      CNB12200
012900     05  EBIO-STATUS               PIC X.                         CNB12200
013000         88  EBIO-ON-BOARD               VALUE 'Y'.               CNB12200
013010     05  EBIO-TAG                  PIC X.                         CNB12200
013020         88  EBIO-TAG-YOUR-IT            VALUE 'Y'.               CNB12200
013100     05  FILLER                    PIC X(61).                     CNB12200
013200 FD  JHIST-FILE                                                   CNB12200
013300     RECORD CONTAINS 350 CHARACTERS.                              CNB12200
013400 01  JHIO-RECORD.                                                 CNB12200
018700     05  EBX-CC                    PIC X(2).                      CNB12200
018800     05  EBX-TURN-NBR              PIC X(2).                      CNB12200
018900     05  EBX-STATUS                PIC X.                         CNB12200
018910     05  EBX-TAG                   PIC X.                         CNB12200
019000     05  FILLER                    PIC X(70).                     CNB12200
019100 FD  XBSEQ-FILE                                                   CNB12200
019200     RECORD CONTAINS 80 CHARACTERS.                               CNB12200
019300 01  XBSEQ-RECORD.                                                CNB12200
027100     88  WS-RPT-OK                        VALUE '00'.             CNB12200
027200 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB12200
027300 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB12200
027310 COPY WSERRLOG.                                                   CNB12200
027400 01  WS-EOF-MSTR-SW                PIC X  VALUE 'N'.              CNB12200
027500     88  WS-EOF-MSTR                      VALUE 'Y'.              CNB12200
027600 01  WS-EOF-EB-SW                  PIC X  VALUE 'N'.              CNB12200
051900     MOVE EBIO-CC                  TO EBX-CC                      CNB12200
052000     MOVE EBIO-TURN-NBR            TO EBX-TURN-NBR                CNB12200
052100     MOVE EBIO-STATUS              TO EBX-STATUS                  CNB12200
052110     IF EBIO-TAG-YOUR-IT                                          CNB12200
052120        MOVE 'Y'                   TO EBX-TAG                     CNB12200
052130     END-IF                                                       CNB12200
052200     WRITE EBSEQ-RECORD                                           CNB12200
052300     IF EBIO-KEY(1:6) NOT = WS-XB-GROUP-KEY                       CNB12200
052400        PERFORM P3500-FLUSH-XB-GROUP                              CNB12200
083200     CLOSE REPOSEQ-FILE.                                          CNB12200
083300*                                                                 CNB12200
083400 P9999-GOT-PROBLEM.                                               CNB12200
083410     MOVE 'CNB122'                 TO XE-PROGRAM                  CNB12200
083420     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB12200
083430     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB12200
083440     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB12200
083500     DISPLAY 'CNB122 ABEND IN ' WS-ABEND-PARAGRAPH                CNB12200
083600              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB12200
083700     MOVE 16 TO RETURN-CODE                                       CNB12200
