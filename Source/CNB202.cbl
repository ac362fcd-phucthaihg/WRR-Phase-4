002500*                WITHIN THE PARM GRACE MINUTES OF PICKUP) AND     CNB20200
002600*                ORDER VOLUME BY VENDOR FOR THE MONTHLY           CNB20200
002700*                INVOICE FIGHT.                                   CNB20200
002710*    AN ORDER CNB271 TAKES THE LAST PASSENGER OFF (A HOME-        CNB20200
002720*    TERMINAL CHANGE) IS CANCELLED - STATUS X.  IT CANNOT BE      CNB20200
002730*    CONFIRMED OR DONE (REJECT CANC) AND IS NOT COUNTED IN THE    CNB20200
002740*    VENDOR VOLUME.                                               CNB20200
002800*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB20200
002900*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB20200
003000*                                                                 CNB20200
008400         88  TO-ORDERED                  VALUE 'O'.               CNB20200
008500         88  TO-CONFIRMED                VALUE 'C'.               CNB20200
008600         88  TO-COMPLETED                VALUE 'D'.               CNB20200
008610         88  TO-CANCELLED                VALUE 'X'.               CNB20200
008700     05  TO-CONFIRM-DATE-TIME      PIC X(10).                     CNB20200
008800     05  TO-ARRIVE-DATE-TIME       PIC X(10).                     CNB20200
008900     05  FILLER                    PIC X(53).                     CNB20200
010300     88  WS-RPT-OK                        VALUE '00'.             CNB20200
010400 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB20200
010500 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB20200
010510 COPY WSERRLOG.                                                   CNB20200
010600 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB20200
010700     88  WS-FUNC-MAINT                    VALUE 'MAINT'.          CNB20200
010800     88  WS-FUNC-REPORT                   VALUE 'REPORT'.         CNB20200
036100                MOVE 'P2200-RD-TOR' TO WS-ABEND-PARAGRAPH         CNB20200
036200                MOVE WS-TORD-STATUS TO WS-ABEND-STATUS            CNB20200
036300                PERFORM P9999-GOT-PROBLEM                         CNB20200
036310           WHEN TO-CANCELLED                                      CNB20200
036320                MOVE 'CANC'        TO WS-REJ-REASON               CNB20200
036400           WHEN OTHER                                             CNB20200
036500                IF TT-ACTION-CONFIRM                              CNB20200
036600                   SET TO-CONFIRMED TO TRUE                       CNB20200
039400             SET WS-EOF-INPUT TO TRUE                             CNB20200
039500     END-READ                                                     CNB20200
039600     IF NOT WS-EOF-INPUT                                          CNB20200
039700        IF NOT TO-CANCELLED                                       CNB20200
039710           PERFORM P4200-TALLY-VENDOR                             CNB20200
039720        END-IF                                                    CNB20200
039800        IF TO-COMPLETED                                           CNB20200
039900           AND TO-PICKUP-DATE-TIME NUMERIC                        CNB20200
040000           AND TO-ARRIVE-DATE-TIME NUMERIC                        CNB20200
051800           RPT-FILE.                                              CNB20200
051900*                                                                 CNB20200
052000 P9999-GOT-PROBLEM.                                               CNB20200
052010     MOVE 'CNB202'                 TO XE-PROGRAM                  CNB20200
052020     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB20200
052030     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB20200
052040     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB20200
052100     DISPLAY 'CNB202 ABEND IN ' WS-ABEND-PARAGRAPH                CNB20200
052200              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB20200
052300     MOVE 16 TO RETURN-CODE                                       CNB20200
