002000*    CENTS, SAME RECORD SHAPE CNB134 WRITES) AND EVERY            CNB16000
002100*    GENERATED CLAIM IS LISTED FOR AUDIT -- FEWER DISPUTES, NO    CNB16000
002200*    MISSED ENTITLEMENTS.                                         CNB16000
002210*    THE HOME IS THE ONE IN EFFECT ON THE TOUR'S TIE-UP DATE:     CNB16000
002220*    WHERE CNB271 HAS RECORDED HOME-TERMINAL CHANGES ON HTHIST,   CNB16000
002230*    A TIE-UP BEFORE A CHANGE'S EFFECTIVE DATE IS MEASURED FROM   CNB16000
002240*    THAT CHANGE'S OLD HOME AND ONE ON OR AFTER THE LATEST        CNB16000
002250*    CHANGE FROM ITS NEW HOME, SO A CHANGE BACK-DATED TO A BID    CNB16000
002260*    OR CLOSURE IS HONORED WHEN THE PERIOD IS RERUN.              CNB16000
002300*                                                                 CNB16000
002400*TBD  THE EMPTOD LAYOUT IS THE SAME REVERSE-ENGINEERED SHAPE      CNB16000
002500*CNB125/CNB126/CNB153 CARRY -- VERIFY BEFORE NEXT COMPILE.        CNB16000
004400            RECORD KEY    MIO-KEY                                 CNB16000
004500            ALTERNATE RECORD KEY MIO-EMP-NBR                      CNB16000
004600            FILE STATUS   WS-MSTRF-STATUS.                        CNB16000
004610     SELECT HH-FILE      ASSIGN TO HTHIST                         CNB16000
004620            ORGANIZATION  INDEXED                                 CNB16000
004630            ACCESS MODE   DYNAMIC                                 CNB16000
004640            RECORD KEY    HH-KEY                                  CNB16000
004650            FILE STATUS   WS-HH-STATUS.                           CNB16000
004700     SELECT TSGEN-FILE   ASSIGN TO TSGEN                          CNB16000
004800            ORGANIZATION  SEQUENTIAL                              CNB16000
004900            FILE STATUS   WS-TSGEN-STATUS.                        CNB16000
008600         10  MIO-EMP-NAME          PIC X(26).                     CNB16000
008700         10  MIO-EMP-NBR           PIC X(9).                      CNB16000
008800     05  FILLER                    PIC X(459).                    CNB16000
008810 FD  HH-FILE                                                      CNB16000
008815     RECORD CONTAINS 120 CHARACTERS.                              CNB16000
008820 01  HH-RECORD.                                                   CNB16000
008825     05  HH-KEY.                                                  CNB16000
008830         10  HH-EMP-NBR            PIC X(9).                      CNB16000
008835*        YYMMDD:                                                  CNB16000
008840         10  HH-EFF-DATE           PIC X(6).                      CNB16000
008845     05  HH-STATUS                 PIC X(1).                      CNB16000
008850         88  HH-WITHDRAWN                VALUE 'W'.               CNB16000
008855     05  HH-OLD-HOME.                                             CNB16000
008860         10  HH-OLD-TERM           PIC X(5).                      CNB16000
008865         10  HH-OLD-DIST           PIC X(2).                      CNB16000
008870         10  HH-OLD-SDIST          PIC X(2).                      CNB16000
008875     05  HH-NEW-HOME.                                             CNB16000
008880         10  HH-NEW-TERM           PIC X(5).                      CNB16000
008885         10  HH-NEW-DIST           PIC X(2).                      CNB16000
008890         10  HH-NEW-SDIST          PIC X(2).                      CNB16000
008895     05  FILLER                    PIC X(86).                     CNB16000
008900 FD  TSGEN-FILE                                                   CNB16000
009000     RECORD CONTAINS 80 CHARACTERS.                               CNB16000
009100 01  WS-TSGEN-RECORD.                                             CNB16000
010600 01  WS-MSTRF-STATUS               PIC XX VALUE SPACES.           CNB16000
010700     88  WS-MSTRF-OK                      VALUE '00'.             CNB16000
010800     88  WS-MSTRF-NOTFND                  VALUE '23'.             CNB16000
010810 01  WS-HH-STATUS                  PIC XX VALUE SPACES.           CNB16000
010820     88  WS-HH-OK                         VALUE '00'.             CNB16000
010830     88  WS-HH-MISSING                    VALUE '35'.             CNB16000
010900 01  WS-TSGEN-STATUS               PIC XX VALUE SPACES.           CNB16000
011000     88  WS-TSGEN-OK                      VALUE '00'.             CNB16000
011100 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB16000
011200     88  WS-RPT-OK                        VALUE '00'.             CNB16000
011300 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB16000
011400 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB16000
011410 COPY WSERRLOG.                                                   CNB16000
011500 01  WS-PAY-PERIOD                 PIC X(6) VALUE SPACES.         CNB16000
011600 01  WS-THRESHOLD-MINS             PIC S9(7) COMP VALUE ZEROS.    CNB16000
011700 01  WS-RATE-CENTS                 PIC 9(4) VALUE ZEROS.          CNB16000
012200 01  WS-HOME-SDIST                 PIC X(2) VALUE SPACES.         CNB16000
012300 01  WS-HOME-KNOWN-SW              PIC X  VALUE 'N'.              CNB16000
012400     88  WS-HOME-KNOWN                    VALUE 'Y'.              CNB16000
012410 01  WS-MSTR-DIST                  PIC X(2) VALUE SPACES.         CNB16000
012415 01  WS-MSTR-SDIST                 PIC X(2) VALUE SPACES.         CNB16000
012420 01  WS-HH-NONE-SW                 PIC X  VALUE 'N'.              CNB16000
012425     88  WS-HH-NONE                       VALUE 'Y'.              CNB16000
012430 01  WS-HH-END-SW                  PIC X  VALUE 'N'.              CNB16000
012435     88  WS-HH-END                        VALUE 'Y'.              CNB16000
012440 01  WS-TIEUP-DATE                 PIC X(6) VALUE SPACES.         CNB16000
012445 01  WS-HT-FOUND-SW                PIC X  VALUE 'N'.              CNB16000
012450     88  WS-HT-FOUND                      VALUE 'Y'.              CNB16000
012455 01  WS-HT-MAX                     PIC S9(4) COMP VALUE 20.       CNB16000
012460 01  WS-HT-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB16000
012465 01  WS-HT-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB16000
012470 01  WS-HT-TABLE.                                                 CNB16000
012475     05  WS-HT-ENTRY OCCURS 20 TIMES.                             CNB16000
012480         10  WS-HT-EFF-DATE        PIC X(6).                      CNB16000
012485         10  WS-HT-OLD-DIST        PIC X(2).                      CNB16000
012490         10  WS-HT-OLD-SDIST       PIC X(2).                      CNB16000
012495         10  WS-HT-NEW-DIST        PIC X(2).                      CNB16000
012500         10  WS-HT-NEW-SDIST       PIC X(2).                      CNB16000
012500 01  WS-PREV-AWAY-SW               PIC X  VALUE 'N'.              CNB16000
012600     88  WS-PREV-TOUR-AWAY                VALUE 'Y'.              CNB16000
012700 01  WS-PREV-OFFD-MINS             PIC S9(9) COMP VALUE ZEROS.    CNB16000
022300        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB16000
022400        PERFORM P9999-GOT-PROBLEM                                 CNB16000
022500     END-IF                                                       CNB16000
022510     OPEN INPUT HH-FILE                                           CNB16000
022515     IF WS-HH-MISSING                                             CNB16000
022520        SET WS-HH-NONE TO TRUE                                    CNB16000
022525     ELSE                                                         CNB16000
022530        IF NOT WS-HH-OK                                           CNB16000
022535           MOVE 'P1000-OPEN-HH'   TO WS-ABEND-PARAGRAPH           CNB16000
022540           MOVE WS-HH-STATUS      TO WS-ABEND-STATUS              CNB16000
022545           PERFORM P9999-GOT-PROBLEM                              CNB16000
022550        END-IF                                                    CNB16000
022555     END-IF                                                       CNB16000
022600     OPEN OUTPUT TSGEN-FILE                                       CNB16000
022700     IF NOT WS-TSGEN-OK                                           CNB16000
022800        MOVE 'P1000-OPEN-TSG'      TO WS-ABEND-PARAGRAPH          CNB16000
026600          KEY IS MIO-EMP-NBR                                      CNB16000
026700     EVALUATE TRUE                                                CNB16000
026800        WHEN WS-MSTRF-OK                                          CNB16000
026900             MOVE MIO-DIST         TO WS-MSTR-DIST                CNB16000
027000             MOVE MIO-SDIST        TO WS-MSTR-SDIST               CNB16000
027100             SET WS-HOME-KNOWN TO TRUE                            CNB16000
027110             PERFORM P2110-LOAD-CHANGES                           CNB16000
027200        WHEN WS-MSTRF-NOTFND                                      CNB16000
027300             CONTINUE                                             CNB16000
027400        WHEN OTHER                                                CNB16000
027700             PERFORM P9999-GOT-PROBLEM                            CNB16000
027800     END-EVALUATE.                                                CNB16000
027900*                                                                 CNB16000
027910 P2110-LOAD-CHANGES.                                              CNB16000
027911*    THE EMPLOYEE'S HOME-TERMINAL CHANGES IN EFFECTIVE-DATE       CNB16000
027912*    ORDER; WITHDRAWN CHANGES COUNT FOR NOTHING.                  CNB16000
027913     MOVE ZEROS                    TO WS-HT-COUNT                 CNB16000
027914     IF NOT WS-HH-NONE                                            CNB16000
027915        MOVE 'N'                   TO WS-HH-END-SW                CNB16000
027916        MOVE WS-CURR-EMP           TO HH-EMP-NBR                  CNB16000
027917        MOVE LOW-VALUES            TO HH-EFF-DATE                 CNB16000
027918        START HH-FILE KEY NOT < HH-KEY                            CNB16000
027919        IF NOT WS-HH-OK                                           CNB16000
027920           SET WS-HH-END TO TRUE                                  CNB16000
027921        END-IF                                                    CNB16000
027922        PERFORM P2120-NEXT-CHANGE UNTIL WS-HH-END                 CNB16000
027923     END-IF.                                                      CNB16000
027924*                                                                 CNB16000
027925 P2120-NEXT-CHANGE.                                               CNB16000
027926     READ HH-FILE NEXT                                            CNB16000
027927          AT END                                                  CNB16000
027928             SET WS-HH-END TO TRUE                                CNB16000
027929     END-READ                                                     CNB16000
027930     IF NOT WS-HH-END                                             CNB16000
027931        IF HH-EMP-NBR NOT = WS-CURR-EMP                           CNB16000
027932           SET WS-HH-END TO TRUE                                  CNB16000
027933        ELSE                                                      CNB16000
027934           IF NOT HH-WITHDRAWN                                    CNB16000
027935              IF WS-HT-COUNT = WS-HT-MAX                          CNB16000
027936                 MOVE 'P2120-TBL-FULL' TO WS-ABEND-PARAGRAPH      CNB16000
027937                 MOVE 'TF'         TO WS-ABEND-STATUS             CNB16000
027938                 PERFORM P9999-GOT-PROBLEM                        CNB16000
027939              END-IF                                              CNB16000
027940              ADD 1 TO WS-HT-COUNT                                CNB16000
027941              MOVE WS-HT-COUNT     TO WS-HT-SUB                   CNB16000
027942              MOVE HH-EFF-DATE     TO WS-HT-EFF-DATE (WS-HT-SUB)  CNB16000
027943              MOVE HH-OLD-DIST     TO WS-HT-OLD-DIST (WS-HT-SUB)  CNB16000
027944              MOVE HH-OLD-SDIST    TO                             CNB16000
027945                   WS-HT-OLD-SDIST (WS-HT-SUB)                    CNB16000
027946              MOVE HH-NEW-DIST     TO WS-HT-NEW-DIST (WS-HT-SUB)  CNB16000
027947              MOVE HH-NEW-SDIST    TO                             CNB16000
027948                   WS-HT-NEW-SDIST (WS-HT-SUB)                    CNB16000
027949           END-IF                                                 CNB16000
027950        END-IF                                                    CNB16000
027951     END-IF.                                                      CNB16000
027952*                                                                 CNB16000
027953 P2150-HOME-AS-OF.                                                CNB16000
027954*    THE OLD HOME OF THE FIRST CHANGE EFFECTIVE AFTER THE TIE-UP  CNB16000
027955*    DATE; FAILING THAT THE NEW HOME OF THE LATEST CHANGE; WITH   CNB16000
027956*    NO CHANGES ON FILE, THE MASTER'S HOME BOARD.                 CNB16000
027957     IF ETIO-OFFD-DATE NUMERIC                                    CNB16000
027958        MOVE ETIO-OFFD-DATE        TO WS-TIEUP-DATE               CNB16000
027959     ELSE                                                         CNB16000
027960        MOVE ETIO-OD-DATE          TO WS-TIEUP-DATE               CNB16000
027961     END-IF                                                       CNB16000
027962     MOVE WS-MSTR-DIST             TO WS-HOME-DIST                CNB16000
027963     MOVE WS-MSTR-SDIST            TO WS-HOME-SDIST               CNB16000
027964     MOVE 'N'                      TO WS-HT-FOUND-SW              CNB16000
027965     PERFORM P2160-CHECK-CHANGE                                   CNB16000
027966             VARYING WS-HT-SUB FROM 1 BY 1                        CNB16000
027967             UNTIL WS-HT-SUB > WS-HT-COUNT                        CNB16000
027968                OR WS-HT-FOUND                                    CNB16000
027969     IF NOT WS-HT-FOUND AND WS-HT-COUNT > ZEROS                   CNB16000
027970        MOVE WS-HT-COUNT           TO WS-HT-SUB                   CNB16000
027971        MOVE WS-HT-NEW-DIST (WS-HT-SUB)  TO WS-HOME-DIST          CNB16000
027972        MOVE WS-HT-NEW-SDIST (WS-HT-SUB) TO WS-HOME-SDIST         CNB16000
027973     END-IF.                                                      CNB16000
027974*                                                                 CNB16000
027975 P2160-CHECK-CHANGE.                                              CNB16000
027976     IF WS-HT-EFF-DATE (WS-HT-SUB) > WS-TIEUP-DATE                CNB16000
027977        SET WS-HT-FOUND TO TRUE                                   CNB16000
027978        MOVE WS-HT-OLD-DIST (WS-HT-SUB)  TO WS-HOME-DIST          CNB16000
027979        MOVE WS-HT-OLD-SDIST (WS-HT-SUB) TO WS-HOME-SDIST         CNB16000
027980     END-IF.                                                      CNB16000
027981*                                                                 CNB16000
028000 P2200-CHECK-LAYOVER.                                             CNB16000
028100*    THE LAYOVER RUNS FROM THE PRIOR TOUR'S AWAY-TERMINAL         CNB16000
028200*    TIE-UP TO THIS TOUR'S ON-DUTY.                               CNB16000
029900*                                                                 CNB16000
030000 P2300-SAVE-TOUR.                                                 CNB16000
030100*    AN OPEN TOUR (NO TIE-UP YET) CANNOT ANCHOR A LAYOVER.        CNB16000
030110     PERFORM P2150-HOME-AS-OF                                     CNB16000
030200     IF ETIO-DIST = WS-HOME-DIST                                  CNB16000
030300        AND ETIO-SDIST = WS-HOME-SDIST                            CNB16000
030400        OR ETIO-OFFD-DATE-TIME NOT NUMERIC                        CNB16000
038000     CLOSE ETOD-FILE                                              CNB16000
038100           MSTR-FILE                                              CNB16000
038200           TSGEN-FILE                                             CNB16000
038300           RPT-FILE                                               CNB16000
038310     IF NOT WS-HH-NONE                                            CNB16000
038320        CLOSE HH-FILE                                             CNB16000
038330     END-IF.                                                      CNB16000
038400*                                                                 CNB16000
038500 P9999-GOT-PROBLEM.                                               CNB16000
038510     MOVE 'CNB160'                 TO XE-PROGRAM                  CNB16000
038520     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB16000
038530     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB16000
038540     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB16000
038600     DISPLAY 'CNB160 ABEND IN ' WS-ABEND-PARAGRAPH                CNB16000
038700              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB16000
038800     MOVE 16 TO RETURN-CODE                                       CNB16000
