000100 IDENTIFICATION DIVISION.                                         CNB24300
000200 PROGRAM-ID. CNB243.                                              CNB24300
000300*AUTHOR.     JMC.                                                 CNB24300
000400*DATE-WRITTEN. 10/15/26.                                          CNB24300
000500*REMARKS.                                                         CNB24300
000600*    EXTRABOARD BOARD INDEX - NIGHTLY BUILD AND VERIFY.  EVERY    CNB24300
000700*    CNP02D INQUIRY AND EVERY CNP06 LIST REBUILT THE BOARD BY     CNB24300
000800*    BROWSING THE WHOLE EB FILE IN TURN OR POSITION ORDER AND     CNB24300
000900*    DROPPING THE OTHER BOARDS' TURNS ON THE WAY.  BIXFILE NOW    CNB24300
001000*    KEEPS THE ORDER READY-MADE: PER BOARD (DIST, SUB-DIST,       CNB24300
001100*    CRAFT) ONE HEADER RECORD AND, FOR EACH TURN, ONE ENTRY IN    CNB24300
001200*    TURN ORDER (T), ONE IN POSITION ORDER (P - POSITION BOARD    CNB24300
001300*    AND POSITION) AND ONE IN SLOW-POSITION ORDER (L - THE ROAD   CNB24300
001400*    SIDE OF A FAST/SLOW BOARD).  CNP06, CNP917 AND CNP919 LINK   CNB24300
001480*    CNP961 (BY CICS FILE CONTROL) WHENEVER THEY ADD, MOVE OR     CNB24300
001560*    REMOVE A TURN SO THE INDEX FOLLOWS THE BOARD; CNP02D AND     CNB24300
001640*    CNP06 LINK IT TO READ THE BOARD A PAGE AT A TIME AND FALL    CNB24300
001720*    BACK TO THEIR OWN EB BROWSE WHEN THE BOARD'S INDEX IS MISSINGCNB24300
001800*    OR STALE.                                                    CNB24300
001900*    FUNCTIONS FROM THE PARM CARD:                                CNB24300
002000*      BUILD   - REBUILDS THE WHOLE INDEX FROM THE EB FILE.  EVERYCNB24300
002100*                BOARD COMES OUT CURRENT, WITH ITS TURN COUNT AND CNB24300
002200*                THE PARM DATE-TIME AS ITS BUILD TIME.            CNB24300
002300*      VERIFY  - COMPARES THE INDEX WITH WHAT BUILD WOULD PRODUCE CNB24300
002400*                FROM THE EB FILE NOW AND REPORTS EVERY           CNB24300
002500*                DIFFERENCE: A TURN WITH NO ENTRY, AN ENTRY FILED CNB24300
002600*                UNDER THE WRONG POSITION, AN ENTRY FOR A TURN NO CNB24300
002700*                LONGER ON THE EB FILE, A BOARD WITH NO HEADER ANDCNB24300
002800*                A HEADER TURN COUNT THAT DOES NOT MATCH.  A BOARDCNB24300
002900*                WITH ANY DIFFERENCE IS MARKED STALE SO THE       CNB24300
003000*                SCREENS STOP USING IT UNTIL THE NEXT BUILD.      CNB24300
003100*    THE NIGHTLY STREAM RUNS VERIFY AND THEN BUILD, SO THE REPORT CNB24300
003200*    SHOWS THE DAY'S DRIFT AND THE NEXT DAY STARTS CURRENT.       CNB24300
003300*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB24300
003400*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB24300
003500*                                                                 CNB24300
003600*TBD  EBFILE IS READ ON THE LAYOUT CNB122 UNLOADS IT WITH (WSEB ISCNB24300
003700*NOT IN THIS COPY LIBRARY); THE POSITION BOARD, POSITION AND SLOW CNB24300
003800*POSITION FIELDS ARE PLACED AFTER THE TAG BYTE ON THE SAME        CNB24300
003900*ASSUMPTION.  CNB122 CARRIES THE TURN NUMBER AS 2 BYTES WHERE THE CNB24300
004000*SCREENS PASS TURN-NBR AS 4 (SCR06-TURN) - VERIFY THE LAYOUT AND  CNB24300
004100*THE TURN WIDTH BEFORE NEXT COMPILE.                              CNB24300
004200*                                                                 CNB24300
004300 ENVIRONMENT DIVISION.                                            CNB24300
004400 CONFIGURATION SECTION.                                           CNB24300
004500 SOURCE-COMPUTER.  IBM-370.                                       CNB24300
004600 OBJECT-COMPUTER.  IBM-370.                                       CNB24300
004700 INPUT-OUTPUT SECTION.                                            CNB24300
004800 FILE-CONTROL.                                                    CNB24300
004900     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB24300
005000            ORGANIZATION  SEQUENTIAL                              CNB24300
005100            FILE STATUS   WS-PARM-STATUS.                         CNB24300
005200     SELECT EB-FILE      ASSIGN TO EBFILE                         CNB24300
005300            ORGANIZATION  INDEXED                                 CNB24300
005400            ACCESS MODE   DYNAMIC                                 CNB24300
005500            RECORD KEY    EBIO-KEY                                CNB24300
005600            FILE STATUS   WS-EB-STATUS.                           CNB24300
005700     SELECT BIX-FILE     ASSIGN TO BIXFILE                        CNB24300
005800            ORGANIZATION  INDEXED                                 CNB24300
005900            ACCESS MODE   DYNAMIC                                 CNB24300
006000            RECORD KEY    BX-KEY                                  CNB24300
006100            ALTERNATE RECORD KEY BX-ALT-KEY                       CNB24300
006200            FILE STATUS   WS-BIX-STATUS.                          CNB24300
006300     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB24300
006400            ORGANIZATION  LINE SEQUENTIAL                         CNB24300
006500            FILE STATUS   WS-RPT-STATUS.                          CNB24300
006600*                                                                 CNB24300
006700 DATA DIVISION.                                                   CNB24300
006800 FILE SECTION.                                                    CNB24300
006900 FD  PARM-FILE                                                    CNB24300
007000     RECORD CONTAINS 80 CHARACTERS.                               CNB24300
007100 01  WS-PARM-RECORD.                                              CNB24300
007200     05  PARM-FUNC                 PIC X(8).                      CNB24300
007300     05  PARM-DATE-TIME            PIC X(12).                     CNB24300
007400     05  FILLER                    PIC X(60).                     CNB24300
007500 FD  EB-FILE                                                      CNB24300
007600     RECORD CONTAINS 80 CHARACTERS.                               CNB24300
007700 01  EBIO-RECORD.                                                 CNB24300
007800     05  EBIO-KEY.                                                CNB24300
007900         10  EBIO-BOARD.                                          CNB24300
008000             15  EBIO-DIST         PIC X(2).                      CNB24300
008100             15  EBIO-SDIST        PIC X(2).                      CNB24300
008200             15  EBIO-CC           PIC X(2).                      CNB24300
008300         10  EBIO-TURN-NBR         PIC X(2).                      CNB24300
008400     05  EBIO-EMP-NO               PIC 9(9).                      CNB24300
008500     05  EBIO-STATUS               PIC X.                         CNB24300
008600         88  EBIO-ON-BOARD               VALUE 'Y'.               CNB24300
008700     05  EBIO-TAG                  PIC X.                         CNB24300
008800     05  EBIO-POS-BOARD            PIC X.                         CNB24300
008900     05  EBIO-POSITION             PIC X(14).                     CNB24300
009000     05  EBIO-SLOW-POSITION        PIC X(14).                     CNB24300
009100     05  FILLER                    PIC X(32).                     CNB24300
009200 FD  BIX-FILE                                                     CNB24300
009300     RECORD CONTAINS 80 CHARACTERS.                               CNB24300
009400 01  BX-RECORD.                                                   CNB24300
009500     05  BX-KEY.                                                  CNB24300
009600         10  BX-BOARD.                                            CNB24300
009700             15  BX-DIST           PIC X(2).                      CNB24300
009800             15  BX-SDIST          PIC X(2).                      CNB24300
009900             15  BX-CRAFT          PIC X(2).                      CNB24300
010000         10  BX-ORDER              PIC X(1).                      CNB24300
010100             88  BX-HEADER               VALUE '0'.               CNB24300
010200             88  BX-TURN-ORDER           VALUE 'T'.               CNB24300
010300             88  BX-POS-ORDER            VALUE 'P'.               CNB24300
010400             88  BX-SLOW-ORDER           VALUE 'L'.               CNB24300
010500         10  BX-ORDER-KEY          PIC X(19).                     CNB24300
010600     05  BX-ALT-KEY.                                              CNB24300
010700         10  BX-ALT-BOARD          PIC X(6).                      CNB24300
010800         10  BX-ALT-TURN           PIC X(4).                      CNB24300
010900         10  BX-ALT-ORDER          PIC X(1).                      CNB24300
011000     05  BX-HDR-DATA.                                             CNB24300
011100         10  BX-STATE              PIC X(1).                      CNB24300
011200             88  BX-CURRENT              VALUE 'C'.               CNB24300
011300             88  BX-STALE                VALUE 'S'.               CNB24300
011400         10  BX-BUILT-DATE-TIME    PIC X(12).                     CNB24300
011500         10  BX-CHANGED-DATE-TIME  PIC X(12).                     CNB24300
011600         10  BX-CHANGE-COUNT       PIC 9(7).                      CNB24300
011700         10  BX-TURN-COUNT         PIC 9(5).                      CNB24300
011800     05  FILLER                    PIC X(6).                      CNB24300
011900 FD  RPT-FILE                                                     CNB24300
012000     RECORD CONTAINS 132 CHARACTERS.                              CNB24300
012100 01  RPT-LINE                      PIC X(132).                    CNB24300
012200*                                                                 CNB24300
012300 WORKING-STORAGE SECTION.                                         CNB24300
012400 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB24300
012500     88  WS-PARM-OK                       VALUE '00'.             CNB24300
012600 01  WS-EB-STATUS                  PIC XX VALUE SPACES.           CNB24300
012700     88  WS-EB-OK                         VALUE '00'.             CNB24300
012800     88  WS-EB-NOTFND                     VALUE '23'.             CNB24300
012900 01  WS-BIX-STATUS                 PIC XX VALUE SPACES.           CNB24300
013000     88  WS-BIX-OK                        VALUE '00' '02'.        CNB24300
013100     88  WS-BIX-NOTFND                    VALUE '23'.             CNB24300
013200 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB24300
013300     88  WS-RPT-OK                        VALUE '00'.             CNB24300
013400 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB24300
013500 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB24300
013510 COPY WSERRLOG.                                                   CNB24300
013600 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB24300
013700     88  WS-FUNC-BUILD                    VALUE 'BUILD'.          CNB24300
013800     88  WS-FUNC-VERIFY                   VALUE 'VERIFY'.         CNB24300
013900 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB24300
014000 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB24300
014100     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB24300
014200 01  WS-CUR-BOARD                  PIC X(6) VALUE SPACES.         CNB24300
014300 01  WS-BRD-TURNS                  PIC S9(5) COMP VALUE ZEROS.    CNB24300
014400 01  WS-ORD-SUB                    PIC S9(4) COMP VALUE ZEROS.    CNB24300
014500 01  WS-ORDER-CODES                PIC X(3) VALUE 'TPL'.          CNB24300
014600 01  WS-EXP-KEY.                                                  CNB24300
014700     05  WS-EXP-BOARD              PIC X(6).                      CNB24300
014800     05  WS-EXP-ORDER              PIC X(1).                      CNB24300
014900     05  WS-EXP-ORDER-KEY          PIC X(19).                     CNB24300
015000 01  WS-EXP-TURN                   PIC X(4) VALUE SPACES.         CNB24300
015100 01  WS-COUNT-DISPLAY              PIC 9(5) VALUE ZEROS.          CNB24300
015200 01  WS-BOARD-COUNT                PIC 9(7) VALUE ZEROS.          CNB24300
015300 01  WS-TURN-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24300
015400 01  WS-WRITE-COUNT                PIC 9(7) VALUE ZEROS.          CNB24300
015500 01  WS-ENTRY-COUNT                PIC 9(7) VALUE ZEROS.          CNB24300
015600 01  WS-DIFF-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24300
015700 01  WS-STALE-COUNT                PIC 9(7) VALUE ZEROS.          CNB24300
015800 01  WS-SB-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB24300
015900 01  WS-SB-MAX                     PIC S9(4) COMP VALUE +300.     CNB24300
016000 01  WS-SB-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB24300
016100 01  WS-SB-FOUND-SW                PIC X  VALUE 'N'.              CNB24300
016200     88  WS-SB-FOUND                      VALUE 'Y'.              CNB24300
016300 01  WS-SB-TABLE.                                                 CNB24300
016400     05  WS-SB-BOARD OCCURS 300 TIMES PIC X(6).                   CNB24300
016500 01  WS-HDR-LINE.                                                 CNB24300
016600     05  FILLER                PIC X(38)  VALUE                   CNB24300
016700         'CNB243 - EXTRABOARD BOARD INDEX       '.                CNB24300
016800     05  FILLER                PIC X(2)   VALUE SPACES.           CNB24300
016900     05  HDR-FUNC              PIC X(8).                          CNB24300
017000     05  FILLER                PIC X(2)   VALUE SPACES.           CNB24300
017100     05  HDR-DATE-TIME         PIC X(12).                         CNB24300
017200     05  FILLER                PIC X(70)  VALUE SPACES.           CNB24300
017300 01  WS-DIFF-HDR-LINE.                                            CNB24300
017400     05  FILLER                    PIC X(44) VALUE                CNB24300
017500         'BOARD     TURN ORDER DIFFERENCE             '.          CNB24300
017600     05  FILLER                    PIC X(44) VALUE                CNB24300
017700         'INDEX KEY            EXPECTED KEY           '.          CNB24300
017800     05  FILLER                    PIC X(44) VALUE SPACES.        CNB24300
017900 01  WS-DIFF-LINE.                                                CNB24300
018000     05  DIF-DIST                  PIC X(2).                      CNB24300
018100     05  DIF-SDIST                 PIC X(2).                      CNB24300
018200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24300
018300     05  DIF-CRAFT                 PIC X(2).                      CNB24300
018400     05  FILLER                    PIC X(3) VALUE SPACES.         CNB24300
018500     05  DIF-TURN                  PIC X(4).                      CNB24300
018600     05  FILLER                    PIC X(3) VALUE SPACES.         CNB24300
018700     05  DIF-ORDER                 PIC X(1).                      CNB24300
018800     05  FILLER                    PIC X(3) VALUE SPACES.         CNB24300
018900     05  DIF-TEXT                  PIC X(24).                     CNB24300
019000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24300
019100     05  DIF-INDEX-KEY             PIC X(19).                     CNB24300
019200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB24300
019300     05  DIF-EXPECTED-KEY          PIC X(19).                     CNB24300
019400     05  FILLER                    PIC X(46) VALUE SPACES.        CNB24300
019500 01  WS-CNT-LINE.                                                 CNB24300
019600     05  CNT-LABEL                 PIC X(30).                     CNB24300
019700     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB24300
019800     05  FILLER                    PIC X(95) VALUE SPACES.        CNB24300
019900*                                                                 CNB24300
020000 PROCEDURE DIVISION.                                              CNB24300
020100 P0000-MAINLINE.                                                  CNB24300
020200     PERFORM P1000-INITIALIZE                                     CNB24300
020300     IF WS-FUNC-BUILD                                             CNB24300
020400        PERFORM P2000-BUILD-TURN UNTIL WS-EOF-INPUT               CNB24300
020500        IF WS-CUR-BOARD > SPACES                                  CNB24300
020600           PERFORM P2500-WRITE-HEADER                             CNB24300
020700        END-IF                                                    CNB24300
020800     ELSE                                                         CNB24300
020900        PERFORM P3000-VERIFY-TURN UNTIL WS-EOF-INPUT              CNB24300
021000        IF WS-CUR-BOARD > SPACES                                  CNB24300
021100           PERFORM P3500-VERIFY-BOARD-BREAK                       CNB24300
021200        END-IF                                                    CNB24300
021300        PERFORM P4000-CHECK-ORPHANS                               CNB24300
021400        PERFORM P4500-MARK-BOARD-STALE                            CNB24300
021500                VARYING WS-SB-SUB FROM 1 BY 1                     CNB24300
021600                UNTIL WS-SB-SUB > WS-SB-COUNT                     CNB24300
021700     END-IF                                                       CNB24300
021800     PERFORM P9000-TERMINATE                                      CNB24300
021900     GOBACK.                                                      CNB24300
022000*                                                                 CNB24300
022100 P1000-INITIALIZE.                                                CNB24300
022200     OPEN INPUT PARM-FILE                                         CNB24300
022300     IF NOT WS-PARM-OK                                            CNB24300
022400        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB24300
022500        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB24300
022600        PERFORM P9999-GOT-PROBLEM                                 CNB24300
022700     END-IF                                                       CNB24300
022800     READ PARM-FILE                                               CNB24300
022900     IF NOT WS-PARM-OK                                            CNB24300
023000        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB24300
023100        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB24300
023200        PERFORM P9999-GOT-PROBLEM                                 CNB24300
023300     END-IF                                                       CNB24300
023400     MOVE PARM-FUNC                TO WS-FUNC                     CNB24300
023500     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB24300
023600     CLOSE PARM-FILE                                              CNB24300
023700     IF NOT WS-FUNC-BUILD AND NOT WS-FUNC-VERIFY                  CNB24300
023800        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB24300
023900        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB24300
024000        PERFORM P9999-GOT-PROBLEM                                 CNB24300
024100     END-IF                                                       CNB24300
024200     OPEN INPUT EB-FILE                                           CNB24300
024300     IF NOT WS-EB-OK                                              CNB24300
024400        MOVE 'P1000-OPEN-EB'       TO WS-ABEND-PARAGRAPH          CNB24300
024500        MOVE WS-EB-STATUS          TO WS-ABEND-STATUS             CNB24300
024600        PERFORM P9999-GOT-PROBLEM                                 CNB24300
024700     END-IF                                                       CNB24300
024800     IF WS-FUNC-BUILD                                             CNB24300
024900        OPEN OUTPUT BIX-FILE                                      CNB24300
025000     ELSE                                                         CNB24300
025100        OPEN I-O BIX-FILE                                         CNB24300
025200     END-IF                                                       CNB24300
025300     IF NOT WS-BIX-OK                                             CNB24300
025400        MOVE 'P1000-OPEN-BIX'      TO WS-ABEND-PARAGRAPH          CNB24300
025500        MOVE WS-BIX-STATUS         TO WS-ABEND-STATUS             CNB24300
025600        PERFORM P9999-GOT-PROBLEM                                 CNB24300
025700     END-IF                                                       CNB24300
025800     OPEN OUTPUT RPT-FILE                                         CNB24300
025900     IF NOT WS-RPT-OK                                             CNB24300
026000        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB24300
026100        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB24300
026200        PERFORM P9999-GOT-PROBLEM                                 CNB24300
026300     END-IF                                                       CNB24300
026400     MOVE WS-FUNC                  TO HDR-FUNC                    CNB24300
026500     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB24300
026600     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB24300
026700     MOVE SPACES                   TO RPT-LINE                    CNB24300
026800     WRITE RPT-LINE                                               CNB24300
026900     IF WS-FUNC-VERIFY                                            CNB24300
027000        WRITE RPT-LINE FROM WS-DIFF-HDR-LINE                      CNB24300
027100     END-IF                                                       CNB24300
027200     PERFORM P1100-READ-EB.                                       CNB24300
027300*                                                                 CNB24300
027400 P1100-READ-EB.                                                   CNB24300
027500     READ EB-FILE NEXT                                            CNB24300
027600          AT END                                                  CNB24300
027700             SET WS-EOF-INPUT TO TRUE                             CNB24300
027800     END-READ                                                     CNB24300
027900     IF NOT WS-EOF-INPUT                                          CNB24300
028000        IF NOT WS-EB-OK                                           CNB24300
028100           MOVE 'P1100-READ-EB'    TO WS-ABEND-PARAGRAPH          CNB24300
028200           MOVE WS-EB-STATUS       TO WS-ABEND-STATUS             CNB24300
028300           PERFORM P9999-GOT-PROBLEM                              CNB24300
028400        END-IF                                                    CNB24300
028500     END-IF.                                                      CNB24300
028600*                                                                 CNB24300
028700*    BUILD - ONE ENTRY PER TURN IN EACH ORDER; THE HEADER GOES    CNB24300
028800*    OUT WHEN THE BOARD CHANGES.                                  CNB24300
028900*                                                                 CNB24300
029000 P2000-BUILD-TURN.                                                CNB24300
029100     IF EBIO-BOARD NOT = WS-CUR-BOARD                             CNB24300
029200        IF WS-CUR-BOARD > SPACES                                  CNB24300
029300           PERFORM P2500-WRITE-HEADER                             CNB24300
029400        END-IF                                                    CNB24300
029500        MOVE EBIO-BOARD            TO WS-CUR-BOARD                CNB24300
029600        MOVE ZEROS                 TO WS-BRD-TURNS                CNB24300
029700        ADD 1 TO WS-BOARD-COUNT                                   CNB24300
029800     END-IF                                                       CNB24300
029900     ADD 1 TO WS-TURN-COUNT                                       CNB24300
030000     ADD 1 TO WS-BRD-TURNS                                        CNB24300
030100     PERFORM P2100-WRITE-ENTRY                                    CNB24300
030200             VARYING WS-ORD-SUB FROM 1 BY 1                       CNB24300
030300             UNTIL WS-ORD-SUB > 3                                 CNB24300
030400     PERFORM P1100-READ-EB.                                       CNB24300
030500*                                                                 CNB24300
030600 P2100-WRITE-ENTRY.                                               CNB24300
030700     PERFORM P2200-SET-EXPECTED-KEY                               CNB24300
030800     MOVE SPACES                   TO BX-RECORD                   CNB24300
030900     MOVE WS-EXP-KEY               TO BX-KEY                      CNB24300
031000     MOVE WS-EXP-BOARD             TO BX-ALT-BOARD                CNB24300
031100     MOVE WS-EXP-TURN              TO BX-ALT-TURN                 CNB24300
031200     MOVE WS-EXP-ORDER             TO BX-ALT-ORDER                CNB24300
031300     WRITE BX-RECORD                                              CNB24300
031400     IF NOT WS-BIX-OK                                             CNB24300
031500        MOVE 'P2100-WRITE-BIX'     TO WS-ABEND-PARAGRAPH          CNB24300
031600        MOVE WS-BIX-STATUS         TO WS-ABEND-STATUS             CNB24300
031700        PERFORM P9999-GOT-PROBLEM                                 CNB24300
031800     END-IF                                                       CNB24300
031900     ADD 1 TO WS-WRITE-COUNT.                                     CNB24300
032000*                                                                 CNB24300
032100*    THE KEY THIS TURN FILES UNDER IN ORDER WS-ORD-SUB - THE SAME CNB24300
032200*    KEY CNP961 BUILDS FROM THE SCREEN'S EB RECORD.               CNB24300
032300*                                                                 CNB24300
032400 P2200-SET-EXPECTED-KEY.                                          CNB24300
032500     MOVE SPACES                   TO WS-EXP-KEY                  CNB24300
032600                                      WS-EXP-TURN                 CNB24300
032700     MOVE EBIO-BOARD               TO WS-EXP-BOARD                CNB24300
032800     MOVE EBIO-TURN-NBR            TO WS-EXP-TURN                 CNB24300
032900     MOVE WS-ORDER-CODES (WS-ORD-SUB:1) TO WS-EXP-ORDER           CNB24300
033000     EVALUATE WS-EXP-ORDER                                        CNB24300
033100        WHEN 'T'                                                  CNB24300
033200           MOVE WS-EXP-TURN        TO WS-EXP-ORDER-KEY            CNB24300
033300        WHEN 'P'                                                  CNB24300
033400           MOVE EBIO-POS-BOARD     TO WS-EXP-ORDER-KEY (1:1)      CNB24300
033500           MOVE EBIO-POSITION      TO WS-EXP-ORDER-KEY (2:14)     CNB24300
033600           MOVE WS-EXP-TURN        TO WS-EXP-ORDER-KEY (16:4)     CNB24300
033700        WHEN OTHER                                                CNB24300
033800           MOVE EBIO-SLOW-POSITION TO WS-EXP-ORDER-KEY (1:14)     CNB24300
033900           MOVE WS-EXP-TURN        TO WS-EXP-ORDER-KEY (15:4)     CNB24300
034000     END-EVALUATE.                                                CNB24300
034100*                                                                 CNB24300
034200 P2500-WRITE-HEADER.                                              CNB24300
034300     MOVE SPACES                   TO BX-RECORD                   CNB24300
034400     MOVE WS-CUR-BOARD             TO BX-BOARD                    CNB24300
034500                                      BX-ALT-BOARD                CNB24300
034600     MOVE '0'                      TO BX-ORDER                    CNB24300
034700                                      BX-ALT-ORDER                CNB24300
034800     SET BX-CURRENT                TO TRUE                        CNB24300
034900     MOVE WS-RUN-DATE-TIME         TO BX-BUILT-DATE-TIME          CNB24300
035000                                      BX-CHANGED-DATE-TIME        CNB24300
035100     MOVE ZEROS                    TO BX-CHANGE-COUNT             CNB24300
035200     MOVE WS-BRD-TURNS             TO BX-TURN-COUNT               CNB24300
035300     WRITE BX-RECORD                                              CNB24300
035400     IF NOT WS-BIX-OK                                             CNB24300
035500        MOVE 'P2500-WRITE-HDR'     TO WS-ABEND-PARAGRAPH          CNB24300
035600        MOVE WS-BIX-STATUS         TO WS-ABEND-STATUS             CNB24300
035700        PERFORM P9999-GOT-PROBLEM                                 CNB24300
035800     END-IF                                                       CNB24300
035900     ADD 1 TO WS-WRITE-COUNT.                                     CNB24300
036000*                                                                 CNB24300
036100*    VERIFY - EACH EB TURN MUST HAVE ITS ENTRY IN EVERY ORDER,    CNB24300
036200*    FILED UNDER THE KEY A BUILD WOULD GIVE IT NOW.               CNB24300
036300*                                                                 CNB24300
036400 P3000-VERIFY-TURN.                                               CNB24300
036500     IF EBIO-BOARD NOT = WS-CUR-BOARD                             CNB24300
036600        IF WS-CUR-BOARD > SPACES                                  CNB24300
036700           PERFORM P3500-VERIFY-BOARD-BREAK                       CNB24300
036800        END-IF                                                    CNB24300
036900        MOVE EBIO-BOARD            TO WS-CUR-BOARD                CNB24300
037000        MOVE ZEROS                 TO WS-BRD-TURNS                CNB24300
037100        ADD 1 TO WS-BOARD-COUNT                                   CNB24300
037200     END-IF                                                       CNB24300
037300     ADD 1 TO WS-TURN-COUNT                                       CNB24300
037400     ADD 1 TO WS-BRD-TURNS                                        CNB24300
037500     PERFORM P3100-VERIFY-ENTRY                                   CNB24300
037600             VARYING WS-ORD-SUB FROM 1 BY 1                       CNB24300
037700             UNTIL WS-ORD-SUB > 3                                 CNB24300
037800     PERFORM P1100-READ-EB.                                       CNB24300
037900*                                                                 CNB24300
038000 P3100-VERIFY-ENTRY.                                              CNB24300
038100     PERFORM P2200-SET-EXPECTED-KEY                               CNB24300
038200     MOVE WS-EXP-BOARD             TO BX-ALT-BOARD                CNB24300
038300     MOVE WS-EXP-TURN              TO BX-ALT-TURN                 CNB24300
038400     MOVE WS-EXP-ORDER             TO BX-ALT-ORDER                CNB24300
038500     READ BIX-FILE KEY IS BX-ALT-KEY                              CNB24300
038600     IF WS-BIX-NOTFND                                             CNB24300
038700        MOVE SPACES                TO WS-DIFF-LINE                CNB24300
038800        MOVE 'TURN NOT IN INDEX'   TO DIF-TEXT                    CNB24300
038900        MOVE WS-EXP-ORDER-KEY      TO DIF-EXPECTED-KEY            CNB24300
039000        PERFORM P3900-REPORT-DIFFERENCE                           CNB24300
039100     ELSE                                                         CNB24300
039200        IF NOT WS-BIX-OK                                          CNB24300
039300           MOVE 'P3100-READ-BIX'   TO WS-ABEND-PARAGRAPH          CNB24300
039400           MOVE WS-BIX-STATUS      TO WS-ABEND-STATUS             CNB24300
039500           PERFORM P9999-GOT-PROBLEM                              CNB24300
039600        END-IF                                                    CNB24300
039700        IF BX-KEY NOT = WS-EXP-KEY                                CNB24300
039800           MOVE SPACES             TO WS-DIFF-LINE                CNB24300
039900           MOVE 'ENTRY OUT OF ORDER' TO DIF-TEXT                  CNB24300
040000           MOVE BX-ORDER-KEY       TO DIF-INDEX-KEY               CNB24300
040100           MOVE WS-EXP-ORDER-KEY   TO DIF-EXPECTED-KEY            CNB24300
040200           PERFORM P3900-REPORT-DIFFERENCE                        CNB24300
040300        END-IF                                                    CNB24300
040400     END-IF.                                                      CNB24300
040500*                                                                 CNB24300
040600 P3500-VERIFY-BOARD-BREAK.                                        CNB24300
040700     MOVE SPACES                   TO BX-KEY                      CNB24300
040800     MOVE WS-CUR-BOARD             TO BX-BOARD                    CNB24300
040900     MOVE '0'                      TO BX-ORDER                    CNB24300
041000     READ BIX-FILE KEY IS BX-KEY                                  CNB24300
041100     MOVE SPACES                   TO WS-DIFF-LINE                CNB24300
041200     MOVE SPACES                   TO WS-EXP-TURN                 CNB24300
041300     MOVE '0'                      TO WS-EXP-ORDER                CNB24300
041400     MOVE WS-CUR-BOARD             TO WS-EXP-BOARD                CNB24300
041500     IF WS-BIX-NOTFND                                             CNB24300
041600        MOVE 'BOARD HAS NO HEADER' TO DIF-TEXT                    CNB24300
041700        PERFORM P3900-REPORT-DIFFERENCE                           CNB24300
041800     ELSE                                                         CNB24300
041900        IF NOT WS-BIX-OK                                          CNB24300
042000           MOVE 'P3500-READ-HDR'   TO WS-ABEND-PARAGRAPH          CNB24300
042100           MOVE WS-BIX-STATUS      TO WS-ABEND-STATUS             CNB24300
042200           PERFORM P9999-GOT-PROBLEM                              CNB24300
042300        END-IF                                                    CNB24300
042400        IF BX-TURN-COUNT NOT = WS-BRD-TURNS                       CNB24300
042500           MOVE 'HEADER TURN COUNT'  TO DIF-TEXT                  CNB24300
042600           MOVE BX-TURN-COUNT      TO WS-COUNT-DISPLAY            CNB24300
042700           MOVE WS-COUNT-DISPLAY   TO DIF-INDEX-KEY (1:5)         CNB24300
042800           MOVE WS-BRD-TURNS       TO WS-COUNT-DISPLAY            CNB24300
042900           MOVE WS-COUNT-DISPLAY   TO DIF-EXPECTED-KEY (1:5)      CNB24300
043000           PERFORM P3900-REPORT-DIFFERENCE                        CNB24300
043100        END-IF                                                    CNB24300
043200     END-IF.                                                      CNB24300
043300*                                                                 CNB24300
043400 P3900-REPORT-DIFFERENCE.                                         CNB24300
043500     MOVE WS-EXP-BOARD (1:2)       TO DIF-DIST                    CNB24300
043600     MOVE WS-EXP-BOARD (3:2)       TO DIF-SDIST                   CNB24300
043700     MOVE WS-EXP-BOARD (5:2)       TO DIF-CRAFT                   CNB24300
043800     MOVE WS-EXP-TURN              TO DIF-TURN                    CNB24300
043900     MOVE WS-EXP-ORDER             TO DIF-ORDER                   CNB24300
044000     WRITE RPT-LINE FROM WS-DIFF-LINE                             CNB24300
044100     ADD 1 TO WS-DIFF-COUNT                                       CNB24300
044200     MOVE 'N'                      TO WS-SB-FOUND-SW              CNB24300
044300     PERFORM P3910-FIND-STALE-BOARD                               CNB24300
044400             VARYING WS-SB-SUB FROM 1 BY 1                        CNB24300
044500             UNTIL WS-SB-SUB > WS-SB-COUNT OR WS-SB-FOUND         CNB24300
044600     IF NOT WS-SB-FOUND                                           CNB24300
044700        IF WS-SB-COUNT < WS-SB-MAX                                CNB24300
044800           ADD 1 TO WS-SB-COUNT                                   CNB24300
044900           MOVE WS-EXP-BOARD       TO WS-SB-BOARD (WS-SB-COUNT)   CNB24300
045000        ELSE                                                      CNB24300
045100           MOVE 'P3900-SB-FULL'    TO WS-ABEND-PARAGRAPH          CNB24300
045200           MOVE 'TB'               TO WS-ABEND-STATUS             CNB24300
045300           PERFORM P9999-GOT-PROBLEM                              CNB24300
045400        END-IF                                                    CNB24300
045500     END-IF.                                                      CNB24300
045600*                                                                 CNB24300
045700 P3910-FIND-STALE-BOARD.                                          CNB24300
045800     IF WS-SB-BOARD (WS-SB-SUB) = WS-EXP-BOARD                    CNB24300
045900        SET WS-SB-FOUND TO TRUE                                   CNB24300
046000     END-IF.                                                      CNB24300
046100*                                                                 CNB24300
046200*    AN ENTRY WHOSE TURN IS NO LONGER ON THE EB FILE.             CNB24300
046300*                                                                 CNB24300
046400 P4000-CHECK-ORPHANS.                                             CNB24300
046500     MOVE 'N'                      TO WS-EOF-SW                   CNB24300
046600     MOVE LOW-VALUES               TO BX-KEY                      CNB24300
046700     START BIX-FILE KEY IS NOT LESS THAN BX-KEY                   CNB24300
046800     IF NOT WS-BIX-OK                                             CNB24300
046900        SET WS-EOF-INPUT TO TRUE                                  CNB24300
047000     END-IF                                                       CNB24300
047100     PERFORM P4100-CHECK-ENTRY UNTIL WS-EOF-INPUT.                CNB24300
047200*                                                                 CNB24300
047300 P4100-CHECK-ENTRY.                                               CNB24300
047400     READ BIX-FILE NEXT                                           CNB24300
047500          AT END                                                  CNB24300
047600             SET WS-EOF-INPUT TO TRUE                             CNB24300
047700     END-READ                                                     CNB24300
047800     IF NOT WS-EOF-INPUT                                          CNB24300
047900        IF NOT WS-BIX-OK                                          CNB24300
048000           MOVE 'P4100-READ-BIX'   TO WS-ABEND-PARAGRAPH          CNB24300
048100           MOVE WS-BIX-STATUS      TO WS-ABEND-STATUS             CNB24300
048200           PERFORM P9999-GOT-PROBLEM                              CNB24300
048300        END-IF                                                    CNB24300
048400        IF NOT BX-HEADER                                          CNB24300
048500           ADD 1 TO WS-ENTRY-COUNT                                CNB24300
048600           MOVE BX-BOARD           TO EBIO-BOARD                  CNB24300
048700           MOVE BX-ALT-TURN        TO EBIO-TURN-NBR               CNB24300
048800           READ EB-FILE KEY IS EBIO-KEY                           CNB24300
048900           IF WS-EB-NOTFND                                        CNB24300
049000              MOVE BX-BOARD        TO WS-EXP-BOARD                CNB24300
049100              MOVE BX-ALT-TURN     TO WS-EXP-TURN                 CNB24300
049200              MOVE BX-ORDER        TO WS-EXP-ORDER                CNB24300
049300              MOVE SPACES          TO WS-DIFF-LINE                CNB24300
049400              MOVE 'TURN NOT ON EB FILE' TO DIF-TEXT              CNB24300
049500              MOVE BX-ORDER-KEY    TO DIF-INDEX-KEY               CNB24300
049600              PERFORM P3900-REPORT-DIFFERENCE                     CNB24300
049700           ELSE                                                   CNB24300
049800              IF NOT WS-EB-OK                                     CNB24300
049900                 MOVE 'P4100-READ-EB' TO WS-ABEND-PARAGRAPH       CNB24300
050000                 MOVE WS-EB-STATUS TO WS-ABEND-STATUS             CNB24300
050100                 PERFORM P9999-GOT-PROBLEM                        CNB24300
050200              END-IF                                              CNB24300
050300           END-IF                                                 CNB24300
050400        END-IF                                                    CNB24300
050500     END-IF.                                                      CNB24300
050600*                                                                 CNB24300
050700*    A BOARD WITH ANY DIFFERENCE IS MARKED STALE; THE SCREENS GO  CNB24300
050800*    BACK TO THEIR OWN EB BROWSE FOR IT UNTIL THE NEXT BUILD.     CNB24300
050900*                                                                 CNB24300
051000 P4500-MARK-BOARD-STALE.                                          CNB24300
051100     MOVE SPACES                   TO BX-KEY                      CNB24300
051200     MOVE WS-SB-BOARD (WS-SB-SUB)  TO BX-BOARD                    CNB24300
051300     MOVE '0'                      TO BX-ORDER                    CNB24300
051400     READ BIX-FILE KEY IS BX-KEY                                  CNB24300
051500     IF WS-BIX-OK                                                 CNB24300
051600        IF BX-CURRENT                                             CNB24300
051700           SET BX-STALE TO TRUE                                   CNB24300
051800           REWRITE BX-RECORD                                      CNB24300
051900           IF NOT WS-BIX-OK                                       CNB24300
052000              MOVE 'P4500-REWRITE' TO WS-ABEND-PARAGRAPH          CNB24300
052100              MOVE WS-BIX-STATUS   TO WS-ABEND-STATUS             CNB24300
052200              PERFORM P9999-GOT-PROBLEM                           CNB24300
052300           END-IF                                                 CNB24300
052400           ADD 1 TO WS-STALE-COUNT                                CNB24300
052500        END-IF                                                    CNB24300
052600     END-IF.                                                      CNB24300
052700*                                                                 CNB24300
052800 P9000-TERMINATE.                                                 CNB24300
052900     MOVE SPACES                   TO RPT-LINE                    CNB24300
053000     WRITE RPT-LINE                                               CNB24300
053100     MOVE 'BOARDS .....................' TO CNT-LABEL             CNB24300
053200     MOVE WS-BOARD-COUNT           TO CNT-VALUE                   CNB24300
053300     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB24300
053400     MOVE 'EB TURNS ...................' TO CNT-LABEL             CNB24300
053500     MOVE WS-TURN-COUNT            TO CNT-VALUE                   CNB24300
053600     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB24300
053700     IF WS-FUNC-BUILD                                             CNB24300
053800        MOVE 'INDEX RECORDS WRITTEN ......' TO CNT-LABEL          CNB24300
053900        MOVE WS-WRITE-COUNT        TO CNT-VALUE                   CNB24300
054000        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB24300
054100     ELSE                                                         CNB24300
054200        MOVE 'INDEX ENTRIES READ .........' TO CNT-LABEL          CNB24300
054300        MOVE WS-ENTRY-COUNT        TO CNT-VALUE                   CNB24300
054400        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB24300
054500        MOVE 'DIFFERENCES ................' TO CNT-LABEL          CNB24300
054600        MOVE WS-DIFF-COUNT         TO CNT-VALUE                   CNB24300
054700        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB24300
054800        MOVE 'BOARDS MARKED STALE ........' TO CNT-LABEL          CNB24300
054900        MOVE WS-STALE-COUNT        TO CNT-VALUE                   CNB24300
055000        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB24300
055100     END-IF                                                       CNB24300
055200     CLOSE EB-FILE                                                CNB24300
055300           BIX-FILE                                               CNB24300
055400           RPT-FILE.                                              CNB24300
055500*                                                                 CNB24300
055600 P9999-GOT-PROBLEM.                                               CNB24300
055610     MOVE 'CNB243'                 TO XE-PROGRAM                  CNB24300
055620     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB24300
055630     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB24300
055640     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB24300
055700     DISPLAY 'CNB243 ABEND IN ' WS-ABEND-PARAGRAPH                CNB24300
055800              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB24300
055900     MOVE 16 TO RETURN-CODE                                       CNB24300
056000     GOBACK.                                                      CNB24300
