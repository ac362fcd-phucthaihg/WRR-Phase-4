000100 IDENTIFICATION DIVISION.                                         CNB25500
000200 PROGRAM-ID. CNB255.                                              CNB25500
000300*AUTHOR.     JMC.                                                 CNB25500
000400*DATE-WRITTEN. 10/15/26.                                          CNB25500
000500*REMARKS.                                                         CNB25500
000600*    CREW-ROOM CALL BOARD DISPLAY PUBLISHER.  EACH TERMINAL'S     CNB25500
000700*    CNP779 RUN WRITES A DISPLAY FEED (CALLDSPL) OF ITS BOARD -   CNB25500
000800*    TRAINS ENROUTE, POOL CREWS IN AND OUT OF TOWN, LOCALS IN     CNB25500
000900*    TOWN, EXTRA BOARDS AND OFF BOARDS - CARRYING NAMES, CRAFTS,  CNB25500
001000*    TURNS AND POSITIONS ONLY.  NO STATUS, REST, HOURS OF SERVICE,CNB25500
001100*    LAYOFF REASON, RESTRICTION OR CONTACT DETAIL IS EVER WRITTEN CNB25500
001200*    TO THE FEED, SO NONE CAN REACH THE CREW-ROOM SCREENS.        CNB25500
001300*    THIS PROGRAM RUNS ON THE DISPLAY SCHEDULE AFTER THE CNP779   CNB25500
001400*    RUNS, WITH THEIR FEEDS CONCATENATED, AND:                    CNB25500
001500*      - REPLACES EACH TERMINAL'S VIEW ON DSPLPUB, THE FILE THE   CNB25500
001600*        SCREENS READ, WITH THE NEW ONE.  A TERMINAL IS REPLACED  CNB25500
001700*        ONLY WHEN ITS FEED IS COMPLETE - HEADER, LINES AND A     CNB25500
001800*        TRAILER WHOSE COUNT AGREES - AND WAS NOT PRODUCED BY A   CNB25500
001900*        RESTARTED CNP779 RUN.  OTHERWISE THE PRIOR VIEW STAYS UP.CNB25500
002000*      - STAMPS EVERY TERMINAL'S VIEW 'LAST UPDATED' WITH THE TIMECNB25500
002100*        OF THE BOARD IT SHOWS, OR, WHEN THAT IS OLDER THAN THE   CNB25500
002200*        STALE LIMIT (PARM STALE-MINS, DEFAULT 90), FLAGS IT STALECNB25500
002300*        AND REPLACES THE STAMP WITH A WARNING.  THE LIMIT IS     CNB25500
002400*        CARRIED ON THE VIEW SO THE SCREENS CAN RAISE THE SAME    CNB25500
002500*        WARNING THEMSELVES IF PUBLISHING STOPS ALTOGETHER.       CNB25500
002600*    DSPLPUB KEY IS DIST/SUB-DIST/LINE.  LINE 0000 IS THE         CNB25500
002700*    TERMINAL'S HEADER; LINES 0001 ON ARE SECTION TITLES (S),     CNB25500
002800*    GROUPS (G) AND NAMES (D) IN DISPLAY ORDER.                   CNB25500
002900*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB25500
003000*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB25500
003100*                                                                 CNB25500
003200 ENVIRONMENT DIVISION.                                            CNB25500
003300 CONFIGURATION SECTION.                                           CNB25500
003400 SOURCE-COMPUTER.  IBM-370.                                       CNB25500
003500 OBJECT-COMPUTER.  IBM-370.                                       CNB25500
003600 INPUT-OUTPUT SECTION.                                            CNB25500
003700 FILE-CONTROL.                                                    CNB25500
003800     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB25500
003900            ORGANIZATION  SEQUENTIAL                              CNB25500
004000            FILE STATUS   WS-PARM-STATUS.                         CNB25500
004100     SELECT DSPL-FILE    ASSIGN TO CALLDSPL                       CNB25500
004200            ORGANIZATION  LINE SEQUENTIAL                         CNB25500
004300            FILE STATUS   WS-DSPL-STATUS.                         CNB25500
004400     SELECT PUB-FILE     ASSIGN TO DSPLPUB                        CNB25500
004500            ORGANIZATION  INDEXED                                 CNB25500
004600            ACCESS MODE   DYNAMIC                                 CNB25500
004700            RECORD KEY    PB-KEY                                  CNB25500
004800            FILE STATUS   WS-PUB-STATUS.                          CNB25500
004900     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB25500
005000            ORGANIZATION  LINE SEQUENTIAL                         CNB25500
005100            FILE STATUS   WS-RPT-STATUS.                          CNB25500
005200*                                                                 CNB25500
005300 DATA DIVISION.                                                   CNB25500
005400 FILE SECTION.                                                    CNB25500
005500 FD  PARM-FILE                                                    CNB25500
005600     RECORD CONTAINS 80 CHARACTERS.                               CNB25500
005700 01  WS-PARM-RECORD.                                              CNB25500
005800     05  PARM-FUNC                 PIC X(8).                      CNB25500
005900     05  PARM-DATE-TIME            PIC X(12).                     CNB25500
006000     05  PARM-STALE-MINS           PIC X(3).                      CNB25500
006100     05  FILLER                    PIC X(57).                     CNB25500
006200 FD  DSPL-FILE                                                    CNB25500
006300     RECORD CONTAINS 80 CHARACTERS.                               CNB25500
006400 01  DSPL-RECORD.                                                 CNB25500
006500     05  DSPL-TYPE                 PIC X(1).                      CNB25500
006600         88  DSPL-HEADER                  VALUE 'H'.              CNB25500
006700         88  DSPL-GROUP-LINE              VALUE 'G'.              CNB25500
006800         88  DSPL-DETAIL                  VALUE 'D'.              CNB25500
006900         88  DSPL-TRAILER                 VALUE 'T'.              CNB25500
007000     05  DSPL-DIST                 PIC X(2).                      CNB25500
007100     05  DSPL-SUB-DIST             PIC X(2).                      CNB25500
007200     05  DSPL-SECTION              PIC X(2).                      CNB25500
007300     05  DSPL-GROUP                PIC X(26).                     CNB25500
007400     05  DSPL-HDR-DATA REDEFINES DSPL-GROUP.                      CNB25500
007500*        YYMMDDHHMM:                                              CNB25500
007600         10  DSPL-AS-OF            PIC X(10).                     CNB25500
007700         10  DSPL-RESTART-FL       PIC X(1).                      CNB25500
007800             88  DSPL-RESTART-RUN         VALUE 'Y'.              CNB25500
007900         10  DSPL-LINE-COUNT       PIC 9(5).                      CNB25500
008000         10  FILLER                PIC X(10).                     CNB25500
008100     05  DSPL-CRAFT                PIC X(10).                     CNB25500
008200     05  DSPL-TURN                 PIC X(4).                      CNB25500
008300     05  DSPL-NAME                 PIC X(26).                     CNB25500
008400     05  FILLER                    PIC X(7).                      CNB25500
008500 FD  PUB-FILE                                                     CNB25500
008600     RECORD CONTAINS 100 CHARACTERS.                              CNB25500
008700 01  PB-RECORD.                                                   CNB25500
008800     05  PB-KEY.                                                  CNB25500
008900         10  PB-DIST               PIC X(2).                      CNB25500
009000         10  PB-SUB-DIST           PIC X(2).                      CNB25500
009100         10  PB-LINE               PIC 9(4).                      CNB25500
009200     05  PB-LINE-TYPE              PIC X(1).                      CNB25500
009300         88  PB-TERMINAL-HEADER           VALUE 'H'.              CNB25500
009400     05  PB-DATA                   PIC X(91).                     CNB25500
009500     05  PB-LINE-DATA REDEFINES PB-DATA.                          CNB25500
009600         10  PB-SECTION            PIC X(2).                      CNB25500
009700         10  PB-TEXT               PIC X(60).                     CNB25500
009800         10  FILLER                PIC X(29).                     CNB25500
009900     05  PB-HDR-DATA REDEFINES PB-DATA.                           CNB25500
010000*        YYMMDDHHMM - THE BOARD SHOWN, AND WHEN IT WAS PUBLISHED: CNB25500
010100         10  PB-AS-OF              PIC X(10).                     CNB25500
010200         10  PB-PUBLISHED          PIC X(10).                     CNB25500
010300         10  PB-STALE-MINS         PIC 9(3).                      CNB25500
010400         10  PB-LINES              PIC 9(4).                      CNB25500
010500         10  PB-STALE-FL           PIC X(1).                      CNB25500
010600             88  PB-STALE                 VALUE 'Y'.              CNB25500
010700         10  PB-MESSAGE            PIC X(60).                     CNB25500
010800         10  FILLER                PIC X(3).                      CNB25500
010900 FD  RPT-FILE                                                     CNB25500
011000     RECORD CONTAINS 132 CHARACTERS.                              CNB25500
011100 01  RPT-LINE                      PIC X(132).                    CNB25500
011200*                                                                 CNB25500
011300 WORKING-STORAGE SECTION.                                         CNB25500
011400 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB25500
011500     88  WS-PARM-OK                       VALUE '00'.             CNB25500
011600 01  WS-DSPL-STATUS                PIC XX VALUE SPACES.           CNB25500
011700     88  WS-DSPL-OK                       VALUE '00'.             CNB25500
011800 01  WS-PUB-STATUS                 PIC XX VALUE SPACES.           CNB25500
011900     88  WS-PUB-OK                        VALUE '00'.             CNB25500
012000     88  WS-PUB-NOT-FOUND                 VALUE '23'.             CNB25500
012100 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB25500
012200     88  WS-RPT-OK                        VALUE '00'.             CNB25500
012300 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB25500
012400 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB25500
012410 COPY WSERRLOG.                                                   CNB25500
012500 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB25500
012600     88  WS-FUNC-PUBLISH                  VALUE 'PUBLISH'.        CNB25500
012700 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB25500
012800 01  WS-STALE-MINS                 PIC 9(3) VALUE 90.             CNB25500
012900 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB25500
013000     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB25500
013100 01  WS-TERM-SW                    PIC X  VALUE 'N'.              CNB25500
013200     88  WS-TERM-OPEN                     VALUE 'Y'.              CNB25500
013300     88  WS-TERM-CLOSED                   VALUE 'N'.              CNB25500
013400 01  WS-FULL-SW                    PIC X  VALUE 'N'.              CNB25500
013500     88  WS-TABLE-FULL                    VALUE 'Y'.              CNB25500
013600 01  WS-READ-COUNT                 PIC 9(7) VALUE ZEROS.          CNB25500
013700 01  WS-STRAY-COUNT                PIC 9(7) VALUE ZEROS.          CNB25500
013800 01  WS-PUBLISHED-COUNT            PIC 9(7) VALUE ZEROS.          CNB25500
013900 01  WS-KEPT-COUNT                 PIC 9(7) VALUE ZEROS.          CNB25500
014000 01  WS-CURRENT-COUNT              PIC 9(7) VALUE ZEROS.          CNB25500
014100 01  WS-STALE-COUNT                PIC 9(7) VALUE ZEROS.          CNB25500
014200 01  WS-LEAP-QUOT                  PIC S9(4) COMP VALUE ZEROS.    CNB25500
014300 01  WS-LEAP-REM                   PIC S9(4) COMP VALUE ZEROS.    CNB25500
014400 01  WS-SERIAL-DAYS                PIC S9(7) COMP VALUE ZEROS.    CNB25500
014500 01  WS-SERIAL-MINS                PIC S9(9) COMP VALUE ZEROS.    CNB25500
014600 01  WS-MINS-RUN                   PIC S9(9) COMP VALUE ZEROS.    CNB25500
014700 01  WS-MINS-AGE                   PIC S9(9) COMP VALUE ZEROS.    CNB25500
014800 01  WS-SERIAL-DATE-TIME.                                         CNB25500
014900     05  WS-SD-YY                  PIC 9(2).                      CNB25500
015000     05  WS-SD-MM                  PIC 9(2).                      CNB25500
015100     05  WS-SD-DD                  PIC 9(2).                      CNB25500
015200     05  WS-SD-HH                  PIC 9(2).                      CNB25500
015300     05  WS-SD-MIN                 PIC 9(2).                      CNB25500
015400 01  WS-CUM-DAYS-TABLE.                                           CNB25500
015500     05  FILLER                    PIC X(36) VALUE                CNB25500
015600         '000031059090120151181212243273304334'.                  CNB25500
015700 01  WS-CUM-DAYS REDEFINES WS-CUM-DAYS-TABLE.                     CNB25500
015800     05  WS-CUM-MON OCCURS 12 TIMES PIC 9(3).                     CNB25500
015900*    THE STAMP SHOWN ON THE SCREENS, YY/MM/DD HH:MM.              CNB25500
016000 01  WS-STAMP.                                                    CNB25500
016100     05  WS-STAMP-YY               PIC X(2).                      CNB25500
016200     05  FILLER                    PIC X(1) VALUE '/'.            CNB25500
016300     05  WS-STAMP-MM               PIC X(2).                      CNB25500
016400     05  FILLER                    PIC X(1) VALUE '/'.            CNB25500
016500     05  WS-STAMP-DD               PIC X(2).                      CNB25500
016600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25500
016700     05  WS-STAMP-HH               PIC X(2).                      CNB25500
016800     05  FILLER                    PIC X(1) VALUE ':'.            CNB25500
016900     05  WS-STAMP-MIN              PIC X(2).                      CNB25500
017000 01  WS-CURRENT-MESSAGE.                                          CNB25500
017100     05  FILLER                    PIC X(13) VALUE                CNB25500
017200         'LAST UPDATED '.                                         CNB25500
017300     05  CUR-STAMP                 PIC X(14).                     CNB25500
017400     05  FILLER                    PIC X(33) VALUE SPACES.        CNB25500
017500 01  WS-STALE-MESSAGE.                                            CNB25500
017600     05  FILLER                    PIC X(24) VALUE                CNB25500
017700         'BOARD NOT UPDATED SINCE '.                              CNB25500
017800     05  STL-STAMP                 PIC X(14).                     CNB25500
017900     05  FILLER                    PIC X(22) VALUE                CNB25500
018000         ' - SEE THE CREW CALLER'.                                CNB25500
018100*    A NAME LINE AS SHOWN: CRAFT, TURN OR POSITION, NAME.         CNB25500
018200 01  WS-DETAIL-TEXT.                                              CNB25500
018300     05  DTX-CRAFT                 PIC X(10).                     CNB25500
018400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25500
018500     05  DTX-TURN                  PIC X(4).                      CNB25500
018600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25500
018700     05  DTX-NAME                  PIC X(26).                     CNB25500
018800     05  FILLER                    PIC X(18) VALUE SPACES.        CNB25500
018900*    SECTION TITLES, WRITTEN AHEAD OF THE FIRST GROUP OF EACH.    CNB25500
019000 01  WS-SEC-TABLE-VALUES.                                         CNB25500
019100     05  FILLER                    PIC X(22) VALUE                CNB25500
019200         'TRTRAINS ENROUTE      '.                                CNB25500
019300     05  FILLER                    PIC X(22) VALUE                CNB25500
019400         'PICREWS IN TOWN       '.                                CNB25500
019500     05  FILLER                    PIC X(22) VALUE                CNB25500
019600         'POCREWS OUT OF TOWN   '.                                CNB25500
019700     05  FILLER                    PIC X(22) VALUE                CNB25500
019800         'LCLOCALS IN TOWN      '.                                CNB25500
019900     05  FILLER                    PIC X(22) VALUE                CNB25500
020000         'XBEXTRA BOARDS        '.                                CNB25500
020100     05  FILLER                    PIC X(22) VALUE                CNB25500
020200         'OBOFF BOARDS          '.                                CNB25500
020300 01  WS-SEC-TABLE REDEFINES WS-SEC-TABLE-VALUES.                  CNB25500
020400     05  WS-SEC-ENTRY OCCURS 6 TIMES.                             CNB25500
020500         10  WS-SEC-CODE           PIC X(2).                      CNB25500
020600         10  WS-SEC-TITLE          PIC X(20).                     CNB25500
020700 01  WS-SEC-MAX                    PIC S9(4) COMP VALUE 6.        CNB25500
020800 01  WS-SEC-SUB                    PIC S9(4) COMP VALUE ZEROS.    CNB25500
020900 01  WS-SEC-AT                     PIC S9(4) COMP VALUE ZEROS.    CNB25500
021000*    THE TERMINAL BEING READ FROM THE FEED.                       CNB25500
021100 01  WS-TERM-INFO.                                                CNB25500
021200     05  WS-TERM-DIST              PIC X(2).                      CNB25500
021300     05  WS-TERM-SUB-DIST          PIC X(2).                      CNB25500
021400     05  WS-TERM-AS-OF             PIC X(10).                     CNB25500
021500     05  WS-TERM-RESTART-FL        PIC X(1).                      CNB25500
021600         88  WS-TERM-RESTART              VALUE 'Y'.              CNB25500
021700     05  WS-TERM-FEED-LINES        PIC 9(5).                      CNB25500
021800     05  WS-TERM-LAST-SECTION      PIC X(2).                      CNB25500
021900     05  WS-TERM-RESULT            PIC X(24).                     CNB25500
022000 01  WS-OLD-LINES                  PIC 9(4) VALUE ZEROS.          CNB25500
022100 01  WS-HDR-SW                     PIC X  VALUE 'N'.              CNB25500
022200     88  WS-HDR-ON-FILE                   VALUE 'Y'.              CNB25500
022300 01  WS-NEW-TYPE                   PIC X(1) VALUE SPACES.         CNB25500
022400 01  WS-NEW-TEXT                   PIC X(60) VALUE SPACES.        CNB25500
022500 01  WS-PL-MAX                     PIC S9(4) COMP VALUE 2000.     CNB25500
022600 01  WS-PL-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB25500
022700 01  WS-PL-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB25500
022800 01  WS-PL-TABLE.                                                 CNB25500
022900     05  WS-PL-ENTRY OCCURS 2000 TIMES.                           CNB25500
023000         10  WS-PL-TYPE            PIC X(1).                      CNB25500
023100         10  WS-PL-SECTION         PIC X(2).                      CNB25500
023200         10  WS-PL-TEXT            PIC X(60).                     CNB25500
023300 01  WS-HDR-LINE.                                                 CNB25500
023400     05  FILLER                PIC X(38)  VALUE                   CNB25500
023500         'CNB255 - CREW-ROOM DISPLAY PUBLISHER  '.                CNB25500
023600     05  FILLER                PIC X(2)   VALUE SPACES.           CNB25500
023700     05  HDR-FUNC              PIC X(8).                          CNB25500
023800     05  FILLER                PIC X(2)   VALUE SPACES.           CNB25500
023900     05  HDR-DATE-TIME         PIC X(12).                         CNB25500
024000     05  FILLER                PIC X(70)  VALUE SPACES.           CNB25500
024100 01  WS-TITLE-LINE.                                               CNB25500
024200     05  TTL-TEXT                  PIC X(30).                     CNB25500
024300     05  FILLER                    PIC X(102) VALUE SPACES.       CNB25500
024400 01  WS-FEED-HDR-LINE.                                            CNB25500
024500     05  FILLER                    PIC X(44) VALUE                CNB25500
024600         'DIST SDIST  BOARD AS OF   LINES  RESULT     '.          CNB25500
024700     05  FILLER                    PIC X(88) VALUE SPACES.        CNB25500
024800 01  WS-FEED-LINE.                                                CNB25500
024900     05  FDL-DIST                  PIC X(2).                      CNB25500
025000     05  FILLER                    PIC X(3) VALUE SPACES.         CNB25500
025100     05  FDL-SUB-DIST              PIC X(2).                      CNB25500
025200     05  FILLER                    PIC X(5) VALUE SPACES.         CNB25500
025300     05  FDL-AS-OF                 PIC X(14).                     CNB25500
025400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25500
025500     05  FDL-LINES                 PIC Z,ZZ9.                     CNB25500
025600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25500
025700     05  FDL-RESULT                PIC X(24).                     CNB25500
025800     05  FILLER                    PIC X(74) VALUE SPACES.        CNB25500
025900 01  WS-BOARD-HDR-LINE.                                           CNB25500
026000     05  FILLER                    PIC X(44) VALUE                CNB25500
026100         'DIST SDIST  BOARD AS OF     PUBLISHED      L'.          CNB25500
026200     05  FILLER                    PIC X(44) VALUE                CNB25500
026300         'INES  SCREEN MESSAGE'.                                  CNB25500
026400     05  FILLER                    PIC X(44) VALUE SPACES.        CNB25500
026500 01  WS-BOARD-LINE.                                               CNB25500
026600     05  BDL-DIST                  PIC X(2).                      CNB25500
026700     05  FILLER                    PIC X(3) VALUE SPACES.         CNB25500
026800     05  BDL-SUB-DIST              PIC X(2).                      CNB25500
026900     05  FILLER                    PIC X(5) VALUE SPACES.         CNB25500
027000     05  BDL-AS-OF                 PIC X(14).                     CNB25500
027100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25500
027200     05  BDL-PUBLISHED             PIC X(14).                     CNB25500
027300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25500
027400     05  BDL-LINES                 PIC Z,ZZ9.                     CNB25500
027500     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25500
027600     05  BDL-MESSAGE               PIC X(60).                     CNB25500
027700     05  FILLER                    PIC X(22) VALUE SPACES.        CNB25500
027800 01  WS-CNT-LINE.                                                 CNB25500
027900     05  CNT-LABEL                 PIC X(30).                     CNB25500
028000     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB25500
028100     05  FILLER                    PIC X(95) VALUE SPACES.        CNB25500
028200*                                                                 CNB25500
028300 PROCEDURE DIVISION.                                              CNB25500
028400 P0000-MAINLINE.                                                  CNB25500
028500     PERFORM P1000-INITIALIZE                                     CNB25500
028600     PERFORM P2000-READ-FEED                                      CNB25500
028700     PERFORM P4000-STAMP-BOARDS                                   CNB25500
028800     PERFORM P9000-TERMINATE                                      CNB25500
028900     GOBACK.                                                      CNB25500
029000*                                                                 CNB25500
029100 P1000-INITIALIZE.                                                CNB25500
029200     OPEN INPUT PARM-FILE                                         CNB25500
029300     IF NOT WS-PARM-OK                                            CNB25500
029400        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB25500
029500        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB25500
029600        PERFORM P9999-GOT-PROBLEM                                 CNB25500
029700     END-IF                                                       CNB25500
029800     READ PARM-FILE                                               CNB25500
029900     IF NOT WS-PARM-OK                                            CNB25500
030000        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB25500
030100        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB25500
030200        PERFORM P9999-GOT-PROBLEM                                 CNB25500
030300     END-IF                                                       CNB25500
030400     MOVE PARM-FUNC                TO WS-FUNC                     CNB25500
030500     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB25500
030600     IF PARM-STALE-MINS NUMERIC                                   CNB25500
030700        AND PARM-STALE-MINS > ZEROS                               CNB25500
030800        MOVE PARM-STALE-MINS       TO WS-STALE-MINS               CNB25500
030900     END-IF                                                       CNB25500
031000     CLOSE PARM-FILE                                              CNB25500
031100     IF NOT WS-FUNC-PUBLISH                                       CNB25500
031200        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB25500
031300        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB25500
031400        PERFORM P9999-GOT-PROBLEM                                 CNB25500
031500     END-IF                                                       CNB25500
031600     IF WS-RUN-DATE-TIME (1:10) NOT NUMERIC                       CNB25500
031700        MOVE 'P1000-BAD-DATE'      TO WS-ABEND-PARAGRAPH          CNB25500
031800        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB25500
031900        PERFORM P9999-GOT-PROBLEM                                 CNB25500
032000     END-IF                                                       CNB25500
032100     OPEN INPUT DSPL-FILE                                         CNB25500
032200     IF NOT WS-DSPL-OK                                            CNB25500
032300        MOVE 'P1000-OPEN-DSPL'     TO WS-ABEND-PARAGRAPH          CNB25500
032400        MOVE WS-DSPL-STATUS        TO WS-ABEND-STATUS             CNB25500
032500        PERFORM P9999-GOT-PROBLEM                                 CNB25500
032600     END-IF                                                       CNB25500
032700*    THE FIRST RUN AT A NEW INSTALLATION BUILDS THE FILE.         CNB25500
032800     OPEN I-O PUB-FILE                                            CNB25500
032900     IF WS-PUB-STATUS = '35'                                      CNB25500
033000        OPEN OUTPUT PUB-FILE                                      CNB25500
033100        CLOSE PUB-FILE                                            CNB25500
033200        OPEN I-O PUB-FILE                                         CNB25500
033300     END-IF                                                       CNB25500
033400     IF NOT WS-PUB-OK                                             CNB25500
033500        MOVE 'P1000-OPEN-PUB'      TO WS-ABEND-PARAGRAPH          CNB25500
033600        MOVE WS-PUB-STATUS         TO WS-ABEND-STATUS             CNB25500
033700        PERFORM P9999-GOT-PROBLEM                                 CNB25500
033800     END-IF                                                       CNB25500
033900     OPEN OUTPUT RPT-FILE                                         CNB25500
034000     IF NOT WS-RPT-OK                                             CNB25500
034100        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB25500
034200        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB25500
034300        PERFORM P9999-GOT-PROBLEM                                 CNB25500
034400     END-IF                                                       CNB25500
034500     MOVE WS-FUNC                  TO HDR-FUNC                    CNB25500
034600     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB25500
034700     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB25500
034800     MOVE WS-RUN-DATE-TIME (1:10)  TO WS-SERIAL-DATE-TIME         CNB25500
034900     PERFORM P8000-DATE-TO-SERIAL                                 CNB25500
035000     MOVE WS-SERIAL-MINS           TO WS-MINS-RUN.                CNB25500
035100*                                                                 CNB25500
035200 P2000-READ-FEED.                                                 CNB25500
035300     MOVE SPACES                   TO RPT-LINE                    CNB25500
035400     WRITE RPT-LINE                                               CNB25500
035500     MOVE 'DISPLAY FEEDS RECEIVED'  TO TTL-TEXT                   CNB25500
035600     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB25500
035700     WRITE RPT-LINE FROM WS-FEED-HDR-LINE                         CNB25500
035800     PERFORM P2100-FEED-RECORD THRU P2100-EXIT                    CNB25500
035900             UNTIL WS-EOF-INPUT                                   CNB25500
036000*    A FEED THAT ENDS WITHOUT ITS TRAILER IS FROM A RUN THAT DID  CNB25500
036100*    NOT FINISH.                                                  CNB25500
036200     IF WS-TERM-OPEN                                              CNB25500
036300        MOVE 'INCOMPLETE - KEPT PRIOR' TO WS-TERM-RESULT          CNB25500
036400        PERFORM P2900-END-TERMINAL                                CNB25500
036500     END-IF                                                       CNB25500
036600     CLOSE DSPL-FILE.                                             CNB25500
036700*                                                                 CNB25500
036800 P2100-FEED-RECORD.                                               CNB25500
036900     READ DSPL-FILE                                               CNB25500
037000          AT END                                                  CNB25500
037100             SET WS-EOF-INPUT TO TRUE                             CNB25500
037200     END-READ                                                     CNB25500
037300     IF WS-EOF-INPUT                                              CNB25500
037400        GO TO P2100-EXIT                                          CNB25500
037500     END-IF                                                       CNB25500
037600     ADD 1 TO WS-READ-COUNT                                       CNB25500
037700     IF DSPL-HEADER                                               CNB25500
037800        PERFORM P2200-START-TERMINAL                              CNB25500
037900        GO TO P2100-EXIT                                          CNB25500
038000     END-IF                                                       CNB25500
038100     IF WS-TERM-CLOSED                                            CNB25500
038200        ADD 1 TO WS-STRAY-COUNT                                   CNB25500
038300        GO TO P2100-EXIT                                          CNB25500
038400     END-IF                                                       CNB25500
038500     IF DSPL-TRAILER                                              CNB25500
038600        PERFORM P2400-CHECK-TRAILER                               CNB25500
038700        PERFORM P2900-END-TERMINAL                                CNB25500
038800        GO TO P2100-EXIT                                          CNB25500
038900     END-IF                                                       CNB25500
039000     IF DSPL-GROUP-LINE OR DSPL-DETAIL                            CNB25500
039100        PERFORM P2300-TABLE-LINE                                  CNB25500
039200     ELSE                                                         CNB25500
039300        ADD 1 TO WS-STRAY-COUNT                                   CNB25500
039400     END-IF.                                                      CNB25500
039500 P2100-EXIT.                                                      CNB25500
039600     EXIT.                                                        CNB25500
039700*                                                                 CNB25500
039800 P2200-START-TERMINAL.                                            CNB25500
039900*    A NEW HEADER BEFORE THE LAST TERMINAL'S TRAILER MEANS THAT   CNB25500
040000*    TERMINAL'S RUN DID NOT FINISH.                               CNB25500
040100     IF WS-TERM-OPEN                                              CNB25500
040200        MOVE 'INCOMPLETE - KEPT PRIOR' TO WS-TERM-RESULT          CNB25500
040300        PERFORM P2900-END-TERMINAL                                CNB25500
040400     END-IF                                                       CNB25500
040500     MOVE DSPL-DIST                TO WS-TERM-DIST                CNB25500
040600     MOVE DSPL-SUB-DIST            TO WS-TERM-SUB-DIST            CNB25500
040700     MOVE DSPL-AS-OF               TO WS-TERM-AS-OF               CNB25500
040800     MOVE DSPL-RESTART-FL          TO WS-TERM-RESTART-FL          CNB25500
040900     MOVE ZEROS                    TO WS-TERM-FEED-LINES          CNB25500
041000     MOVE SPACES                   TO WS-TERM-LAST-SECTION        CNB25500
041100                                      WS-TERM-RESULT              CNB25500
041200     MOVE ZEROS                    TO WS-PL-COUNT                 CNB25500
041300     MOVE 'N'                      TO WS-FULL-SW                  CNB25500
041400     SET WS-TERM-OPEN TO TRUE.                                    CNB25500
041500*                                                                 CNB25500
041600 P2300-TABLE-LINE.                                                CNB25500
041700     ADD 1 TO WS-TERM-FEED-LINES                                  CNB25500
041800     IF DSPL-SECTION NOT = WS-TERM-LAST-SECTION                   CNB25500
041900        MOVE DSPL-SECTION          TO WS-TERM-LAST-SECTION        CNB25500
042000        PERFORM P8300-FIND-SECTION                                CNB25500
042100        MOVE 'S'                   TO WS-NEW-TYPE                 CNB25500
042200        MOVE WS-SEC-TITLE (WS-SEC-AT) TO WS-NEW-TEXT              CNB25500
042300        PERFORM P2310-ADD-LINE                                    CNB25500
042400     END-IF                                                       CNB25500
042500     IF DSPL-GROUP-LINE                                           CNB25500
042600        MOVE 'G'                   TO WS-NEW-TYPE                 CNB25500
042700        MOVE DSPL-GROUP            TO WS-NEW-TEXT                 CNB25500
042800     ELSE                                                         CNB25500
042900        MOVE DSPL-CRAFT            TO DTX-CRAFT                   CNB25500
043000        MOVE DSPL-TURN             TO DTX-TURN                    CNB25500
043100        MOVE DSPL-NAME             TO DTX-NAME                    CNB25500
043200        MOVE 'D'                   TO WS-NEW-TYPE                 CNB25500
043300        MOVE WS-DETAIL-TEXT        TO WS-NEW-TEXT                 CNB25500
043400     END-IF                                                       CNB25500
043500     PERFORM P2310-ADD-LINE.                                      CNB25500
043600*                                                                 CNB25500
043700 P2310-ADD-LINE.                                                  CNB25500
043800     IF WS-PL-COUNT NOT < WS-PL-MAX                               CNB25500
043900        SET WS-TABLE-FULL TO TRUE                                 CNB25500
044000     ELSE                                                         CNB25500
044100        ADD 1 TO WS-PL-COUNT                                      CNB25500
044200        MOVE WS-NEW-TYPE           TO WS-PL-TYPE (WS-PL-COUNT)    CNB25500
044300        MOVE DSPL-SECTION          TO WS-PL-SECTION (WS-PL-COUNT) CNB25500
044400        MOVE WS-NEW-TEXT           TO WS-PL-TEXT (WS-PL-COUNT)    CNB25500
044500     END-IF.                                                      CNB25500
044600*                                                                 CNB25500
044700 P2400-CHECK-TRAILER.                                             CNB25500
044800     EVALUATE TRUE                                                CNB25500
044900        WHEN DSPL-DIST NOT = WS-TERM-DIST                         CNB25500
045000          OR DSPL-SUB-DIST NOT = WS-TERM-SUB-DIST                 CNB25500
045100          OR DSPL-LINE-COUNT NOT NUMERIC                          CNB25500
045200          OR DSPL-LINE-COUNT NOT = WS-TERM-FEED-LINES             CNB25500
045300           MOVE 'INCOMPLETE - KEPT PRIOR' TO WS-TERM-RESULT       CNB25500
045400        WHEN WS-TERM-RESTART                                      CNB25500
045500           MOVE 'RESTART RUN - KEPT PRIOR' TO WS-TERM-RESULT      CNB25500
045600        WHEN WS-TABLE-FULL                                        CNB25500
045700           MOVE 'TOO MANY LINES - KEPT   ' TO WS-TERM-RESULT      CNB25500
045800        WHEN OTHER                                                CNB25500
045900           PERFORM P3000-PUBLISH-TERMINAL                         CNB25500
046000           MOVE 'PUBLISHED'           TO WS-TERM-RESULT           CNB25500
046100     END-EVALUATE.                                                CNB25500
046200*                                                                 CNB25500
046300 P2900-END-TERMINAL.                                              CNB25500
046400     IF WS-TERM-RESULT = 'PUBLISHED'                              CNB25500
046500        ADD 1 TO WS-PUBLISHED-COUNT                               CNB25500
046600     ELSE                                                         CNB25500
046700        ADD 1 TO WS-KEPT-COUNT                                    CNB25500
046800     END-IF                                                       CNB25500
046900     MOVE WS-TERM-DIST             TO FDL-DIST                    CNB25500
047000     MOVE WS-TERM-SUB-DIST         TO FDL-SUB-DIST                CNB25500
047100     MOVE WS-TERM-AS-OF            TO WS-SERIAL-DATE-TIME         CNB25500
047200     PERFORM P8200-FORMAT-STAMP                                   CNB25500
047300     MOVE WS-STAMP                 TO FDL-AS-OF                   CNB25500
047400     MOVE WS-PL-COUNT              TO FDL-LINES                   CNB25500
047500     MOVE WS-TERM-RESULT           TO FDL-RESULT                  CNB25500
047600     WRITE RPT-LINE FROM WS-FEED-LINE                             CNB25500
047700     SET WS-TERM-CLOSED TO TRUE.                                  CNB25500
047800*                                                                 CNB25500
047900 P3000-PUBLISH-TERMINAL.                                          CNB25500
048000*    THE OLD VIEW'S LINES ARE REMOVED AND THE NEW ONES WRITTEN    CNB25500
048100*    BEFORE THE HEADER, WHICH CARRIES THE LINE COUNT THE SCREENS  CNB25500
048200*    READ TO, IS REPLACED.                                        CNB25500
048300     MOVE WS-TERM-DIST             TO PB-DIST                     CNB25500
048400     MOVE WS-TERM-SUB-DIST         TO PB-SUB-DIST                 CNB25500
048500     MOVE ZEROS                    TO PB-LINE                     CNB25500
048600     READ PUB-FILE                                                CNB25500
048700     IF WS-PUB-OK                                                 CNB25500
048800        MOVE PB-LINES              TO WS-OLD-LINES                CNB25500
048900        SET WS-HDR-ON-FILE TO TRUE                                CNB25500
049000     ELSE                                                         CNB25500
049100        IF WS-PUB-NOT-FOUND                                       CNB25500
049200           MOVE ZEROS              TO WS-OLD-LINES                CNB25500
049300           MOVE 'N'                TO WS-HDR-SW                   CNB25500
049400        ELSE                                                      CNB25500
049500           MOVE 'P3000-READ-PUB'   TO WS-ABEND-PARAGRAPH          CNB25500
049600           MOVE WS-PUB-STATUS      TO WS-ABEND-STATUS             CNB25500
049700           PERFORM P9999-GOT-PROBLEM                              CNB25500
049800        END-IF                                                    CNB25500
049900     END-IF                                                       CNB25500
050000     PERFORM P3100-DELETE-OLD-LINE                                CNB25500
050100             VARYING WS-PL-SUB FROM 1 BY 1                        CNB25500
050200             UNTIL WS-PL-SUB > WS-OLD-LINES                       CNB25500
050300     PERFORM P3200-WRITE-NEW-LINE                                 CNB25500
050400             VARYING WS-PL-SUB FROM 1 BY 1                        CNB25500
050500             UNTIL WS-PL-SUB > WS-PL-COUNT                        CNB25500
050600     MOVE SPACES                   TO PB-RECORD                   CNB25500
050700     MOVE WS-TERM-DIST             TO PB-DIST                     CNB25500
050800     MOVE WS-TERM-SUB-DIST         TO PB-SUB-DIST                 CNB25500
050900     MOVE ZEROS                    TO PB-LINE                     CNB25500
051000     MOVE 'H'                      TO PB-LINE-TYPE                CNB25500
051100     MOVE WS-TERM-AS-OF            TO PB-AS-OF                    CNB25500
051200     MOVE WS-RUN-DATE-TIME (1:10)  TO PB-PUBLISHED                CNB25500
051300     MOVE WS-STALE-MINS            TO PB-STALE-MINS               CNB25500
051400     MOVE WS-PL-COUNT              TO PB-LINES                    CNB25500
051500     MOVE 'N'                      TO PB-STALE-FL                 CNB25500
051600     MOVE WS-TERM-AS-OF            TO WS-SERIAL-DATE-TIME         CNB25500
051700     PERFORM P8200-FORMAT-STAMP                                   CNB25500
051800     MOVE WS-STAMP                 TO CUR-STAMP                   CNB25500
051900     MOVE WS-CURRENT-MESSAGE       TO PB-MESSAGE                  CNB25500
052000     IF WS-HDR-ON-FILE                                            CNB25500
052100        REWRITE PB-RECORD                                         CNB25500
052200     ELSE                                                         CNB25500
052300        WRITE PB-RECORD                                           CNB25500
052400     END-IF                                                       CNB25500
052500     IF NOT WS-PUB-OK                                             CNB25500
052600        MOVE 'P3000-WRITE-HDR'     TO WS-ABEND-PARAGRAPH          CNB25500
052700        MOVE WS-PUB-STATUS         TO WS-ABEND-STATUS             CNB25500
052800        PERFORM P9999-GOT-PROBLEM                                 CNB25500
052900     END-IF.                                                      CNB25500
053000*                                                                 CNB25500
053100 P3100-DELETE-OLD-LINE.                                           CNB25500
053200     MOVE WS-TERM-DIST             TO PB-DIST                     CNB25500
053300     MOVE WS-TERM-SUB-DIST         TO PB-SUB-DIST                 CNB25500
053400     MOVE WS-PL-SUB                TO PB-LINE                     CNB25500
053500     DELETE PUB-FILE RECORD                                       CNB25500
053600     IF NOT WS-PUB-OK                                             CNB25500
053700        AND NOT WS-PUB-NOT-FOUND                                  CNB25500
053800        MOVE 'P3100-DEL-PUB'       TO WS-ABEND-PARAGRAPH          CNB25500
053900        MOVE WS-PUB-STATUS         TO WS-ABEND-STATUS             CNB25500
054000        PERFORM P9999-GOT-PROBLEM                                 CNB25500
054100     END-IF.                                                      CNB25500
054200*                                                                 CNB25500
054300 P3200-WRITE-NEW-LINE.                                            CNB25500
054400     MOVE SPACES                   TO PB-RECORD                   CNB25500
054500     MOVE WS-TERM-DIST             TO PB-DIST                     CNB25500
054600     MOVE WS-TERM-SUB-DIST         TO PB-SUB-DIST                 CNB25500
054700     MOVE WS-PL-SUB                TO PB-LINE                     CNB25500
054800     MOVE WS-PL-TYPE (WS-PL-SUB)   TO PB-LINE-TYPE                CNB25500
054900     MOVE WS-PL-SECTION (WS-PL-SUB) TO PB-SECTION                 CNB25500
055000     MOVE WS-PL-TEXT (WS-PL-SUB)   TO PB-TEXT                     CNB25500
055100     WRITE PB-RECORD                                              CNB25500
055200     IF NOT WS-PUB-OK                                             CNB25500
055300        MOVE 'P3200-WRITE-PUB'     TO WS-ABEND-PARAGRAPH          CNB25500
055400        MOVE WS-PUB-STATUS         TO WS-ABEND-STATUS             CNB25500
055500        PERFORM P9999-GOT-PROBLEM                                 CNB25500
055600     END-IF.                                                      CNB25500
055700*                                                                 CNB25500
055800 P4000-STAMP-BOARDS.                                              CNB25500
055900*    EVERY TERMINAL ON THE FILE, PUBLISHED THIS RUN OR NOT, IS    CNB25500
056000*    RE-STAMPED CURRENT OR STALE AGAINST THE RUN TIME.            CNB25500
056100     MOVE SPACES                   TO RPT-LINE                    CNB25500
056200     WRITE RPT-LINE                                               CNB25500
056300     MOVE 'CREW-ROOM BOARDS AS SHOWN'  TO TTL-TEXT                CNB25500
056400     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB25500
056500     WRITE RPT-LINE FROM WS-BOARD-HDR-LINE                        CNB25500
056600     MOVE 'N'                      TO WS-EOF-SW                   CNB25500
056700     MOVE LOW-VALUES               TO PB-KEY                      CNB25500
056800     START PUB-FILE KEY NOT < PB-KEY                              CNB25500
056900     IF NOT WS-PUB-OK                                             CNB25500
057000        SET WS-EOF-INPUT TO TRUE                                  CNB25500
057100     END-IF                                                       CNB25500
057200     PERFORM P4100-STAMP-BOARD THRU P4100-EXIT                    CNB25500
057300             UNTIL WS-EOF-INPUT.                                  CNB25500
057400*                                                                 CNB25500
057500 P4100-STAMP-BOARD.                                               CNB25500
057600     READ PUB-FILE NEXT                                           CNB25500
057700          AT END                                                  CNB25500
057800             SET WS-EOF-INPUT TO TRUE                             CNB25500
057900     END-READ                                                     CNB25500
058000     IF WS-EOF-INPUT                                              CNB25500
058100        GO TO P4100-EXIT                                          CNB25500
058200     END-IF                                                       CNB25500
058300     IF PB-LINE NOT = ZEROS                                       CNB25500
058400        OR NOT PB-TERMINAL-HEADER                                 CNB25500
058500        GO TO P4100-EXIT                                          CNB25500
058600     END-IF                                                       CNB25500
058700     MOVE WS-STALE-MINS            TO PB-STALE-MINS               CNB25500
058800     MOVE PB-AS-OF                 TO WS-SERIAL-DATE-TIME         CNB25500
058900     PERFORM P8200-FORMAT-STAMP                                   CNB25500
059000     IF PB-AS-OF NUMERIC                                          CNB25500
059100        PERFORM P8000-DATE-TO-SERIAL                              CNB25500
059200        COMPUTE WS-MINS-AGE = WS-MINS-RUN - WS-SERIAL-MINS        CNB25500
059300     ELSE                                                         CNB25500
059400        COMPUTE WS-MINS-AGE = WS-STALE-MINS + 1                   CNB25500
059500     END-IF                                                       CNB25500
059600     IF WS-MINS-AGE > WS-STALE-MINS                               CNB25500
059700        MOVE 'Y'                   TO PB-STALE-FL                 CNB25500
059800        MOVE WS-STAMP              TO STL-STAMP                   CNB25500
059900        MOVE WS-STALE-MESSAGE      TO PB-MESSAGE                  CNB25500
060000        ADD 1 TO WS-STALE-COUNT                                   CNB25500
060100     ELSE                                                         CNB25500
060200        MOVE 'N'                   TO PB-STALE-FL                 CNB25500
060300        MOVE WS-STAMP              TO CUR-STAMP                   CNB25500
060400        MOVE WS-CURRENT-MESSAGE    TO PB-MESSAGE                  CNB25500
060500        ADD 1 TO WS-CURRENT-COUNT                                 CNB25500
060600     END-IF                                                       CNB25500
060700     REWRITE PB-RECORD                                            CNB25500
060800     IF NOT WS-PUB-OK                                             CNB25500
060900        MOVE 'P4100-REWR-PUB'      TO WS-ABEND-PARAGRAPH          CNB25500
061000        MOVE WS-PUB-STATUS         TO WS-ABEND-STATUS             CNB25500
061100        PERFORM P9999-GOT-PROBLEM                                 CNB25500
061200     END-IF                                                       CNB25500
061300     MOVE PB-DIST                  TO BDL-DIST                    CNB25500
061400     MOVE PB-SUB-DIST              TO BDL-SUB-DIST                CNB25500
061500     MOVE WS-STAMP                 TO BDL-AS-OF                   CNB25500
061600     MOVE PB-PUBLISHED             TO WS-SERIAL-DATE-TIME         CNB25500
061700     PERFORM P8200-FORMAT-STAMP                                   CNB25500
061800     MOVE WS-STAMP                 TO BDL-PUBLISHED               CNB25500
061900     MOVE PB-LINES                 TO BDL-LINES                   CNB25500
062000     MOVE PB-MESSAGE               TO BDL-MESSAGE                 CNB25500
062100     WRITE RPT-LINE FROM WS-BOARD-LINE.                           CNB25500
062200 P4100-EXIT.                                                      CNB25500
062300     EXIT.                                                        CNB25500
062400*                                                                 CNB25500
062500 P8000-DATE-TO-SERIAL.                                            CNB25500
062600*    DAYS FROM 01/01/00 TO THE YYMMDD IN WS-SERIAL-DATE-TIME, AND CNB25500
062700*    MINUTES FROM 01/01/00 00:00 TO ITS YYMMDDHHMM.               CNB25500
062800     DIVIDE WS-SD-YY BY 4 GIVING WS-LEAP-QUOT                     CNB25500
062900            REMAINDER WS-LEAP-REM                                 CNB25500
063000     COMPUTE WS-SERIAL-DAYS = (WS-SD-YY * 365) + WS-LEAP-QUOT     CNB25500
063100           + WS-CUM-MON (WS-SD-MM) + WS-SD-DD                     CNB25500
063200     IF WS-LEAP-REM = ZEROS                                       CNB25500
063300        AND WS-SD-MM < 3                                          CNB25500
063400        SUBTRACT 1 FROM WS-SERIAL-DAYS                            CNB25500
063500     END-IF                                                       CNB25500
063600     COMPUTE WS-SERIAL-MINS = (WS-SERIAL-DAYS * 1440)             CNB25500
063700           + (WS-SD-HH * 60) + WS-SD-MIN.                         CNB25500
063800*                                                                 CNB25500
063900 P8200-FORMAT-STAMP.                                              CNB25500
064000     MOVE WS-SERIAL-DATE-TIME (1:2)  TO WS-STAMP-YY               CNB25500
064100     MOVE WS-SERIAL-DATE-TIME (3:2)  TO WS-STAMP-MM               CNB25500
064200     MOVE WS-SERIAL-DATE-TIME (5:2)  TO WS-STAMP-DD               CNB25500
064300     MOVE WS-SERIAL-DATE-TIME (7:2)  TO WS-STAMP-HH               CNB25500
064400     MOVE WS-SERIAL-DATE-TIME (9:2)  TO WS-STAMP-MIN.             CNB25500
064500*                                                                 CNB25500
064600 P8300-FIND-SECTION.                                              CNB25500
064700*    AN UNKNOWN SECTION CODE IS SHOWN UNDER THE LAST TITLE.       CNB25500
064800     MOVE WS-SEC-MAX               TO WS-SEC-AT                   CNB25500
064900     PERFORM P8310-MATCH-SECTION                                  CNB25500
065000             VARYING WS-SEC-SUB FROM 1 BY 1                       CNB25500
065100             UNTIL WS-SEC-SUB > WS-SEC-MAX.                       CNB25500
065200*                                                                 CNB25500
065300 P8310-MATCH-SECTION.                                             CNB25500
065400     IF WS-SEC-CODE (WS-SEC-SUB) = DSPL-SECTION                   CNB25500
065500        MOVE WS-SEC-SUB            TO WS-SEC-AT                   CNB25500
065600     END-IF.                                                      CNB25500
065700*                                                                 CNB25500
065800 P9000-TERMINATE.                                                 CNB25500
065900     MOVE SPACES                   TO RPT-LINE                    CNB25500
066000     WRITE RPT-LINE                                               CNB25500
066100     MOVE 'FEED RECORDS READ .........' TO CNT-LABEL              CNB25500
066200     MOVE WS-READ-COUNT            TO CNT-VALUE                   CNB25500
066300     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25500
066400     IF WS-STRAY-COUNT > ZEROS                                    CNB25500
066500        MOVE 'OUTSIDE A TERMINAL - IGNORED' TO CNT-LABEL          CNB25500
066600        MOVE WS-STRAY-COUNT        TO CNT-VALUE                   CNB25500
066700        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25500
066800     END-IF                                                       CNB25500
066900     MOVE 'TERMINALS PUBLISHED .......' TO CNT-LABEL              CNB25500
067000     MOVE WS-PUBLISHED-COUNT       TO CNT-VALUE                   CNB25500
067100     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25500
067200     MOVE 'TERMINALS KEPT AT PRIOR ...' TO CNT-LABEL              CNB25500
067300     MOVE WS-KEPT-COUNT            TO CNT-VALUE                   CNB25500
067400     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25500
067500     MOVE 'BOARDS SHOWN CURRENT ......' TO CNT-LABEL              CNB25500
067600     MOVE WS-CURRENT-COUNT         TO CNT-VALUE                   CNB25500
067700     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25500
067800     MOVE 'BOARDS SHOWN STALE ........' TO CNT-LABEL              CNB25500
067900     MOVE WS-STALE-COUNT           TO CNT-VALUE                   CNB25500
068000     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25500
068100     CLOSE PUB-FILE                                               CNB25500
068200           RPT-FILE                                               CNB25500
068300     IF WS-STALE-COUNT > ZEROS                                    CNB25500
068400        MOVE 4 TO RETURN-CODE                                     CNB25500
068500     END-IF.                                                      CNB25500
068600*                                                                 CNB25500
068700 P9999-GOT-PROBLEM.                                               CNB25500
068710     MOVE 'CNB255'                 TO XE-PROGRAM                  CNB25500
068720     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB25500
068730     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB25500
068740     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB25500
068800     DISPLAY 'CNB255 ABEND IN ' WS-ABEND-PARAGRAPH                CNB25500
068900              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB25500
069000     MOVE 16 TO RETURN-CODE                                       CNB25500
069100     GOBACK.                                                      CNB25500
069200 END PROGRAM CNB255.                                              CNB25500
