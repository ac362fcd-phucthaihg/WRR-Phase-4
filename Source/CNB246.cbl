000100 IDENTIFICATION DIVISION.                                         CNB24600
000200 PROGRAM-ID. CNB246.                                              CNB24600
000300*AUTHOR.     JMC.                                                 CNB24600
000400*DATE-WRITTEN. 10/15/26.                                          CNB24600
000500*REMARKS.                                                         CNB24600
000600*    POOL TURN TERMINAL BALANCE AND DEADHEAD RECOMMENDATION.      CNB24600
000700*    P2100-POOLS-IN-TOWN AND P2150-CHECK-POOL-STATUS IN CNP779    CNB24600
000800*    SHOW THE POOL TURNS IN TOWN AT ONE TERMINAL, BUT NOTHING     CNB24600
000900*    LOOKS AT BOTH ENDS OF A POOL AT ONCE, SO A CREW SHORTAGE AT  CNB24600
001000*    THE FAR END WAS FOUND WHEN A TRAIN THERE HAD NOBODY TO TAKE  CNB24600
001100*    IT.  RUN ON DEMAND AND EVERY FEW HOURS (FUNCTION BALANCE),   CNB24600
001200*    THIS BATCH, FOR EACH POOL ON THE POOLDEF CARDS (POOL, HOME   CNB24600
001300*    TERMINAL DIST/SUB-DIST, AWAY TERMINAL DIST/SUB-DIST):        CNB24600
001400*      - COUNTS THE CREWED TURNS AT EACH END - A TURN IN TOWN IS  CNB24600
001500*        AT THE HOME TERMINAL, ONE OUT OF TOWN AT THE AWAY        CNB24600
001600*        TERMINAL, THE SAME TEST CNP779 MAKES.  A TURN WITH NO    CNB24600
001700*        EMPLOYEE OR WITH A VACANCY OPEN IS NOT A CREW TO MOVE.   CNB24600
001800*      - COUNTS THE TRAINS ON THE DISPATCH OFFICE'S LINEUP (THE   CNB24600
001900*        FEED CNB132 LOADS) ORDERED AT EACH END IN THE NEXT PARM  CNB24600
002000*        HOURS (BLANK = 12).                                      CNB24600
002100*      - WHERE ONE END HAS MORE TURNS THAN TRAINS AND THE OTHER   CNB24600
002200*        HAS FEWER, RECOMMENDS DEADHEADING THE SMALLER OF THE     CNB24600
002300*        SURPLUS AND THE SHORTAGE FROM THE SURPLUS END, AND       CNB24600
002400*        NAMES THE TURNS THAT HAVE RESTED THERE LONGEST (EARLIEST CNB24600
002500*        POSITION TIME).  A POOL SHORT AT BOTH ENDS IS FLAGGED    CNB24600
002600*        FOR THE EXTRABOARD - DEADHEADING CANNOT COVER IT.        CNB24600
002700*    THE REPORT CHANGES NO FILE.  A LINEUP TRAIN IS COUNTED       CNB24600
002800*    AGAINST EVERY DEFINED POOL WORKING OUT OF ITS TERMINAL.      CNB24600
002900*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB24600
003000*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB24600
003100*                                                                 CNB24600
003200*TBD  THE UFP LAYOUT BELOW IS THE SAME REVERSE-ENGINEERED SHAPE   CNB24600
003300*CNB132 CARRIES, WITH THE TURN'S POSITION DATE-TIME (CNP779'S     CNB24600
003400*UFP-POS-DATE-TIME, YYMMDDHHMM) TAKEN FROM THE TRAILING FILLER.   CNB24600
003500*THE HOME/AWAY TERMINALS CNP779 READS FROM THE '3B' CONTROL       CNB24600
003600*RECORDS ARE CARRIED ON THE POOLDEF CARDS, THE CONTROL FILE       CNB24600
003700*LAYOUT NOT BEING CHECKED OUT TO THIS LIBRARY.  VERIFY BEFORE     CNB24600
003800*NEXT COMPILE.                                                    CNB24600
003900*                                                                 CNB24600
004000 ENVIRONMENT DIVISION.                                            CNB24600
004100 CONFIGURATION SECTION.                                           CNB24600
004200 SOURCE-COMPUTER.  IBM-370.                                       CNB24600
004300 OBJECT-COMPUTER.  IBM-370.                                       CNB24600
004400 INPUT-OUTPUT SECTION.                                            CNB24600
004500 FILE-CONTROL.                                                    CNB24600
004600     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB24600
004700            ORGANIZATION  SEQUENTIAL                              CNB24600
004800            FILE STATUS   WS-PARM-STATUS.                         CNB24600
004900     SELECT POOLDEF-FILE ASSIGN TO POOLDEF                        CNB24600
005000            ORGANIZATION  SEQUENTIAL                              CNB24600
005100            FILE STATUS   WS-POOLDEF-STATUS.                      CNB24600
005200     SELECT LINEUP-FILE  ASSIGN TO LINEUP                         CNB24600
005300            ORGANIZATION  SEQUENTIAL                              CNB24600
005400            FILE STATUS   WS-LINEUP-STATUS.                       CNB24600
005500     SELECT UFP-FILE     ASSIGN TO UFPFILE                        CNB24600
005600            ORGANIZATION  INDEXED                                 CNB24600
005700            ACCESS MODE   SEQUENTIAL                              CNB24600
005800            RECORD KEY    UFIO-KEY                                CNB24600
005900            FILE STATUS   WS-UFPF-STATUS.                         CNB24600
006000     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB24600
006100            ORGANIZATION  LINE SEQUENTIAL                         CNB24600
006200            FILE STATUS   WS-RPT-STATUS.                          CNB24600
006300*                                                                 CNB24600
006400 DATA DIVISION.                                                   CNB24600
006500 FILE SECTION.                                                    CNB24600
006600 FD  PARM-FILE                                                    CNB24600
006700     RECORD CONTAINS 80 CHARACTERS.                               CNB24600
006800 01  WS-PARM-RECORD.                                              CNB24600
006900     05  PARM-FUNC                 PIC X(8).                      CNB24600
007000     05  PARM-DATE-TIME            PIC X(12).                     CNB24600
007100     05  PARM-HOURS                PIC X(2).                      CNB24600
007200     05  FILLER                    PIC X(58).                     CNB24600
007300 FD  POOLDEF-FILE                                                 CNB24600
007400     RECORD CONTAINS 80 CHARACTERS.                               CNB24600
007500 01  WS-POOLDEF-RECORD.                                           CNB24600
007600     05  PD-DIST                   PIC X(2).                      CNB24600
007700     05  PD-SDIST                  PIC X(2).                      CNB24600
007800     05  PD-POOL                   PIC X(10).                     CNB24600
007900     05  PD-AWAY-DIST              PIC X(2).                      CNB24600
008000     05  PD-AWAY-SDIST             PIC X(2).                      CNB24600
008100     05  FILLER                    PIC X(62).                     CNB24600
008200 FD  LINEUP-FILE                                                  CNB24600
008300     RECORD CONTAINS 80 CHARACTERS.                               CNB24600
008400 01  WS-LINEUP-RECORD.                                            CNB24600
008500     05  LU-TRAIN                  PIC X(10).                     CNB24600
008600     05  LU-DIST                   PIC X(2).                      CNB24600
008700     05  LU-SDIST                  PIC X(2).                      CNB24600
008800     05  LU-ETA-DATE-TIME          PIC X(12).                     CNB24600
008900     05  FILLER                    PIC X(54).                     CNB24600
009000 FD  UFP-FILE                                                     CNB24600
009100     RECORD CONTAINS 100 CHARACTERS.                              CNB24600
009200 01  UFIO-RECORD.                                                 CNB24600
009300     05  UFIO-KEY.                                                CNB24600
009400         10  UFIO-DIST             PIC X(2).                      CNB24600
009500         10  UFIO-SDIST            PIC X(2).                      CNB24600
009600         10  UFIO-POOL             PIC X(10).                     CNB24600
009700         10  UFIO-TURN             PIC X(4).                      CNB24600
009800     05  UFIO-EMP-NO               PIC 9(9).                      CNB24600
009900     05  UFIO-IN-TOWN-FLAG         PIC X.                         CNB24600
010000         88  UFIO-IN-TOWN                VALUE 'Y'.               CNB24600
010100     05  UFIO-VCNY-FLAG            PIC X.                         CNB24600
010200         88  UFIO-OPEN-VCNY              VALUE 'Y'.               CNB24600
010300     05  UFIO-VCNY-TYPE            PIC X(4).                      CNB24600
010400     05  UFIO-ASSIGNMENT           PIC X(12).                     CNB24600
010500     05  UFIO-DESCRIPTION          PIC X(20).                     CNB24600
010600     05  UFIO-TRAIN                PIC X(10).                     CNB24600
010700     05  UFIO-EST-ORD-TIME         PIC X(12).                     CNB24600
010800     05  UFIO-POS-DATE-TIME        PIC X(10).                     CNB24600
010900     05  FILLER                    PIC X(3).                      CNB24600
011000 FD  RPT-FILE                                                     CNB24600
011100     RECORD CONTAINS 132 CHARACTERS.                              CNB24600
011200 01  RPT-LINE                      PIC X(132).                    CNB24600
011300*                                                                 CNB24600
011400 WORKING-STORAGE SECTION.                                         CNB24600
011500 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB24600
011600     88  WS-PARM-OK                       VALUE '00'.             CNB24600
011700 01  WS-POOLDEF-STATUS             PIC XX VALUE SPACES.           CNB24600
011800     88  WS-POOLDEF-OK                    VALUE '00'.             CNB24600
011900 01  WS-LINEUP-STATUS              PIC XX VALUE SPACES.           CNB24600
012000     88  WS-LINEUP-OK                     VALUE '00'.             CNB24600
012100 01  WS-UFPF-STATUS                PIC XX VALUE SPACES.           CNB24600
012200     88  WS-UFPF-OK                       VALUE '00'.             CNB24600
012300 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB24600
012400     88  WS-RPT-OK                        VALUE '00'.             CNB24600
012500 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB24600
012600 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB24600
012610 COPY WSERRLOG.                                                   CNB24600
012700 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB24600
012800     88  WS-FUNC-BALANCE                  VALUE 'BALANCE'.        CNB24600
012900 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB24600
013000 01  WS-HOURS                      PIC 9(2) VALUE 12.             CNB24600
013100 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB24600
013200     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB24600
013300*                                                                 CNB24600
013400*    POOLS FROM THE POOLDEF CARDS, WITH THE TURNS AND TRAINS AT   CNB24600
013500*    EACH END                                                     CNB24600
013600*                                                                 CNB24600
013700 01  WS-PT-MAX                     PIC S9(4) COMP VALUE 100.      CNB24600
013800 01  WS-PT-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB24600
013900 01  WS-PT-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB24600
014000 01  WS-PT-FOUND                   PIC S9(4) COMP VALUE ZEROS.    CNB24600
014100 01  WS-POOL-TABLE.                                               CNB24600
014200     05  WS-PT-ENTRY OCCURS 100 TIMES.                            CNB24600
014300         10  PT-KEY.                                              CNB24600
014400             15  PT-DIST           PIC X(2).                      CNB24600
014500             15  PT-SDIST          PIC X(2).                      CNB24600
014600             15  PT-POOL           PIC X(10).                     CNB24600
014700         10  PT-AWAY-DIST          PIC X(2).                      CNB24600
014800         10  PT-AWAY-SDIST         PIC X(2).                      CNB24600
014900         10  PT-HOME-TURNS         PIC S9(4) COMP.                CNB24600
015000         10  PT-AWAY-TURNS         PIC S9(4) COMP.                CNB24600
015100         10  PT-HOME-TRAINS        PIC S9(4) COMP.                CNB24600
015200         10  PT-AWAY-TRAINS        PIC S9(4) COMP.                CNB24600
015300*                                                                 CNB24600
015400*    CREWED TURNS OF THE DEFINED POOLS, WITH THE MINUTE EACH TOOK CNB24600
015500*    ITS POSITION (AN UNKNOWN TIME SORTS LAST)                    CNB24600
015600*                                                                 CNB24600
015700 01  WS-TT-MAX                     PIC S9(4) COMP VALUE 2000.     CNB24600
015800 01  WS-TT-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB24600
015900 01  WS-TT-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB24600
016000 01  WS-TT-BEST                    PIC S9(4) COMP VALUE ZEROS.    CNB24600
016100 01  WS-TURN-TABLE.                                               CNB24600
016200     05  WS-TT-ENTRY OCCURS 2000 TIMES.                           CNB24600
016300         10  TT-POOL-SUB           PIC S9(4) COMP.                CNB24600
016400         10  TT-END                PIC X(1).                      CNB24600
016500         10  TT-TURN               PIC X(4).                      CNB24600
016600         10  TT-EMP-NO             PIC 9(9).                      CNB24600
016700         10  TT-POS-DATE-TIME      PIC X(10).                     CNB24600
016800         10  TT-POS-STAMP          PIC S9(9) COMP.                CNB24600
016900         10  TT-PICKED-SW          PIC X(1).                      CNB24600
017000             88  TT-PICKED               VALUE 'Y'.               CNB24600
017100*                                                                 CNB24600
017200*    BALANCE OF THE POOL BEING REPORTED                           CNB24600
017300*                                                                 CNB24600
017400 01  WS-HOME-BAL                   PIC S9(4) COMP VALUE ZEROS.    CNB24600
017500 01  WS-AWAY-BAL                   PIC S9(4) COMP VALUE ZEROS.    CNB24600
017600 01  WS-MOVE-COUNT                 PIC S9(4) COMP VALUE ZEROS.    CNB24600
017700 01  WS-MOVE-SUB                   PIC S9(4) COMP VALUE ZEROS.    CNB24600
017800 01  WS-FROM-END                   PIC X(1) VALUE SPACES.         CNB24600
017900 01  WS-REST-MINS                  PIC S9(9) COMP VALUE ZEROS.    CNB24600
018000*                                                                 CNB24600
018100*    TIMES AS MINUTES SINCE THE SERIAL-DATE BASE                  CNB24600
018200*                                                                 CNB24600
018300 01  WS-RUN-STAMP                  PIC S9(9) COMP VALUE ZEROS.    CNB24600
018400 01  WS-WINDOW-STAMP               PIC S9(9) COMP VALUE ZEROS.    CNB24600
018500 01  WS-UNKNOWN-STAMP              PIC S9(9) COMP VALUE 999999999.CNB24600
018600 01  WS-STAMP-MINS                 PIC S9(9) COMP VALUE ZEROS.    CNB24600
018700 01  WS-STAMP-DATE-TIME.                                          CNB24600
018800     05  WS-ST-CE                  PIC X(2).                      CNB24600
018900     05  WS-ST-DATE                PIC X(6).                      CNB24600
019000     05  WS-ST-HH                  PIC 9(2).                      CNB24600
019100     05  WS-ST-MM                  PIC 9(2).                      CNB24600
019200 01  WS-HM-MINS                    PIC S9(9) COMP VALUE ZEROS.    CNB24600
019300 01  WS-HM-HRS-WORK                PIC S9(9) COMP VALUE ZEROS.    CNB24600
019400 01  WS-HM-MNS-WORK                PIC S9(9) COMP VALUE ZEROS.    CNB24600
019500 01  WS-HM-EDIT.                                                  CNB24600
019600     05  WS-HM-HRS                 PIC ZZZ9.                      CNB24600
019700     05  FILLER                    PIC X(1) VALUE ':'.            CNB24600
019800     05  WS-HM-MNS                 PIC 99.                        CNB24600
019900 01  WS-SERIAL-RESULT              PIC S9(7) COMP VALUE ZEROS.    CNB24600
020000 01  WS-SERIAL-DATE.                                              CNB24600
020100     05  WS-SD-CCYY                PIC 9(4).                      CNB24600
020200     05  WS-SD-MM                  PIC 9(2).                      CNB24600
020300     05  WS-SD-DD                  PIC 9(2).                      CNB24600
020400 01  WS-SERIAL-DATE-X REDEFINES WS-SERIAL-DATE                    CNB24600
020500                                   PIC X(8).                      CNB24600
020600 01  WS-LEAP-QUOT                  PIC 9(4) VALUE ZEROS.          CNB24600
020700 01  WS-LEAP-REM                   PIC 9(4) VALUE ZEROS.          CNB24600
020800 01  WS-CUM-DAY-TABLE              PIC X(36) VALUE                CNB24600
020900         '000031059090120151181212243273304334'.                  CNB24600
021000 01  WS-CUM-DAY-TABLE-R REDEFINES WS-CUM-DAY-TABLE.               CNB24600
021100     05  WS-CDT-DAYS OCCURS 12 TIMES                              CNB24600
021200                                   PIC 9(3).                      CNB24600
021300 01  WS-LINEUP-COUNT               PIC 9(7) VALUE ZEROS.          CNB24600
021400 01  WS-WINDOW-COUNT               PIC 9(7) VALUE ZEROS.          CNB24600
021500 01  WS-UFP-COUNT                  PIC 9(7) VALUE ZEROS.          CNB24600
021600 01  WS-TURN-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24600
021700 01  WS-DH-POOL-COUNT              PIC 9(7) VALUE ZEROS.          CNB24600
021800 01  WS-DH-TURN-COUNT              PIC 9(7) VALUE ZEROS.          CNB24600
021900 01  WS-SHORT-COUNT                PIC 9(7) VALUE ZEROS.          CNB24600
022000 01  WS-OVER-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24600
022100 01  WS-HDR-LINE.                                                 CNB24600
022200     05  FILLER                PIC X(38)  VALUE                   CNB24600
022300         'CNB246 - POOL TERMINAL BALANCE        '.                CNB24600
022400     05  FILLER                PIC X(2)   VALUE SPACES.           CNB24600
022500     05  HDR-FUNC              PIC X(8).                          CNB24600
022600     05  FILLER                PIC X(2)   VALUE SPACES.           CNB24600
022700     05  HDR-DATE-TIME         PIC X(12).                         CNB24600
022800     05  FILLER                PIC X(16)  VALUE                   CNB24600
022900         '  TRAINS IN NEXT'.                                      CNB24600
023000     05  HDR-HOURS             PIC ZZ9.                           CNB24600
023100     05  FILLER                PIC X(6)   VALUE ' HOURS'.         CNB24600
023200     05  FILLER                PIC X(45)  VALUE SPACES.           CNB24600
023300 01  WS-POOL-LINE.                                                CNB24600
023400     05  FILLER                    PIC X(6) VALUE 'POOL  '.       CNB24600
023500     05  PL-DIST                   PIC X(2).                      CNB24600
023600     05  FILLER                    PIC X(1) VALUE '/'.            CNB24600
023700     05  PL-SDIST                  PIC X(2).                      CNB24600
023800     05  FILLER                    PIC X(1) VALUE '/'.            CNB24600
023900     05  PL-POOL                   PIC X(10).                     CNB24600
024000     05  FILLER                    PIC X(17) VALUE                CNB24600
024100         '   HOME TERMINAL '.                                     CNB24600
024200     05  PL-HOME-DIST              PIC X(2).                      CNB24600
024300     05  FILLER                    PIC X(1) VALUE '/'.            CNB24600
024400     05  PL-HOME-SDIST             PIC X(2).                      CNB24600
024500     05  FILLER                    PIC X(17) VALUE                CNB24600
024600         '   AWAY TERMINAL '.                                     CNB24600
024700     05  PL-AWAY-DIST              PIC X(2).                      CNB24600
024800     05  FILLER                    PIC X(1) VALUE '/'.            CNB24600
024900     05  PL-AWAY-SDIST             PIC X(2).                      CNB24600
025000     05  FILLER                    PIC X(66) VALUE SPACES.        CNB24600
025100 01  WS-END-LINE.                                                 CNB24600
025200     05  FILLER                    PIC X(4) VALUE SPACES.         CNB24600
025300     05  EL-END                    PIC X(4).                      CNB24600
025400     05  FILLER                    PIC X(8) VALUE '  TURNS '.     CNB24600
025500     05  EL-TURNS                  PIC ZZZ9.                      CNB24600
025600     05  FILLER                    PIC X(9) VALUE '  TRAINS '.    CNB24600
025700     05  EL-TRAINS                 PIC ZZZ9.                      CNB24600
025800     05  FILLER                    PIC X(10) VALUE '  BALANCE '.  CNB24600
025900     05  EL-BAL                    PIC ----9.                     CNB24600
026000     05  FILLER                    PIC X(84) VALUE SPACES.        CNB24600
026100 01  WS-ADVICE-LINE.                                              CNB24600
026200     05  FILLER                    PIC X(4) VALUE SPACES.         CNB24600
026300     05  AL-TEXT                   PIC X(70).                     CNB24600
026400     05  FILLER                    PIC X(58) VALUE SPACES.        CNB24600
026500 01  WS-DH-COUNT-EDIT              PIC ZZZ9.                      CNB24600
026600 01  WS-SHORT-EDIT-1               PIC ZZZ9.                      CNB24600
026700 01  WS-SHORT-EDIT-2               PIC ZZZ9.                      CNB24600
026800 01  WS-TURN-LINE.                                                CNB24600
026900     05  FILLER                    PIC X(8) VALUE SPACES.         CNB24600
027000     05  FILLER                    PIC X(5) VALUE 'TURN '.        CNB24600
027100     05  TL-TURN                   PIC X(4).                      CNB24600
027200     05  FILLER                    PIC X(6) VALUE '  EMP '.       CNB24600
027300     05  TL-EMP-NO                 PIC X(9).                      CNB24600
027400     05  FILLER                    PIC X(12) VALUE '  POSITION  '.CNB24600
027500     05  TL-POS-DATE-TIME          PIC X(10).                     CNB24600
027600     05  FILLER                    PIC X(9) VALUE '  RESTED '.    CNB24600
027700     05  TL-RESTED                 PIC X(7).                      CNB24600
027800     05  FILLER                    PIC X(62) VALUE SPACES.        CNB24600
027900 01  WS-CNT-LINE.                                                 CNB24600
028000     05  CNT-LABEL                 PIC X(30).                     CNB24600
028100     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB24600
028200     05  FILLER                    PIC X(95) VALUE SPACES.        CNB24600
028300*                                                                 CNB24600
028400 PROCEDURE DIVISION.                                              CNB24600
028500 P0000-MAINLINE.                                                  CNB24600
028600     PERFORM P1000-INITIALIZE                                     CNB24600
028700     PERFORM P1100-LOAD-POOL THRU P1100-EXIT                      CNB24600
028800             UNTIL WS-EOF-INPUT                                   CNB24600
028900     MOVE 'N'                      TO WS-EOF-SW                   CNB24600
029000     PERFORM P2000-LOAD-LINEUP THRU P2000-EXIT                    CNB24600
029100             UNTIL WS-EOF-INPUT                                   CNB24600
029200     MOVE 'N'                      TO WS-EOF-SW                   CNB24600
029300     PERFORM P2100-LOAD-TURN THRU P2100-EXIT                      CNB24600
029400             UNTIL WS-EOF-INPUT                                   CNB24600
029500     PERFORM P3000-BALANCE-POOL                                   CNB24600
029600             VARYING WS-PT-SUB FROM 1 BY 1                        CNB24600
029700             UNTIL WS-PT-SUB > WS-PT-COUNT                        CNB24600
029800     PERFORM P9000-TERMINATE                                      CNB24600
029900     GOBACK.                                                      CNB24600
030000*                                                                 CNB24600
030100 P1000-INITIALIZE.                                                CNB24600
030200     OPEN INPUT PARM-FILE                                         CNB24600
030300     IF NOT WS-PARM-OK                                            CNB24600
030400        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB24600
030500        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB24600
030600        PERFORM P9999-GOT-PROBLEM                                 CNB24600
030700     END-IF                                                       CNB24600
030800     READ PARM-FILE                                               CNB24600
030900     IF NOT WS-PARM-OK                                            CNB24600
031000        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB24600
031100        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB24600
031200        PERFORM P9999-GOT-PROBLEM                                 CNB24600
031300     END-IF                                                       CNB24600
031400     MOVE PARM-FUNC                TO WS-FUNC                     CNB24600
031500     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB24600
031600     IF PARM-HOURS NUMERIC AND PARM-HOURS > '00'                  CNB24600
031700        MOVE PARM-HOURS            TO WS-HOURS                    CNB24600
031800     END-IF                                                       CNB24600
031900     CLOSE PARM-FILE                                              CNB24600
032000     IF NOT WS-FUNC-BALANCE                                       CNB24600
032100        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB24600
032200        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB24600
032300        PERFORM P9999-GOT-PROBLEM                                 CNB24600
032400     END-IF                                                       CNB24600
032500     MOVE '20'                     TO WS-ST-CE                    CNB24600
032600     MOVE WS-RUN-DATE-TIME (1:10)  TO WS-STAMP-DATE-TIME (3:10)   CNB24600
032700     PERFORM P7100-STAMP-MINUTES                                  CNB24600
032800     MOVE WS-STAMP-MINS            TO WS-RUN-STAMP                CNB24600
032900     COMPUTE WS-WINDOW-STAMP = WS-RUN-STAMP + (WS-HOURS * 60)     CNB24600
033000     OPEN INPUT POOLDEF-FILE                                      CNB24600
033100     IF NOT WS-POOLDEF-OK                                         CNB24600
033200        MOVE 'P1000-OPEN-PDEF'     TO WS-ABEND-PARAGRAPH          CNB24600
033300        MOVE WS-POOLDEF-STATUS     TO WS-ABEND-STATUS             CNB24600
033400        PERFORM P9999-GOT-PROBLEM                                 CNB24600
033500     END-IF                                                       CNB24600
033600     OPEN INPUT LINEUP-FILE                                       CNB24600
033700     IF NOT WS-LINEUP-OK                                          CNB24600
033800        MOVE 'P1000-OPEN-LU'       TO WS-ABEND-PARAGRAPH          CNB24600
033900        MOVE WS-LINEUP-STATUS      TO WS-ABEND-STATUS             CNB24600
034000        PERFORM P9999-GOT-PROBLEM                                 CNB24600
034100     END-IF                                                       CNB24600
034200     OPEN INPUT UFP-FILE                                          CNB24600
034300     IF NOT WS-UFPF-OK                                            CNB24600
034400        MOVE 'P1000-OPEN-UFP'      TO WS-ABEND-PARAGRAPH          CNB24600
034500        MOVE WS-UFPF-STATUS        TO WS-ABEND-STATUS             CNB24600
034600        PERFORM P9999-GOT-PROBLEM                                 CNB24600
034700     END-IF                                                       CNB24600
034800     OPEN OUTPUT RPT-FILE                                         CNB24600
034900     IF NOT WS-RPT-OK                                             CNB24600
035000        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB24600
035100        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB24600
035200        PERFORM P9999-GOT-PROBLEM                                 CNB24600
035300     END-IF                                                       CNB24600
035400     MOVE WS-FUNC                  TO HDR-FUNC                    CNB24600
035500     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB24600
035600     MOVE WS-HOURS                 TO HDR-HOURS                   CNB24600
035700     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB24600
035800     MOVE SPACES                   TO RPT-LINE                    CNB24600
035900     WRITE RPT-LINE.                                              CNB24600
036000*                                                                 CNB24600
036100 P1100-LOAD-POOL.                                                 CNB24600
036200     READ POOLDEF-FILE                                            CNB24600
036300          AT END                                                  CNB24600
036400             SET WS-EOF-INPUT TO TRUE                             CNB24600
036500     END-READ                                                     CNB24600
036600     IF WS-EOF-INPUT                                              CNB24600
036700        GO TO P1100-EXIT                                          CNB24600
036800     END-IF                                                       CNB24600
036900     IF NOT WS-POOLDEF-OK                                         CNB24600
037000        MOVE 'P1100-READ-PDEF'     TO WS-ABEND-PARAGRAPH          CNB24600
037100        MOVE WS-POOLDEF-STATUS     TO WS-ABEND-STATUS             CNB24600
037200        PERFORM P9999-GOT-PROBLEM                                 CNB24600
037300     END-IF                                                       CNB24600
037400     IF PD-POOL = SPACES                                          CNB24600
037500        GO TO P1100-EXIT                                          CNB24600
037600     END-IF                                                       CNB24600
037700     IF WS-PT-COUNT NOT < WS-PT-MAX                               CNB24600
037800        MOVE 'P1100-POOL-MAX'      TO WS-ABEND-PARAGRAPH          CNB24600
037900        MOVE 'TF'                  TO WS-ABEND-STATUS             CNB24600
038000        PERFORM P9999-GOT-PROBLEM                                 CNB24600
038100     END-IF                                                       CNB24600
038200     ADD 1 TO WS-PT-COUNT                                         CNB24600
038300     MOVE PD-DIST                  TO PT-DIST (WS-PT-COUNT)       CNB24600
038400     MOVE PD-SDIST                 TO PT-SDIST (WS-PT-COUNT)      CNB24600
038500     MOVE PD-POOL                  TO PT-POOL (WS-PT-COUNT)       CNB24600
038600     MOVE PD-AWAY-DIST             TO PT-AWAY-DIST (WS-PT-COUNT)  CNB24600
038700     MOVE PD-AWAY-SDIST            TO PT-AWAY-SDIST (WS-PT-COUNT) CNB24600
038800     MOVE ZEROS              TO PT-HOME-TURNS (WS-PT-COUNT)       CNB24600
038900                                PT-AWAY-TURNS (WS-PT-COUNT)       CNB24600
039000                                PT-HOME-TRAINS (WS-PT-COUNT)      CNB24600
039100                                PT-AWAY-TRAINS (WS-PT-COUNT).     CNB24600
039200 P1100-EXIT.                                                      CNB24600
039300     EXIT.                                                        CNB24600
039400*                                                                 CNB24600
039500*    A LINEUP TRAIN ORDERED INSIDE THE WINDOW IS A CALL AT ITS    CNB24600
039600*    TERMINAL FOR EVERY POOL WORKING THERE                        CNB24600
039700*                                                                 CNB24600
039800 P2000-LOAD-LINEUP.                                               CNB24600
039900     READ LINEUP-FILE                                             CNB24600
040000          AT END                                                  CNB24600
040100             SET WS-EOF-INPUT TO TRUE                             CNB24600
040200     END-READ                                                     CNB24600
040300     IF WS-EOF-INPUT                                              CNB24600
040400        GO TO P2000-EXIT                                          CNB24600
040500     END-IF                                                       CNB24600
040600     IF NOT WS-LINEUP-OK                                          CNB24600
040700        MOVE 'P2000-READ-LU'       TO WS-ABEND-PARAGRAPH          CNB24600
040800        MOVE WS-LINEUP-STATUS      TO WS-ABEND-STATUS             CNB24600
040900        PERFORM P9999-GOT-PROBLEM                                 CNB24600
041000     END-IF                                                       CNB24600
041100     ADD 1 TO WS-LINEUP-COUNT                                     CNB24600
041200     MOVE LU-ETA-DATE-TIME         TO WS-STAMP-DATE-TIME          CNB24600
041300     PERFORM P7100-STAMP-MINUTES                                  CNB24600
041400     IF WS-STAMP-MINS < WS-RUN-STAMP                              CNB24600
041500        OR WS-STAMP-MINS > WS-WINDOW-STAMP                        CNB24600
041600        GO TO P2000-EXIT                                          CNB24600
041700     END-IF                                                       CNB24600
041800     ADD 1 TO WS-WINDOW-COUNT                                     CNB24600
041900     PERFORM P2010-COUNT-TRAIN                                    CNB24600
042000             VARYING WS-PT-SUB FROM 1 BY 1                        CNB24600
042100             UNTIL WS-PT-SUB > WS-PT-COUNT.                       CNB24600
042200 P2000-EXIT.                                                      CNB24600
042300     EXIT.                                                        CNB24600
042400*                                                                 CNB24600
042500 P2010-COUNT-TRAIN.                                               CNB24600
042600     IF LU-DIST = PT-DIST (WS-PT-SUB)                             CNB24600
042700        AND LU-SDIST = PT-SDIST (WS-PT-SUB)                       CNB24600
042800        ADD 1 TO PT-HOME-TRAINS (WS-PT-SUB)                       CNB24600
042900     ELSE                                                         CNB24600
043000        IF LU-DIST = PT-AWAY-DIST (WS-PT-SUB)                     CNB24600
043100           AND LU-SDIST = PT-AWAY-SDIST (WS-PT-SUB)               CNB24600
043200           ADD 1 TO PT-AWAY-TRAINS (WS-PT-SUB)                    CNB24600
043300        END-IF                                                    CNB24600
043400     END-IF.                                                      CNB24600
043500*                                                                 CNB24600
043600*    A CREWED TURN OF A DEFINED POOL, AT THE END IT STANDS AT     CNB24600
043700*                                                                 CNB24600
043800 P2100-LOAD-TURN.                                                 CNB24600
043900     READ UFP-FILE NEXT                                           CNB24600
044000          AT END                                                  CNB24600
044100             SET WS-EOF-INPUT TO TRUE                             CNB24600
044200     END-READ                                                     CNB24600
044300     IF WS-EOF-INPUT                                              CNB24600
044400        GO TO P2100-EXIT                                          CNB24600
044500     END-IF                                                       CNB24600
044600     IF NOT WS-UFPF-OK                                            CNB24600
044700        MOVE 'P2100-READ-UFP'      TO WS-ABEND-PARAGRAPH          CNB24600
044800        MOVE WS-UFPF-STATUS        TO WS-ABEND-STATUS             CNB24600
044900        PERFORM P9999-GOT-PROBLEM                                 CNB24600
045000     END-IF                                                       CNB24600
045100     ADD 1 TO WS-UFP-COUNT                                        CNB24600
045200     IF UFIO-EMP-NO NOT NUMERIC OR UFIO-EMP-NO = ZEROS            CNB24600
045300        OR UFIO-OPEN-VCNY                                         CNB24600
045400        GO TO P2100-EXIT                                          CNB24600
045500     END-IF                                                       CNB24600
045600     MOVE ZEROS                    TO WS-PT-FOUND                 CNB24600
045700     PERFORM P2110-FIND-POOL                                      CNB24600
045800             VARYING WS-PT-SUB FROM 1 BY 1                        CNB24600
045900             UNTIL WS-PT-SUB > WS-PT-COUNT                        CNB24600
046000                OR WS-PT-FOUND > ZEROS                            CNB24600
046100     IF WS-PT-FOUND = ZEROS                                       CNB24600
046200        GO TO P2100-EXIT                                          CNB24600
046300     END-IF                                                       CNB24600
046400     ADD 1 TO WS-TURN-COUNT                                       CNB24600
046500     IF UFIO-IN-TOWN                                              CNB24600
046600        ADD 1 TO PT-HOME-TURNS (WS-PT-FOUND)                      CNB24600
046700     ELSE                                                         CNB24600
046800        ADD 1 TO PT-AWAY-TURNS (WS-PT-FOUND)                      CNB24600
046900     END-IF                                                       CNB24600
047000     IF WS-TT-COUNT NOT < WS-TT-MAX                               CNB24600
047100        ADD 1 TO WS-OVER-COUNT                                    CNB24600
047200        GO TO P2100-EXIT                                          CNB24600
047300     END-IF                                                       CNB24600
047400     ADD 1 TO WS-TT-COUNT                                         CNB24600
047500     MOVE WS-PT-FOUND              TO TT-POOL-SUB (WS-TT-COUNT)   CNB24600
047600     IF UFIO-IN-TOWN                                              CNB24600
047700        MOVE 'H'                   TO TT-END (WS-TT-COUNT)        CNB24600
047800     ELSE                                                         CNB24600
047900        MOVE 'A'                   TO TT-END (WS-TT-COUNT)        CNB24600
048000     END-IF                                                       CNB24600
048100     MOVE UFIO-TURN                TO TT-TURN (WS-TT-COUNT)       CNB24600
048200     MOVE UFIO-EMP-NO              TO TT-EMP-NO (WS-TT-COUNT)     CNB24600
048300     MOVE UFIO-POS-DATE-TIME                                      CNB24600
048400                             TO TT-POS-DATE-TIME (WS-TT-COUNT)    CNB24600
048500     MOVE 'N'                      TO TT-PICKED-SW (WS-TT-COUNT)  CNB24600
048600     MOVE '20'                     TO WS-ST-CE                    CNB24600
048700     MOVE UFIO-POS-DATE-TIME       TO WS-STAMP-DATE-TIME (3:10)   CNB24600
048800     PERFORM P7100-STAMP-MINUTES                                  CNB24600
048900     IF WS-STAMP-MINS = ZEROS                                     CNB24600
049000        MOVE WS-UNKNOWN-STAMP      TO TT-POS-STAMP (WS-TT-COUNT)  CNB24600
049100     ELSE                                                         CNB24600
049200        MOVE WS-STAMP-MINS         TO TT-POS-STAMP (WS-TT-COUNT)  CNB24600
049300     END-IF.                                                      CNB24600
049400 P2100-EXIT.                                                      CNB24600
049500     EXIT.                                                        CNB24600
049600*                                                                 CNB24600
049700 P2110-FIND-POOL.                                                 CNB24600
049800     IF UFIO-DIST = PT-DIST (WS-PT-SUB)                           CNB24600
049900        AND UFIO-SDIST = PT-SDIST (WS-PT-SUB)                     CNB24600
050000        AND UFIO-POOL = PT-POOL (WS-PT-SUB)                       CNB24600
050100        MOVE WS-PT-SUB             TO WS-PT-FOUND                 CNB24600
050200     END-IF.                                                      CNB24600
050300*                                                                 CNB24600
050400*    BALANCE BOTH ENDS OF THE POOL AGAINST THEIR LINEUPS AND SAY  CNB24600
050500*    WHICH WAY TO DEADHEAD                                        CNB24600
050600*                                                                 CNB24600
050700 P3000-BALANCE-POOL.                                              CNB24600
050800     COMPUTE WS-HOME-BAL = PT-HOME-TURNS (WS-PT-SUB)              CNB24600
050900                         - PT-HOME-TRAINS (WS-PT-SUB)             CNB24600
051000     COMPUTE WS-AWAY-BAL = PT-AWAY-TURNS (WS-PT-SUB)              CNB24600
051100                         - PT-AWAY-TRAINS (WS-PT-SUB)             CNB24600
051200     MOVE PT-DIST (WS-PT-SUB)      TO PL-DIST                     CNB24600
051300                                      PL-HOME-DIST                CNB24600
051400     MOVE PT-SDIST (WS-PT-SUB)     TO PL-SDIST                    CNB24600
051500                                      PL-HOME-SDIST               CNB24600
051600     MOVE PT-POOL (WS-PT-SUB)      TO PL-POOL                     CNB24600
051700     MOVE PT-AWAY-DIST (WS-PT-SUB) TO PL-AWAY-DIST                CNB24600
051800     MOVE PT-AWAY-SDIST (WS-PT-SUB) TO PL-AWAY-SDIST              CNB24600
051900     WRITE RPT-LINE FROM WS-POOL-LINE                             CNB24600
052000     MOVE 'HOME'                   TO EL-END                      CNB24600
052100     MOVE PT-HOME-TURNS (WS-PT-SUB) TO EL-TURNS                   CNB24600
052200     MOVE PT-HOME-TRAINS (WS-PT-SUB) TO EL-TRAINS                 CNB24600
052300     MOVE WS-HOME-BAL              TO EL-BAL                      CNB24600
052400     WRITE RPT-LINE FROM WS-END-LINE                              CNB24600
052500     MOVE 'AWAY'                   TO EL-END                      CNB24600
052600     MOVE PT-AWAY-TURNS (WS-PT-SUB) TO EL-TURNS                   CNB24600
052700     MOVE PT-AWAY-TRAINS (WS-PT-SUB) TO EL-TRAINS                 CNB24600
052800     MOVE WS-AWAY-BAL              TO EL-BAL                      CNB24600
052900     WRITE RPT-LINE FROM WS-END-LINE                              CNB24600
053000     MOVE ZEROS                    TO WS-MOVE-COUNT               CNB24600
053100     MOVE SPACES                   TO WS-FROM-END                 CNB24600
053200                                      AL-TEXT                     CNB24600
053300     EVALUATE TRUE                                                CNB24600
053400        WHEN WS-AWAY-BAL < ZEROS AND WS-HOME-BAL > ZEROS          CNB24600
053500             MOVE 'H'              TO WS-FROM-END                 CNB24600
053600             IF WS-HOME-BAL < (ZEROS - WS-AWAY-BAL)               CNB24600
053700                MOVE WS-HOME-BAL   TO WS-MOVE-COUNT               CNB24600
053800             ELSE                                                 CNB24600
053900                COMPUTE WS-MOVE-COUNT = ZEROS - WS-AWAY-BAL       CNB24600
054000             END-IF                                               CNB24600
054100             MOVE WS-MOVE-COUNT    TO WS-DH-COUNT-EDIT            CNB24600
054200             STRING 'DEADHEAD ' WS-DH-COUNT-EDIT                  CNB24600
054300                    ' TURN(S) HOME TO AWAY - RESTED LONGEST:'     CNB24600
054400                    DELIMITED BY SIZE INTO AL-TEXT                CNB24600
054500        WHEN WS-HOME-BAL < ZEROS AND WS-AWAY-BAL > ZEROS          CNB24600
054600             MOVE 'A'              TO WS-FROM-END                 CNB24600
054700             IF WS-AWAY-BAL < (ZEROS - WS-HOME-BAL)               CNB24600
054800                MOVE WS-AWAY-BAL   TO WS-MOVE-COUNT               CNB24600
054900             ELSE                                                 CNB24600
055000                COMPUTE WS-MOVE-COUNT = ZEROS - WS-HOME-BAL       CNB24600
055100             END-IF                                               CNB24600
055200             MOVE WS-MOVE-COUNT    TO WS-DH-COUNT-EDIT            CNB24600
055300             STRING 'DEADHEAD ' WS-DH-COUNT-EDIT                  CNB24600
055400                    ' TURN(S) AWAY TO HOME - RESTED LONGEST:'     CNB24600
055500                    DELIMITED BY SIZE INTO AL-TEXT                CNB24600
055600        WHEN WS-HOME-BAL < ZEROS AND WS-AWAY-BAL < ZEROS          CNB24600
055700             ADD 1 TO WS-SHORT-COUNT                              CNB24600
055800             COMPUTE WS-SHORT-EDIT-1 = ZEROS - WS-HOME-BAL        CNB24600
055900             COMPUTE WS-SHORT-EDIT-2 = ZEROS - WS-AWAY-BAL        CNB24600
056000             STRING '** SHORT AT BOTH ENDS - HOME '               CNB24600
056100                    WS-SHORT-EDIT-1                               CNB24600
056200                    ' AWAY ' WS-SHORT-EDIT-2                      CNB24600
056300                    ' - EXTRABOARD NEEDED **'                     CNB24600
056400                    DELIMITED BY SIZE INTO AL-TEXT                CNB24600
056500        WHEN WS-HOME-BAL < ZEROS OR WS-AWAY-BAL < ZEROS           CNB24600
056600             MOVE 'SHORT, NO SURPLUS AT THE OTHER END TO DEADHEAD'CNB24600
056700                                   TO AL-TEXT                     CNB24600
056800        WHEN OTHER                                                CNB24600
056900             MOVE 'COVERED AT BOTH ENDS - NO DEADHEAD'            CNB24600
057000                                   TO AL-TEXT                     CNB24600
057100     END-EVALUATE                                                 CNB24600
057200     WRITE RPT-LINE FROM WS-ADVICE-LINE                           CNB24600
057300     IF WS-MOVE-COUNT > ZEROS                                     CNB24600
057400        ADD 1 TO WS-DH-POOL-COUNT                                 CNB24600
057500        PERFORM P3100-PICK-TURN                                   CNB24600
057600                VARYING WS-MOVE-SUB FROM 1 BY 1                   CNB24600
057700                UNTIL WS-MOVE-SUB > WS-MOVE-COUNT                 CNB24600
057800     END-IF                                                       CNB24600
057900     MOVE SPACES                   TO RPT-LINE                    CNB24600
058000     WRITE RPT-LINE.                                              CNB24600
058100*                                                                 CNB24600
058200*    THE UNPICKED TURN AT THE SURPLUS END THAT TOOK ITS POSITION  CNB24600
058300*    EARLIEST                                                     CNB24600
058400*                                                                 CNB24600
058500 P3100-PICK-TURN.                                                 CNB24600
058600     MOVE ZEROS                    TO WS-TT-BEST                  CNB24600
058700     PERFORM P3110-CHECK-TURN                                     CNB24600
058800             VARYING WS-TT-SUB FROM 1 BY 1                        CNB24600
058900             UNTIL WS-TT-SUB > WS-TT-COUNT                        CNB24600
059000     IF WS-TT-BEST > ZEROS                                        CNB24600
059100        SET TT-PICKED (WS-TT-BEST) TO TRUE                        CNB24600
059200        ADD 1 TO WS-DH-TURN-COUNT                                 CNB24600
059300        MOVE TT-TURN (WS-TT-BEST)  TO TL-TURN                     CNB24600
059400        MOVE TT-EMP-NO (WS-TT-BEST) TO TL-EMP-NO                  CNB24600
059500        MOVE TT-POS-DATE-TIME (WS-TT-BEST) TO TL-POS-DATE-TIME    CNB24600
059600        IF TT-POS-STAMP (WS-TT-BEST) = WS-UNKNOWN-STAMP           CNB24600
059700           MOVE 'UNKNOWN'          TO TL-RESTED                   CNB24600
059800        ELSE                                                      CNB24600
059900           COMPUTE WS-REST-MINS = WS-RUN-STAMP                    CNB24600
060000                                - TT-POS-STAMP (WS-TT-BEST)       CNB24600
060100           IF WS-REST-MINS < ZEROS                                CNB24600
060200              MOVE ZEROS           TO WS-REST-MINS                CNB24600
060300           END-IF                                                 CNB24600
060400           MOVE WS-REST-MINS       TO WS-HM-MINS                  CNB24600
060500           PERFORM P7200-EDIT-HRMN                                CNB24600
060600           MOVE WS-HM-EDIT         TO TL-RESTED                   CNB24600
060700        END-IF                                                    CNB24600
060800        WRITE RPT-LINE FROM WS-TURN-LINE                          CNB24600
060900     END-IF.                                                      CNB24600
061000*                                                                 CNB24600
061100 P3110-CHECK-TURN.                                                CNB24600
061200     IF TT-POOL-SUB (WS-TT-SUB) = WS-PT-SUB                       CNB24600
061300        AND TT-END (WS-TT-SUB) = WS-FROM-END                      CNB24600
061400        AND NOT TT-PICKED (WS-TT-SUB)                             CNB24600
061500        IF WS-TT-BEST = ZEROS                                     CNB24600
061600           MOVE WS-TT-SUB          TO WS-TT-BEST                  CNB24600
061700        ELSE                                                      CNB24600
061800           IF TT-POS-STAMP (WS-TT-SUB) < TT-POS-STAMP (WS-TT-BEST)CNB24600
061900              MOVE WS-TT-SUB       TO WS-TT-BEST                  CNB24600
062000           END-IF                                                 CNB24600
062100        END-IF                                                    CNB24600
062200     END-IF.                                                      CNB24600
062300*                                                                 CNB24600
062400 P7000-DATE-TO-SERIAL.                                            CNB24600
062500     MOVE ZEROS                    TO WS-SERIAL-RESULT            CNB24600
062600     IF WS-SERIAL-DATE-X NUMERIC                                  CNB24600
062700        AND WS-SD-MM > 0 AND WS-SD-MM < 13                        CNB24600
062800        COMPUTE WS-SERIAL-RESULT =                                CNB24600
062900            (WS-SD-CCYY * 365) + WS-CDT-DAYS (WS-SD-MM)           CNB24600
063000          + WS-SD-DD                                              CNB24600
063100        DIVIDE WS-SD-CCYY BY 4                                    CNB24600
063200               GIVING WS-LEAP-QUOT                                CNB24600
063300               REMAINDER WS-LEAP-REM                              CNB24600
063400        ADD WS-LEAP-QUOT           TO WS-SERIAL-RESULT            CNB24600
063500        IF WS-LEAP-REM = ZEROS AND WS-SD-MM < 3                   CNB24600
063600           SUBTRACT 1 FROM WS-SERIAL-RESULT                       CNB24600
063700        END-IF                                                    CNB24600
063800     END-IF.                                                      CNB24600
063900*                                                                 CNB24600
064000 P7100-STAMP-MINUTES.                                             CNB24600
064100     MOVE WS-ST-CE                 TO WS-SERIAL-DATE-X (1:2)      CNB24600
064200     MOVE WS-ST-DATE               TO WS-SERIAL-DATE-X (3:6)      CNB24600
064300     PERFORM P7000-DATE-TO-SERIAL                                 CNB24600
064400     MOVE ZEROS                    TO WS-STAMP-MINS               CNB24600
064500     IF WS-SERIAL-RESULT > ZEROS                                  CNB24600
064600        AND WS-ST-HH NUMERIC AND WS-ST-MM NUMERIC                 CNB24600
064700        COMPUTE WS-STAMP-MINS = (WS-SERIAL-RESULT * 1440)         CNB24600
064800                              + (WS-ST-HH * 60) + WS-ST-MM        CNB24600
064900     END-IF.                                                      CNB24600
065000*                                                                 CNB24600
065100 P7200-EDIT-HRMN.                                                 CNB24600
065200     DIVIDE WS-HM-MINS BY 60                                      CNB24600
065300            GIVING WS-HM-HRS-WORK                                 CNB24600
065400            REMAINDER WS-HM-MNS-WORK                              CNB24600
065500     MOVE WS-HM-HRS-WORK           TO WS-HM-HRS                   CNB24600
065600     MOVE WS-HM-MNS-WORK           TO WS-HM-MNS.                  CNB24600
065700*                                                                 CNB24600
065800 P9000-TERMINATE.                                                 CNB24600
065900     IF WS-PT-COUNT = ZEROS                                       CNB24600
066000        MOVE 'NO POOLS ON THE POOLDEF CARDS' TO RPT-LINE          CNB24600
066100        WRITE RPT-LINE                                            CNB24600
066200        MOVE SPACES                TO RPT-LINE                    CNB24600
066300        WRITE RPT-LINE                                            CNB24600
066400     END-IF                                                       CNB24600
066500     MOVE 'POOLS BALANCED ............' TO CNT-LABEL              CNB24600
066600     MOVE WS-PT-COUNT              TO CNT-VALUE                   CNB24600
066700     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB24600
066800     MOVE 'LINEUP TRAINS READ ........' TO CNT-LABEL              CNB24600
066900     MOVE WS-LINEUP-COUNT          TO CNT-VALUE                   CNB24600
067000     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB24600
067100     MOVE 'LINEUP TRAINS IN WINDOW ...' TO CNT-LABEL              CNB24600
067200     MOVE WS-WINDOW-COUNT          TO CNT-VALUE                   CNB24600
067300     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB24600
067400     MOVE 'POOL TURNS READ ...........' TO CNT-LABEL              CNB24600
067500     MOVE WS-UFP-COUNT             TO CNT-VALUE                   CNB24600
067600     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB24600
067700     MOVE 'CREWED TURNS COUNTED ......' TO CNT-LABEL              CNB24600
067800     MOVE WS-TURN-COUNT            TO CNT-VALUE                   CNB24600
067900     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB24600
068000     MOVE 'POOLS TO DEADHEAD .........' TO CNT-LABEL              CNB24600
068100     MOVE WS-DH-POOL-COUNT         TO CNT-VALUE                   CNB24600
068200     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB24600
068300     MOVE 'TURNS NAMED TO DEADHEAD ...' TO CNT-LABEL              CNB24600
068400     MOVE WS-DH-TURN-COUNT         TO CNT-VALUE                   CNB24600
068500     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB24600
068600     MOVE 'POOLS SHORT AT BOTH ENDS ..' TO CNT-LABEL              CNB24600
068700     MOVE WS-SHORT-COUNT           TO CNT-VALUE                   CNB24600
068800     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB24600
068900     IF WS-OVER-COUNT > ZEROS                                     CNB24600
069000        MOVE 'TURNS NOT NAMED-TABLE FULL ' TO CNT-LABEL           CNB24600
069100        MOVE WS-OVER-COUNT         TO CNT-VALUE                   CNB24600
069200        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB24600
069300     END-IF                                                       CNB24600
069400     CLOSE POOLDEF-FILE                                           CNB24600
069500           LINEUP-FILE                                            CNB24600
069600           UFP-FILE                                               CNB24600
069700           RPT-FILE.                                              CNB24600
069800*                                                                 CNB24600
069900 P9999-GOT-PROBLEM.                                               CNB24600
069910     MOVE 'CNB246'                 TO XE-PROGRAM                  CNB24600
069920     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB24600
069930     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB24600
069940     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB24600
070000     DISPLAY 'CNB246 ABEND IN ' WS-ABEND-PARAGRAPH                CNB24600
070100              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB24600
070200     MOVE 16 TO RETURN-CODE                                       CNB24600
070300     GOBACK.                                                      CNB24600
