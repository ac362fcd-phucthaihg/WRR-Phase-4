000100 IDENTIFICATION DIVISION.                                         CNB23200
000200 PROGRAM-ID. CNB232.                                              CNB23200
000300*AUTHOR.     JMC.                                                 CNB23200
000400*DATE-WRITTEN. 10/15/26.                                          CNB23200
000500*REMARKS.                                                         CNB23200
000600*    RELIEF-JOB REST-DAY COVERAGE MATRIX.  CNP02C SHOWS ONE       CNB23200
000700*    RELIEF JOB (JOB-DEF-RELIEF-ASGN) AND ITS SCHEDULE AT A TIME; CNB23200
000800*    NOTHING SHOWED, FOR A WHOLE SUB-DISTRICT, WHICH REGULAR      CNB23200
000900*    ASSIGNED JOBS' REST DAYS THE RELIEF JOBS ACTUALLY COVER, AND CNB23200
001000*    AN UNCOVERED REST DAY TURNS INTO AN EXTRABOARD CALL NOBODY   CNB23200
001100*    PLANNED FOR.  FOR EACH SUB-DISTRICT (PARM DIST/SUB-DIST,     CNB23200
001200*    BLANK = ALL) THIS BATCH TAKES EVERY JOB DEFINITION IN EFFECT CNB23200
001300*    ON THE PARM EFFECTIVE DATE (LATEST JS-EFF-DATE NOT AFTER IT, CNB23200
001400*    THE CNB158 PATTERN; BLANK = THE RUN DATE), DROPS JOBS        CNB23200
001500*    ANNULLED ON THAT DATE, AND PRINTS A SUNDAY-THROUGH-SATURDAY  CNB23200
001600*    MATRIX:                                                      CNB23200
001700*      - EVERY REGULAR JOB WITH ITS OWNER, EACH REST DAY NAMING   CNB23200
001800*        THE RELIEF JOB THAT COVERS IT AND, ON THE LINE BELOW,    CNB23200
001900*        THE EMPLOYEE WHO OWNS THAT RELIEF JOB                    CNB23200
002000*      - EVERY RELIEF JOB WITH ITS OWNER AND THE REGULAR JOB IT   CNB23200
002100*        RELIEVES EACH DAY                                        CNB23200
002200*    FOLLOWED BY THE SUB-DISTRICT'S EXCEPTIONS: REST DAYS COVERED CNB23200
002300*    BY NO RELIEF JOB, REST DAYS COVERED TWICE, AND RELIEF DAYS   CNB23200
002400*    THAT COVER NOTHING (NO JOB NAMED, THE JOB NAMED IS NOT IN    CNB23200
002500*    EFFECT OR IS ITSELF A RELIEF JOB, OR IT WORKS THAT DAY).     CNB23200
002600*    THE OWNER OF A JOB IS THE EMPLOYEE WHOSE LAST-JOB-ASG        CNB23200
002700*    CARRIES IT AS AN ASSIGNED JOB (THE CNB186 CONVENTION).  THE  CNB23200
002800*    ONLY PARM FUNCTION IS MATRIX.                                CNB23200
002900*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB23200
003000*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB23200
003100*                                                                 CNB23200
003200*TBD  THE JOB RECORD IS THE REVERSE-ENGINEERED SHAPE CNB158       CNB23200
003300*CARRIES.  THE SEVEN SIX-BYTE FIELDS AFTER THE OPERATING-DAY      CNB23200
003400*FLAGS ARE TAKEN AS THE JOB A RELIEF JOB RELIEVES EACH DAY        CNB23200
003500*(THE JSK2-ASSIGNMENT CNP02C SHOWS PER SCHEDULE DAY), AND A       CNB23200
003600*JOB IS TREATED AS A RELIEF JOB WHEN ANY OF THEM IS FILLED        CNB23200
003700*(WSAJDEFN, WHICH HOLDS JOB-DEF-RELIEF-ASGN, IS NOT CHECKED       CNB23200
003800*OUT TO THIS LIBRARY).  VERIFY BEFORE NEXT COMPILE.               CNB23200
003900*                                                                 CNB23200
004000 ENVIRONMENT DIVISION.                                            CNB23200
004100 CONFIGURATION SECTION.                                           CNB23200
004200 SOURCE-COMPUTER.  IBM-370.                                       CNB23200
004300 OBJECT-COMPUTER.  IBM-370.                                       CNB23200
004400 INPUT-OUTPUT SECTION.                                            CNB23200
004500 FILE-CONTROL.                                                    CNB23200
004600     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB23200
004700            ORGANIZATION  SEQUENTIAL                              CNB23200
004800            FILE STATUS   WS-PARM-STATUS.                         CNB23200
004900     SELECT MSTR-FILE    ASSIGN TO MSTRFILE                       CNB23200
005000            ORGANIZATION  INDEXED                                 CNB23200
005100            ACCESS MODE   DYNAMIC                                 CNB23200
005200            RECORD KEY    MIO-KEY                                 CNB23200
005300            ALTERNATE RECORD KEY MIO-EMP-NBR                      CNB23200
005400            FILE STATUS   WS-MSTRF-STATUS.                        CNB23200
005500     SELECT JS-FILE      ASSIGN TO JSFILE                         CNB23200
005600            ORGANIZATION  INDEXED                                 CNB23200
005700            ACCESS MODE   DYNAMIC                                 CNB23200
005800            RECORD KEY    JS-KEY                                  CNB23200
005900            FILE STATUS   WS-JS-STATUS.                           CNB23200
006000     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB23200
006100            ORGANIZATION  LINE SEQUENTIAL                         CNB23200
006200            FILE STATUS   WS-RPT-STATUS.                          CNB23200
006300*                                                                 CNB23200
006400 DATA DIVISION.                                                   CNB23200
006500 FILE SECTION.                                                    CNB23200
006600 FD  PARM-FILE                                                    CNB23200
006700     RECORD CONTAINS 80 CHARACTERS.                               CNB23200
006800 01  WS-PARM-RECORD.                                              CNB23200
006900     05  PARM-FUNC                 PIC X(8).                      CNB23200
007000     05  PARM-DATE-TIME            PIC X(12).                     CNB23200
007100     05  PARM-DIST                 PIC X(2).                      CNB23200
007200     05  PARM-SDIST                PIC X(2).                      CNB23200
007300*    CCYYMMDD:                                                    CNB23200
007400     05  PARM-EFF-DATE             PIC X(8).                      CNB23200
007500     05  FILLER                    PIC X(48).                     CNB23200
007600 FD  MSTR-FILE                                                    CNB23200
007700     RECORD CONTAINS 500 CHARACTERS.                              CNB23200
007800 01  MIO-RECORD.                                                  CNB23200
007900     05  MIO-KEY.                                                 CNB23200
008000         10  MIO-DIST              PIC X(2).                      CNB23200
008100         10  MIO-SDIST             PIC X(2).                      CNB23200
008200         10  MIO-CRAFT             PIC X(2).                      CNB23200
008300         10  MIO-EMP-NAME          PIC X(26).                     CNB23200
008400         10  MIO-EMP-NBR           PIC X(9).                      CNB23200
008500     05  FILLER                    PIC X(459).                    CNB23200
008600 FD  JS-FILE                                                      CNB23200
008700     RECORD CONTAINS 120 CHARACTERS.                              CNB23200
008800 01  JS-RECORD.                                                   CNB23200
008900     05  JS-KEY.                                                  CNB23200
009000         10  JS-DIST               PIC X(2).                      CNB23200
009100         10  JS-SDIST              PIC X(2).                      CNB23200
009200         10  JS-JOB-ID             PIC X(6).                      CNB23200
009300         10  JS-EFF-DATE           PIC X(8).                      CNB23200
009400     05  JS-START-TIME             PIC X(4).                      CNB23200
009500     05  JS-ANNUL-FROM             PIC X(8).                      CNB23200
009600     05  JS-ANNUL-TO               PIC X(8).                      CNB23200
009700     05  JS-JOB-DATA.                                             CNB23200
009800         10  JS-OPER-DAY OCCURS 7 TIMES                           CNB23200
009900                                   PIC X(1).                      CNB23200
010000         10  JS-RELIEVES OCCURS 7 TIMES                           CNB23200
010100                                   PIC X(6).                      CNB23200
010200         10  FILLER                PIC X(33).                     CNB23200
010300 FD  RPT-FILE                                                     CNB23200
010400     RECORD CONTAINS 132 CHARACTERS.                              CNB23200
010500 01  RPT-LINE                      PIC X(132).                    CNB23200
010600*                                                                 CNB23200
010700 WORKING-STORAGE SECTION.                                         CNB23200
010800 COPY WSMSTR.                                                     CNB23200
010900 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB23200
011000     88  WS-PARM-OK                       VALUE '00'.             CNB23200
011100 01  WS-MSTRF-STATUS               PIC XX VALUE SPACES.           CNB23200
011200     88  WS-MSTRF-OK                      VALUE '00'.             CNB23200
011300 01  WS-JS-STATUS                  PIC XX VALUE SPACES.           CNB23200
011400     88  WS-JS-OK                         VALUE '00'.             CNB23200
011500 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB23200
011600     88  WS-RPT-OK                        VALUE '00'.             CNB23200
011700 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB23200
011800 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB23200
011810 COPY WSERRLOG.                                                   CNB23200
011900 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB23200
012000     88  WS-FUNC-MATRIX                   VALUE 'MATRIX'.         CNB23200
012100 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB23200
012200 01  WS-EFF-DATE                   PIC X(8) VALUE SPACES.         CNB23200
012300 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB23200
012400     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB23200
012500 01  WS-GROUP-SW                   PIC X  VALUE 'N'.              CNB23200
012600     88  WS-GROUP-ACTIVE                  VALUE 'Y'.              CNB23200
012700 01  WS-BEST-SW                    PIC X  VALUE 'N'.              CNB23200
012800     88  WS-BEST-FOUND                    VALUE 'Y'.              CNB23200
012900 01  WS-SD-SW                      PIC X  VALUE 'N'.              CNB23200
013000     88  WS-SD-ACTIVE                     VALUE 'Y'.              CNB23200
013100 01  WS-FOUND-SW                   PIC X  VALUE 'N'.              CNB23200
013200     88  WS-FOUND                         VALUE 'Y'.              CNB23200
013300 01  WS-CG-KEY.                                                   CNB23200
013400     05  WS-CG-DIST                PIC X(2) VALUE SPACES.         CNB23200
013500     05  WS-CG-SDIST               PIC X(2) VALUE SPACES.         CNB23200
013600     05  WS-CG-JOB-ID              PIC X(6) VALUE SPACES.         CNB23200
013700 01  WS-SD-KEY.                                                   CNB23200
013800     05  WS-SD-DIST                PIC X(2) VALUE SPACES.         CNB23200
013900     05  WS-SD-SDIST               PIC X(2) VALUE SPACES.         CNB23200
014000*                                                                 CNB23200
014100*    DEFINITION IN EFFECT FOR THE JOB GROUP BEING READ            CNB23200
014200*                                                                 CNB23200
014300 01  WS-BEST-JS.                                                  CNB23200
014400     05  BJ-KEY.                                                  CNB23200
014500         10  BJ-DIST               PIC X(2).                      CNB23200
014600         10  BJ-SDIST              PIC X(2).                      CNB23200
014700         10  BJ-JOB-ID             PIC X(6).                      CNB23200
014800         10  BJ-EFF-DATE           PIC X(8).                      CNB23200
014900     05  BJ-START-TIME             PIC X(4).                      CNB23200
015000     05  BJ-ANNUL-FROM             PIC X(8).                      CNB23200
015100     05  BJ-ANNUL-TO               PIC X(8).                      CNB23200
015200     05  BJ-JOB-DATA.                                             CNB23200
015300         10  BJ-OPER-DAY OCCURS 7 TIMES                           CNB23200
015400                                   PIC X(1).                      CNB23200
015500         10  BJ-RELIEVES OCCURS 7 TIMES                           CNB23200
015600                                   PIC X(6).                      CNB23200
015700         10  FILLER                PIC X(33).                     CNB23200
015800*                                                                 CNB23200
015900*    JOB OWNERS FROM THE MASTER (BOARD + ASSIGNED JOB ID)         CNB23200
016000*                                                                 CNB23200
016100 01  WS-OWN-MAX                    PIC S9(4) COMP VALUE +3000.    CNB23200
016200 01  WS-OWN-COUNT                  PIC S9(4) COMP VALUE ZEROS.    CNB23200
016300 01  WS-OWN-SUB                    PIC S9(4) COMP VALUE ZEROS.    CNB23200
016400 01  WS-OWN-TABLE.                                                CNB23200
016500     05  WS-OWN-ENTRY OCCURS 3000 TIMES.                          CNB23200
016600         10  OWN-KEY.                                             CNB23200
016700             15  OWN-DIST          PIC X(2).                      CNB23200
016800             15  OWN-SDIST         PIC X(2).                      CNB23200
016900             15  OWN-JOB-ID        PIC X(6).                      CNB23200
017000         10  OWN-EMP-NBR           PIC X(9).                      CNB23200
017100         10  OWN-EMP-NAME          PIC X(26).                     CNB23200
017200 01  WS-FIND-OWN-KEY.                                             CNB23200
017300     05  WS-FO-DIST                PIC X(2) VALUE SPACES.         CNB23200
017400     05  WS-FO-SDIST               PIC X(2) VALUE SPACES.         CNB23200
017500     05  WS-FO-JOB-ID              PIC X(6) VALUE SPACES.         CNB23200
017600*                                                                 CNB23200
017700*    JOBS IN EFFECT FOR THE SUB-DISTRICT BEING BUILT              CNB23200
017800*                                                                 CNB23200
017900 01  WS-JOB-MAX                    PIC S9(4) COMP VALUE +400.     CNB23200
018000 01  WS-JOB-COUNT                  PIC S9(4) COMP VALUE ZEROS.    CNB23200
018100 01  WS-JX                         PIC S9(4) COMP VALUE ZEROS.    CNB23200
018200 01  WS-FX                         PIC S9(4) COMP VALUE ZEROS.    CNB23200
018300 01  WS-DX                         PIC S9(4) COMP VALUE ZEROS.    CNB23200
018400 01  WS-JOB-TABLE.                                                CNB23200
018500     05  WS-JOB-ENTRY OCCURS 400 TIMES.                           CNB23200
018600         10  JT-JOB-ID             PIC X(6).                      CNB23200
018700         10  JT-RELIEF-SW          PIC X(1).                      CNB23200
018800             88  JT-RELIEF               VALUE 'Y'.               CNB23200
018900         10  JT-DAY OCCURS 7 TIMES.                               CNB23200
019000             15  JT-OPER           PIC X(1).                      CNB23200
019100                 88  JT-WORKS            VALUE 'Y'.               CNB23200
019200             15  JT-RELIEVES       PIC X(6).                      CNB23200
019300             15  JT-COVER-CNT      PIC 9(1).                      CNB23200
019400             15  JT-COVER1         PIC X(6).                      CNB23200
019500             15  JT-COVER2         PIC X(6).                      CNB23200
019600*    RELIEF DAY COVERING NOTHING: B NO JOB NAMED, F JOB NOT IN    CNB23200
019700*    EFFECT, R JOB NAMED IS A RELIEF JOB, W JOB WORKS THAT DAY    CNB23200
019800             15  JT-NOTHING        PIC X(1).                      CNB23200
019900 01  WS-DAY-NAMES                  PIC X(21) VALUE                CNB23200
020000         'SUNMONTUEWEDTHUFRISAT'.                                 CNB23200
020100 01  WS-DAY-NAMES-R REDEFINES WS-DAY-NAMES.                       CNB23200
020200     05  WS-DAY-NAME OCCURS 7 TIMES                               CNB23200
020300                                   PIC X(3).                      CNB23200
020400 01  WS-SECOND-LINE-SW             PIC X  VALUE 'N'.              CNB23200
020500     88  WS-SECOND-LINE                   VALUE 'Y'.              CNB23200
020600 01  WS-SD-EXC-COUNT               PIC 9(7) VALUE ZEROS.          CNB23200
020700 01  WS-SD-COUNT                   PIC 9(7) VALUE ZEROS.          CNB23200
020800 01  WS-OWNER-COUNT                PIC 9(7) VALUE ZEROS.          CNB23200
020900 01  WS-ANNUL-COUNT                PIC 9(7) VALUE ZEROS.          CNB23200
021000 01  WS-REGULAR-COUNT              PIC 9(7) VALUE ZEROS.          CNB23200
021100 01  WS-RELIEF-COUNT               PIC 9(7) VALUE ZEROS.          CNB23200
021200 01  WS-REST-COUNT                 PIC 9(7) VALUE ZEROS.          CNB23200
021300 01  WS-COVERED-COUNT              PIC 9(7) VALUE ZEROS.          CNB23200
021400 01  WS-UNCOVERED-COUNT            PIC 9(7) VALUE ZEROS.          CNB23200
021500 01  WS-TWICE-COUNT                PIC 9(7) VALUE ZEROS.          CNB23200
021600 01  WS-NOTHING-COUNT              PIC 9(7) VALUE ZEROS.          CNB23200
021700 01  WS-HDR-LINE.                                                 CNB23200
021800     05  FILLER                PIC X(38)  VALUE                   CNB23200
021900         'CNB232 - RELIEF REST-DAY COVERAGE     '.                CNB23200
022000     05  FILLER                PIC X(2)   VALUE SPACES.           CNB23200
022100     05  HDR-FUNC              PIC X(8).                          CNB23200
022200     05  FILLER                PIC X(2)   VALUE SPACES.           CNB23200
022300     05  HDR-DATE-TIME         PIC X(12).                         CNB23200
022400     05  FILLER                PIC X(12)  VALUE '  EFFECTIVE '.   CNB23200
022500     05  HDR-EFF-DATE          PIC X(8).                          CNB23200
022600     05  FILLER                PIC X(50)  VALUE SPACES.           CNB23200
022700 01  WS-LEGEND-LINE.                                              CNB23200
022800     05  FILLER                    PIC X(51) VALUE                CNB23200
022900         'CELLS: JOB = RELIEVED BY / RELIEVES   - = WORKS OR '.   CNB23200
023000     05  FILLER                    PIC X(51) VALUE                CNB23200
023100         'REST   *OPEN* = UNCOVERED   *2 = COVERED TWICE   *X'.   CNB23200
023200     05  FILLER                    PIC X(30) VALUE                CNB23200
023300         ' = COVERS NOTHING'.                                     CNB23200
023400 01  WS-SD-LINE.                                                  CNB23200
023500     05  FILLER                    PIC X(13) VALUE                CNB23200
023600         'SUB-DISTRICT '.                                         CNB23200
023700     05  SDL-DIST                  PIC X(2).                      CNB23200
023800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23200
023900     05  SDL-SDIST                 PIC X(2).                      CNB23200
024000     05  FILLER                    PIC X(114) VALUE SPACES.       CNB23200
024100 01  WS-COL-HDR-LINE.                                             CNB23200
024200     05  FILLER                    PIC X(46) VALUE                CNB23200
024300         'JOB     OWNER      NAME                  TYP  '.        CNB23200
024400     05  FILLER                    PIC X(40) VALUE                CNB23200
024500         'SUN       MON       TUE       WED       '.              CNB23200
024600     05  FILLER                    PIC X(30) VALUE                CNB23200
024700         'THU       FRI       SAT       '.                        CNB23200
024800     05  FILLER                    PIC X(16) VALUE SPACES.        CNB23200
024900 01  WS-DTL-LINE.                                                 CNB23200
025000     05  DTL-JOB                   PIC X(6).                      CNB23200
025100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23200
025200     05  DTL-OWNER                 PIC X(9).                      CNB23200
025300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23200
025400     05  DTL-NAME                  PIC X(20).                     CNB23200
025500     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23200
025600     05  DTL-KIND                  PIC X(3).                      CNB23200
025700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23200
025800     05  DTL-CELLS.                                               CNB23200
025900         10  DTL-CELL-ENTRY OCCURS 7 TIMES.                       CNB23200
026000             15  DTL-CELL          PIC X(9).                      CNB23200
026100             15  FILLER            PIC X(1).                      CNB23200
026200     05  FILLER                    PIC X(16) VALUE SPACES.        CNB23200
026300 01  WS-EXC-HDR-LINE.                                             CNB23200
026400     05  FILLER                    PIC X(51) VALUE                CNB23200
026500         'EXCEPTION                   JOB     DAY  DETAIL    '.   CNB23200
026600     05  FILLER                    PIC X(81) VALUE SPACES.        CNB23200
026700 01  WS-EXC-LINE.                                                 CNB23200
026800     05  EXC-TYPE                  PIC X(26).                     CNB23200
026900     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23200
027000     05  EXC-JOB                   PIC X(6).                      CNB23200
027100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23200
027200     05  EXC-DAY                   PIC X(3).                      CNB23200
027300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23200
027400     05  EXC-DETAIL                PIC X(40).                     CNB23200
027500     05  FILLER                    PIC X(51) VALUE SPACES.        CNB23200
027600 01  WS-CNT-LINE.                                                 CNB23200
027700     05  CNT-LABEL                 PIC X(30).                     CNB23200
027800     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB23200
027900     05  FILLER                    PIC X(95) VALUE SPACES.        CNB23200
028000*                                                                 CNB23200
028100 PROCEDURE DIVISION.                                              CNB23200
028200 P0000-MAINLINE.                                                  CNB23200
028300     PERFORM P1000-INITIALIZE                                     CNB23200
028400     PERFORM P2000-LOAD-OWNERS UNTIL WS-EOF-INPUT                 CNB23200
028500     PERFORM P3000-START-JOBS                                     CNB23200
028600     PERFORM P3100-SCAN-JOBS UNTIL WS-EOF-INPUT                   CNB23200
028700     PERFORM P3200-CLOSE-GROUP                                    CNB23200
028800     PERFORM P4000-CLOSE-SUBDIST                                  CNB23200
028900     PERFORM P9000-TERMINATE                                      CNB23200
029000     GOBACK.                                                      CNB23200
029100*                                                                 CNB23200
029200 P1000-INITIALIZE.                                                CNB23200
029300     OPEN INPUT PARM-FILE                                         CNB23200
029400     IF NOT WS-PARM-OK                                            CNB23200
029500        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB23200
029600        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB23200
029700        PERFORM P9999-GOT-PROBLEM                                 CNB23200
029800     END-IF                                                       CNB23200
029900     READ PARM-FILE                                               CNB23200
030000     IF NOT WS-PARM-OK                                            CNB23200
030100        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB23200
030200        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB23200
030300        PERFORM P9999-GOT-PROBLEM                                 CNB23200
030400     END-IF                                                       CNB23200
030500     MOVE PARM-FUNC                TO WS-FUNC                     CNB23200
030600     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB23200
030700     IF PARM-EFF-DATE NUMERIC                                     CNB23200
030800        MOVE PARM-EFF-DATE         TO WS-EFF-DATE                 CNB23200
030900     ELSE                                                         CNB23200
031000        MOVE '20'                  TO WS-EFF-DATE (1:2)           CNB23200
031100        MOVE WS-RUN-DATE-TIME (1:6) TO WS-EFF-DATE (3:6)          CNB23200
031200     END-IF                                                       CNB23200
031300     CLOSE PARM-FILE                                              CNB23200
031400     IF NOT WS-FUNC-MATRIX                                        CNB23200
031500        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB23200
031600        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB23200
031700        PERFORM P9999-GOT-PROBLEM                                 CNB23200
031800     END-IF                                                       CNB23200
031900     OPEN INPUT MSTR-FILE                                         CNB23200
032000     IF NOT WS-MSTRF-OK                                           CNB23200
032100        MOVE 'P1000-OPEN-MST'      TO WS-ABEND-PARAGRAPH          CNB23200
032200        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB23200
032300        PERFORM P9999-GOT-PROBLEM                                 CNB23200
032400     END-IF                                                       CNB23200
032500     OPEN INPUT JS-FILE                                           CNB23200
032600     IF NOT WS-JS-OK                                              CNB23200
032700        MOVE 'P1000-OPEN-JS'       TO WS-ABEND-PARAGRAPH          CNB23200
032800        MOVE WS-JS-STATUS          TO WS-ABEND-STATUS             CNB23200
032900        PERFORM P9999-GOT-PROBLEM                                 CNB23200
033000     END-IF                                                       CNB23200
033100     OPEN OUTPUT RPT-FILE                                         CNB23200
033200     IF NOT WS-RPT-OK                                             CNB23200
033300        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB23200
033400        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB23200
033500        PERFORM P9999-GOT-PROBLEM                                 CNB23200
033600     END-IF                                                       CNB23200
033700     MOVE WS-FUNC                  TO HDR-FUNC                    CNB23200
033800     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB23200
033900     MOVE WS-EFF-DATE              TO HDR-EFF-DATE                CNB23200
034000     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB23200
034100     WRITE RPT-LINE FROM WS-LEGEND-LINE                           CNB23200
034200     MOVE LOW-VALUES               TO MIO-KEY                     CNB23200
034300     START MSTR-FILE KEY NOT < MIO-KEY                            CNB23200
034400     IF NOT WS-MSTRF-OK                                           CNB23200
034500        SET WS-EOF-INPUT TO TRUE                                  CNB23200
034600     END-IF.                                                      CNB23200
034700*                                                                 CNB23200
034800*    OWNER TABLE - ONE ENTRY PER ASSIGNED JOB HELD IN THE         CNB23200
034900*    SELECTED DISTRICT/SUB-DISTRICT                               CNB23200
035000*                                                                 CNB23200
035100 P2000-LOAD-OWNERS.                                               CNB23200
035200     READ MSTR-FILE NEXT                                          CNB23200
035300          AT END                                                  CNB23200
035400             SET WS-EOF-INPUT TO TRUE                             CNB23200
035500     END-READ                                                     CNB23200
035600     IF NOT WS-EOF-INPUT                                          CNB23200
035700        MOVE MIO-RECORD            TO WS-MSTR                     CNB23200
035800        IF LAST-JOB-ASG-AJ-JOB                                    CNB23200
035900           AND LAST-JOB-ASG (5:6) > SPACES                        CNB23200
036000           AND (PARM-DIST = SPACES                                CNB23200
036100                OR LAST-JOB-ASG (1:2) = PARM-DIST)                CNB23200
036200           AND (PARM-SDIST = SPACES                               CNB23200
036300                OR LAST-JOB-ASG (3:2) = PARM-SDIST)               CNB23200
036400           PERFORM P2100-ADD-OWNER                                CNB23200
036500        END-IF                                                    CNB23200
036600     END-IF.                                                      CNB23200
036700*                                                                 CNB23200
036800 P2100-ADD-OWNER.                                                 CNB23200
036900     IF WS-OWN-COUNT = WS-OWN-MAX                                 CNB23200
037000        MOVE 'P2100-TBL-FULL'      TO WS-ABEND-PARAGRAPH          CNB23200
037100        MOVE 'TF'                  TO WS-ABEND-STATUS             CNB23200
037200        PERFORM P9999-GOT-PROBLEM                                 CNB23200
037300     END-IF                                                       CNB23200
037400     ADD 1 TO WS-OWN-COUNT                                        CNB23200
037500     ADD 1 TO WS-OWNER-COUNT                                      CNB23200
037600     MOVE LAST-JOB-ASG (1:2)       TO OWN-DIST (WS-OWN-COUNT)     CNB23200
037700     MOVE LAST-JOB-ASG (3:2)       TO OWN-SDIST (WS-OWN-COUNT)    CNB23200
037800     MOVE LAST-JOB-ASG (5:6)       TO OWN-JOB-ID (WS-OWN-COUNT)   CNB23200
037900     MOVE EMP-NBR                  TO OWN-EMP-NBR (WS-OWN-COUNT)  CNB23200
038000     MOVE EMP-NAME                 TO OWN-EMP-NAME (WS-OWN-COUNT).CNB23200
038100*                                                                 CNB23200
038200 P3000-START-JOBS.                                                CNB23200
038300     MOVE 'N'                      TO WS-EOF-SW                   CNB23200
038400     MOVE LOW-VALUES               TO JS-KEY                      CNB23200
038500     IF PARM-DIST > SPACES                                        CNB23200
038600        MOVE PARM-DIST             TO JS-DIST                     CNB23200
038700        IF PARM-SDIST > SPACES                                    CNB23200
038800           MOVE PARM-SDIST         TO JS-SDIST                    CNB23200
038900        END-IF                                                    CNB23200
039000     END-IF                                                       CNB23200
039100     START JS-FILE KEY NOT < JS-KEY                               CNB23200
039200     IF NOT WS-JS-OK                                              CNB23200
039300        SET WS-EOF-INPUT TO TRUE                                  CNB23200
039400     END-IF.                                                      CNB23200
039500*                                                                 CNB23200
039600 P3100-SCAN-JOBS.                                                 CNB23200
039700     READ JS-FILE NEXT                                            CNB23200
039800          AT END                                                  CNB23200
039900             SET WS-EOF-INPUT TO TRUE                             CNB23200
040000     END-READ                                                     CNB23200
040100     IF NOT WS-EOF-INPUT                                          CNB23200
040200        IF (PARM-DIST > SPACES AND JS-DIST NOT = PARM-DIST)       CNB23200
040300           OR (PARM-SDIST > SPACES AND JS-SDIST NOT = PARM-SDIST) CNB23200
040400           SET WS-EOF-INPUT TO TRUE                               CNB23200
040500        END-IF                                                    CNB23200
040600     END-IF                                                       CNB23200
040700     IF NOT WS-EOF-INPUT                                          CNB23200
040800        IF NOT WS-GROUP-ACTIVE                                    CNB23200
040900           OR JS-DIST NOT = WS-CG-DIST                            CNB23200
041000           OR JS-SDIST NOT = WS-CG-SDIST                          CNB23200
041100           OR JS-JOB-ID NOT = WS-CG-JOB-ID                        CNB23200
041200           PERFORM P3200-CLOSE-GROUP                              CNB23200
041300           IF JS-DIST NOT = WS-SD-DIST                            CNB23200
041400              OR JS-SDIST NOT = WS-SD-SDIST                       CNB23200
041500              PERFORM P4000-CLOSE-SUBDIST                         CNB23200
041600              MOVE JS-DIST         TO WS-SD-DIST                  CNB23200
041700              MOVE JS-SDIST        TO WS-SD-SDIST                 CNB23200
041800              SET WS-SD-ACTIVE TO TRUE                            CNB23200
041900           END-IF                                                 CNB23200
042000           SET WS-GROUP-ACTIVE TO TRUE                            CNB23200
042100           MOVE 'N'                TO WS-BEST-SW                  CNB23200
042200           MOVE JS-DIST            TO WS-CG-DIST                  CNB23200
042300           MOVE JS-SDIST           TO WS-CG-SDIST                 CNB23200
042400           MOVE JS-JOB-ID          TO WS-CG-JOB-ID                CNB23200
042500        END-IF                                                    CNB23200
042600        IF JS-EFF-DATE NOT > WS-EFF-DATE                          CNB23200
042700           MOVE JS-RECORD          TO WS-BEST-JS                  CNB23200
042800           SET WS-BEST-FOUND TO TRUE                              CNB23200
042900        END-IF                                                    CNB23200
043000     END-IF.                                                      CNB23200
043100*                                                                 CNB23200
043200*    A JOB'S DEFINITIONS ARE IN EFFECTIVE-DATE ORDER, SO THE      CNB23200
043300*    LAST ONE TAKEN IS THE ONE IN EFFECT                          CNB23200
043400*                                                                 CNB23200
043500 P3200-CLOSE-GROUP.                                               CNB23200
043600     IF WS-GROUP-ACTIVE AND WS-BEST-FOUND                         CNB23200
043700        IF BJ-ANNUL-FROM NOT = SPACES                             CNB23200
043800           AND BJ-ANNUL-FROM NOT > WS-EFF-DATE                    CNB23200
043900           AND BJ-ANNUL-TO NOT < WS-EFF-DATE                      CNB23200
044000           ADD 1 TO WS-ANNUL-COUNT                                CNB23200
044100        ELSE                                                      CNB23200
044200           PERFORM P3210-ADD-JOB                                  CNB23200
044300        END-IF                                                    CNB23200
044400     END-IF                                                       CNB23200
044500     MOVE 'N'                      TO WS-GROUP-SW                 CNB23200
044600                                      WS-BEST-SW.                 CNB23200
044700*                                                                 CNB23200
044800 P3210-ADD-JOB.                                                   CNB23200
044900     IF WS-JOB-COUNT = WS-JOB-MAX                                 CNB23200
045000        MOVE 'P3210-TBL-FULL'      TO WS-ABEND-PARAGRAPH          CNB23200
045100        MOVE 'TF'                  TO WS-ABEND-STATUS             CNB23200
045200        PERFORM P9999-GOT-PROBLEM                                 CNB23200
045300     END-IF                                                       CNB23200
045400     ADD 1 TO WS-JOB-COUNT                                        CNB23200
045500     MOVE WS-JOB-COUNT             TO WS-JX                       CNB23200
045600     MOVE BJ-JOB-ID                TO JT-JOB-ID (WS-JX)           CNB23200
045700     MOVE 'N'                      TO JT-RELIEF-SW (WS-JX)        CNB23200
045800     MOVE 1                        TO WS-DX                       CNB23200
045900     PERFORM P3220-ADD-JOB-DAY UNTIL WS-DX > 7.                   CNB23200
046000*                                                                 CNB23200
046100 P3220-ADD-JOB-DAY.                                               CNB23200
046200     MOVE BJ-OPER-DAY (WS-DX)      TO JT-OPER (WS-JX, WS-DX)      CNB23200
046300     MOVE BJ-RELIEVES (WS-DX)      TO JT-RELIEVES (WS-JX, WS-DX)  CNB23200
046400     IF BJ-RELIEVES (WS-DX) > SPACES                              CNB23200
046500        MOVE 'Y'                   TO JT-RELIEF-SW (WS-JX)        CNB23200
046600     END-IF                                                       CNB23200
046700     MOVE ZEROS                    TO JT-COVER-CNT (WS-JX, WS-DX) CNB23200
046800     MOVE SPACES                   TO JT-COVER1 (WS-JX, WS-DX)    CNB23200
046900                                      JT-COVER2 (WS-JX, WS-DX)    CNB23200
047000                                      JT-NOTHING (WS-JX, WS-DX)   CNB23200
047100     ADD 1 TO WS-DX.                                              CNB23200
047200*                                                                 CNB23200
047300*    SUB-DISTRICT COMPLETE - APPLY THE RELIEF DAYS TO THE         CNB23200
047400*    REGULAR JOBS' REST DAYS, THEN PRINT THE MATRIX               CNB23200
047500*                                                                 CNB23200
047600 P4000-CLOSE-SUBDIST.                                             CNB23200
047700     IF WS-SD-ACTIVE AND WS-JOB-COUNT > ZEROS                     CNB23200
047800        ADD 1 TO WS-SD-COUNT                                      CNB23200
047900        MOVE 1                     TO WS-JX                       CNB23200
048000        PERFORM P4100-APPLY-RELIEF UNTIL WS-JX > WS-JOB-COUNT     CNB23200
048100        PERFORM P5000-PRINT-MATRIX                                CNB23200
048200     END-IF                                                       CNB23200
048300     MOVE ZEROS                    TO WS-JOB-COUNT                CNB23200
048400     MOVE 'N'                      TO WS-SD-SW.                   CNB23200
048500*                                                                 CNB23200
048600 P4100-APPLY-RELIEF.                                              CNB23200
048700     IF JT-RELIEF (WS-JX)                                         CNB23200
048800        MOVE 1                     TO WS-DX                       CNB23200
048900        PERFORM P4110-RELIEF-DAY UNTIL WS-DX > 7                  CNB23200
049000     END-IF                                                       CNB23200
049100     ADD 1 TO WS-JX.                                              CNB23200
049200*                                                                 CNB23200
049300 P4110-RELIEF-DAY.                                                CNB23200
049400     IF JT-RELIEVES (WS-JX, WS-DX) = SPACES                       CNB23200
049500        IF JT-WORKS (WS-JX, WS-DX)                                CNB23200
049600           MOVE 'B'                TO JT-NOTHING (WS-JX, WS-DX)   CNB23200
049700        END-IF                                                    CNB23200
049800     ELSE                                                         CNB23200
049900        PERFORM P8100-FIND-JOB                                    CNB23200
050000        EVALUATE TRUE                                             CNB23200
050100           WHEN NOT WS-FOUND                                      CNB23200
050200                MOVE 'F'           TO JT-NOTHING (WS-JX, WS-DX)   CNB23200
050300           WHEN JT-RELIEF (WS-FX)                                 CNB23200
050400                MOVE 'R'           TO JT-NOTHING (WS-JX, WS-DX)   CNB23200
050500           WHEN JT-WORKS (WS-FX, WS-DX)                           CNB23200
050600                MOVE 'W'           TO JT-NOTHING (WS-JX, WS-DX)   CNB23200
050700           WHEN OTHER                                             CNB23200
050800                PERFORM P4120-TAKE-COVER                          CNB23200
050900        END-EVALUATE                                              CNB23200
051000     END-IF                                                       CNB23200
051100     ADD 1 TO WS-DX.                                              CNB23200
051200*                                                                 CNB23200
051300 P4120-TAKE-COVER.                                                CNB23200
051400     IF JT-COVER-CNT (WS-FX, WS-DX) < 9                           CNB23200
051500        ADD 1 TO JT-COVER-CNT (WS-FX, WS-DX)                      CNB23200
051600     END-IF                                                       CNB23200
051700     EVALUATE JT-COVER-CNT (WS-FX, WS-DX)                         CNB23200
051800        WHEN 1                                                    CNB23200
051900             MOVE JT-JOB-ID (WS-JX) TO JT-COVER1 (WS-FX, WS-DX)   CNB23200
052000        WHEN 2                                                    CNB23200
052100             MOVE JT-JOB-ID (WS-JX) TO JT-COVER2 (WS-FX, WS-DX)   CNB23200
052200        WHEN OTHER                                                CNB23200
052300             CONTINUE                                             CNB23200
052400     END-EVALUATE.                                                CNB23200
052500*                                                                 CNB23200
052600 P5000-PRINT-MATRIX.                                              CNB23200
052700     MOVE WS-SD-DIST               TO SDL-DIST                    CNB23200
052800     MOVE WS-SD-SDIST              TO SDL-SDIST                   CNB23200
052900     MOVE SPACES                   TO RPT-LINE                    CNB23200
053000     WRITE RPT-LINE                                               CNB23200
053100     WRITE RPT-LINE FROM WS-SD-LINE                               CNB23200
053200     WRITE RPT-LINE FROM WS-COL-HDR-LINE                          CNB23200
053300     MOVE 1                        TO WS-JX                       CNB23200
053400     PERFORM P5100-PRINT-REGULAR UNTIL WS-JX > WS-JOB-COUNT       CNB23200
053500     MOVE 1                        TO WS-JX                       CNB23200
053600     PERFORM P5200-PRINT-RELIEF UNTIL WS-JX > WS-JOB-COUNT        CNB23200
053700     MOVE SPACES                   TO RPT-LINE                    CNB23200
053800     WRITE RPT-LINE                                               CNB23200
053900     WRITE RPT-LINE FROM WS-EXC-HDR-LINE                          CNB23200
054000     MOVE ZEROS                    TO WS-SD-EXC-COUNT             CNB23200
054100     MOVE 1                        TO WS-JX                       CNB23200
054200     PERFORM P5300-PRINT-EXCEPTIONS UNTIL WS-JX > WS-JOB-COUNT    CNB23200
054300     IF WS-SD-EXC-COUNT = ZEROS                                   CNB23200
054400        MOVE SPACES                TO WS-EXC-LINE                 CNB23200
054500        MOVE 'NONE - ALL REST DAYS OK'                            CNB23200
054600                                   TO EXC-TYPE                    CNB23200
054700        WRITE RPT-LINE FROM WS-EXC-LINE                           CNB23200
054800     END-IF.                                                      CNB23200
054900*                                                                 CNB23200
055000*    REGULAR JOB - CELLS NAME THE RELIEF JOB ON EACH REST DAY,    CNB23200
055100*    THE SECOND LINE THE EMPLOYEE WHO OWNS THAT RELIEF JOB        CNB23200
055200*                                                                 CNB23200
055300 P5100-PRINT-REGULAR.                                             CNB23200
055400     IF NOT JT-RELIEF (WS-JX)                                     CNB23200
055500        ADD 1 TO WS-REGULAR-COUNT                                 CNB23200
055600        MOVE SPACES                TO WS-DTL-LINE                 CNB23200
055700        MOVE 'REG'                 TO DTL-KIND                    CNB23200
055800        PERFORM P5400-JOB-OWNER                                   CNB23200
055900        MOVE 'N'                   TO WS-SECOND-LINE-SW           CNB23200
056000        MOVE 1                     TO WS-DX                       CNB23200
056100        PERFORM P5110-REGULAR-CELL UNTIL WS-DX > 7                CNB23200
056200        WRITE RPT-LINE FROM WS-DTL-LINE                           CNB23200
056300        IF WS-SECOND-LINE                                         CNB23200
056400           MOVE SPACES             TO WS-DTL-LINE                 CNB23200
056500           MOVE 'RELIEF OWNER'     TO DTL-NAME                    CNB23200
056600           MOVE 1                  TO WS-DX                       CNB23200
056700           PERFORM P5120-OWNER-CELL UNTIL WS-DX > 7               CNB23200
056800           WRITE RPT-LINE FROM WS-DTL-LINE                        CNB23200
056900        END-IF                                                    CNB23200
057000     END-IF                                                       CNB23200
057100     ADD 1 TO WS-JX.                                              CNB23200
057200*                                                                 CNB23200
057300 P5110-REGULAR-CELL.                                              CNB23200
057400     IF JT-WORKS (WS-JX, WS-DX)                                   CNB23200
057500        MOVE '-'                   TO DTL-CELL (WS-DX)            CNB23200
057600     ELSE                                                         CNB23200
057700        ADD 1 TO WS-REST-COUNT                                    CNB23200
057800        EVALUATE JT-COVER-CNT (WS-JX, WS-DX)                      CNB23200
057900           WHEN 0                                                 CNB23200
058000                ADD 1 TO WS-UNCOVERED-COUNT                       CNB23200
058100                MOVE '*OPEN*'      TO DTL-CELL (WS-DX)            CNB23200
058200           WHEN 1                                                 CNB23200
058300                ADD 1 TO WS-COVERED-COUNT                         CNB23200
058400                MOVE JT-COVER1 (WS-JX, WS-DX)                     CNB23200
058500                                   TO DTL-CELL (WS-DX)            CNB23200
058600                SET WS-SECOND-LINE TO TRUE                        CNB23200
058700           WHEN OTHER                                             CNB23200
058800                ADD 1 TO WS-TWICE-COUNT                           CNB23200
058900                STRING JT-COVER1 (WS-JX, WS-DX) ' *2'             CNB23200
059000                       DELIMITED BY SIZE INTO DTL-CELL (WS-DX)    CNB23200
059100                SET WS-SECOND-LINE TO TRUE                        CNB23200
059200        END-EVALUATE                                              CNB23200
059300     END-IF                                                       CNB23200
059400     ADD 1 TO WS-DX.                                              CNB23200
059500*                                                                 CNB23200
059600 P5120-OWNER-CELL.                                                CNB23200
059700     IF NOT JT-WORKS (WS-JX, WS-DX)                               CNB23200
059800        AND JT-COVER-CNT (WS-JX, WS-DX) > ZEROS                   CNB23200
059900        MOVE WS-SD-DIST            TO WS-FO-DIST                  CNB23200
060000        MOVE WS-SD-SDIST           TO WS-FO-SDIST                 CNB23200
060100        MOVE JT-COVER1 (WS-JX, WS-DX) TO WS-FO-JOB-ID             CNB23200
060200        PERFORM P8200-FIND-OWNER                                  CNB23200
060300        IF WS-FOUND                                               CNB23200
060400           MOVE OWN-EMP-NBR (WS-OWN-SUB) TO DTL-CELL (WS-DX)      CNB23200
060500        ELSE                                                      CNB23200
060600           MOVE 'VACANT'           TO DTL-CELL (WS-DX)            CNB23200
060700        END-IF                                                    CNB23200
060800     END-IF                                                       CNB23200
060900     ADD 1 TO WS-DX.                                              CNB23200
061000*                                                                 CNB23200
061100*    RELIEF JOB - CELLS NAME THE REGULAR JOB RELIEVED EACH DAY    CNB23200
061200*                                                                 CNB23200
061300 P5200-PRINT-RELIEF.                                              CNB23200
061400     IF JT-RELIEF (WS-JX)                                         CNB23200
061500        ADD 1 TO WS-RELIEF-COUNT                                  CNB23200
061600        MOVE SPACES                TO WS-DTL-LINE                 CNB23200
061700        MOVE 'RLF'                 TO DTL-KIND                    CNB23200
061800        PERFORM P5400-JOB-OWNER                                   CNB23200
061900        MOVE 1                     TO WS-DX                       CNB23200
062000        PERFORM P5210-RELIEF-CELL UNTIL WS-DX > 7                 CNB23200
062100        WRITE RPT-LINE FROM WS-DTL-LINE                           CNB23200
062200     END-IF                                                       CNB23200
062300     ADD 1 TO WS-JX.                                              CNB23200
062400*                                                                 CNB23200
062500 P5210-RELIEF-CELL.                                               CNB23200
062600     EVALUATE TRUE                                                CNB23200
062700        WHEN JT-NOTHING (WS-JX, WS-DX) = 'B'                      CNB23200
062800             MOVE '*X'             TO DTL-CELL (WS-DX)            CNB23200
062900        WHEN JT-NOTHING (WS-JX, WS-DX) > SPACES                   CNB23200
063000             STRING JT-RELIEVES (WS-JX, WS-DX) ' *X'              CNB23200
063100                    DELIMITED BY SIZE INTO DTL-CELL (WS-DX)       CNB23200
063200        WHEN JT-RELIEVES (WS-JX, WS-DX) > SPACES                  CNB23200
063300             MOVE JT-RELIEVES (WS-JX, WS-DX) TO DTL-CELL (WS-DX)  CNB23200
063400        WHEN OTHER                                                CNB23200
063500             MOVE '-'              TO DTL-CELL (WS-DX)            CNB23200
063600     END-EVALUATE                                                 CNB23200
063700     ADD 1 TO WS-DX.                                              CNB23200
063800*                                                                 CNB23200
063900 P5300-PRINT-EXCEPTIONS.                                          CNB23200
064000     MOVE 1                        TO WS-DX                       CNB23200
064100     PERFORM P5310-EXCEPTION-DAY UNTIL WS-DX > 7                  CNB23200
064200     ADD 1 TO WS-JX.                                              CNB23200
064300*                                                                 CNB23200
064400 P5310-EXCEPTION-DAY.                                             CNB23200
064500     MOVE SPACES                   TO WS-EXC-LINE                 CNB23200
064600     MOVE JT-JOB-ID (WS-JX)        TO EXC-JOB                     CNB23200
064700     MOVE WS-DAY-NAME (WS-DX)      TO EXC-DAY                     CNB23200
064800     IF JT-RELIEF (WS-JX)                                         CNB23200
064900        IF JT-NOTHING (WS-JX, WS-DX) > SPACES                     CNB23200
065000           MOVE 'RELIEF DAY COVERS NOTHING' TO EXC-TYPE           CNB23200
065100           PERFORM P5320-NOTHING-DETAIL                           CNB23200
065200        END-IF                                                    CNB23200
065300     ELSE                                                         CNB23200
065400        IF NOT JT-WORKS (WS-JX, WS-DX)                            CNB23200
065500           EVALUATE JT-COVER-CNT (WS-JX, WS-DX)                   CNB23200
065600              WHEN 0                                              CNB23200
065700                   MOVE 'REST DAY UNCOVERED' TO EXC-TYPE          CNB23200
065800                   MOVE 'EXTRABOARD WILL BE CALLED' TO EXC-DETAIL CNB23200
065900              WHEN 1                                              CNB23200
066000                   CONTINUE                                       CNB23200
066100              WHEN 2                                              CNB23200
066200                   MOVE 'REST DAY COVERED TWICE' TO EXC-TYPE      CNB23200
066300                   STRING 'BY ' JT-COVER1 (WS-JX, WS-DX)          CNB23200
066400                          ' AND ' JT-COVER2 (WS-JX, WS-DX)        CNB23200
066500                          DELIMITED BY SIZE INTO EXC-DETAIL       CNB23200
066600              WHEN OTHER                                          CNB23200
066700                   MOVE 'REST DAY COVERED TWICE' TO EXC-TYPE      CNB23200
066800                   STRING 'BY ' JT-COVER1 (WS-JX, WS-DX)          CNB23200
066900                          ' AND ' JT-COVER2 (WS-JX, WS-DX)        CNB23200
067000                          ' AND OTHERS'                           CNB23200
067100                          DELIMITED BY SIZE INTO EXC-DETAIL       CNB23200
067200           END-EVALUATE                                           CNB23200
067300        END-IF                                                    CNB23200
067400     END-IF                                                       CNB23200
067500     IF EXC-TYPE > SPACES                                         CNB23200
067600        ADD 1 TO WS-SD-EXC-COUNT                                  CNB23200
067700        WRITE RPT-LINE FROM WS-EXC-LINE                           CNB23200
067800     END-IF                                                       CNB23200
067900     ADD 1 TO WS-DX.                                              CNB23200
068000*                                                                 CNB23200
068100 P5320-NOTHING-DETAIL.                                            CNB23200
068200     ADD 1 TO WS-NOTHING-COUNT                                    CNB23200
068300     EVALUATE JT-NOTHING (WS-JX, WS-DX)                           CNB23200
068400        WHEN 'B'                                                  CNB23200
068500             MOVE 'WORKS WITH NO JOB NAMED' TO EXC-DETAIL         CNB23200
068600        WHEN 'F'                                                  CNB23200
068700             STRING JT-RELIEVES (WS-JX, WS-DX)                    CNB23200
068800                    ' NOT IN EFFECT'                              CNB23200
068900                    DELIMITED BY SIZE INTO EXC-DETAIL             CNB23200
069000        WHEN 'R'                                                  CNB23200
069100             STRING JT-RELIEVES (WS-JX, WS-DX)                    CNB23200
069200                    ' IS A RELIEF JOB'                            CNB23200
069300                    DELIMITED BY SIZE INTO EXC-DETAIL             CNB23200
069400        WHEN OTHER                                                CNB23200
069500             STRING JT-RELIEVES (WS-JX, WS-DX)                    CNB23200
069600                    ' WORKS THAT DAY'                             CNB23200
069700                    DELIMITED BY SIZE INTO EXC-DETAIL             CNB23200
069800     END-EVALUATE.                                                CNB23200
069900*                                                                 CNB23200
070000 P5400-JOB-OWNER.                                                 CNB23200
070100     MOVE JT-JOB-ID (WS-JX)        TO DTL-JOB                     CNB23200
070200     MOVE WS-SD-DIST               TO WS-FO-DIST                  CNB23200
070300     MOVE WS-SD-SDIST              TO WS-FO-SDIST                 CNB23200
070400     MOVE JT-JOB-ID (WS-JX)        TO WS-FO-JOB-ID                CNB23200
070500     PERFORM P8200-FIND-OWNER                                     CNB23200
070600     IF WS-FOUND                                                  CNB23200
070700        MOVE OWN-EMP-NBR (WS-OWN-SUB) TO DTL-OWNER                CNB23200
070800        MOVE OWN-EMP-NAME (WS-OWN-SUB) TO DTL-NAME                CNB23200
070900     ELSE                                                         CNB23200
071000        MOVE 'VACANT'              TO DTL-OWNER                   CNB23200
071100     END-IF.                                                      CNB23200
071200*                                                                 CNB23200
071300*    JOB NAMED ON THE RELIEF DAY - RETURNS WS-FX                  CNB23200
071400*                                                                 CNB23200
071500 P8100-FIND-JOB.                                                  CNB23200
071600     MOVE 'N'                      TO WS-FOUND-SW                 CNB23200
071700     MOVE 1                        TO WS-FX                       CNB23200
071800     PERFORM P8110-CHECK-JOB                                      CNB23200
071900             UNTIL WS-FOUND OR WS-FX > WS-JOB-COUNT.              CNB23200
072000*                                                                 CNB23200
072100 P8110-CHECK-JOB.                                                 CNB23200
072200     IF JT-JOB-ID (WS-FX) = JT-RELIEVES (WS-JX, WS-DX)            CNB23200
072300        SET WS-FOUND TO TRUE                                      CNB23200
072400     ELSE                                                         CNB23200
072500        ADD 1 TO WS-FX                                            CNB23200
072600     END-IF.                                                      CNB23200
072700*                                                                 CNB23200
072800*    OWNER OF WS-FIND-OWN-KEY - RETURNS WS-OWN-SUB                CNB23200
072900*                                                                 CNB23200
073000 P8200-FIND-OWNER.                                                CNB23200
073100     MOVE 'N'                      TO WS-FOUND-SW                 CNB23200
073200     MOVE 1                        TO WS-OWN-SUB                  CNB23200
073300     PERFORM P8210-CHECK-OWNER                                    CNB23200
073400             UNTIL WS-FOUND OR WS-OWN-SUB > WS-OWN-COUNT.         CNB23200
073500*                                                                 CNB23200
073600 P8210-CHECK-OWNER.                                               CNB23200
073700     IF OWN-KEY (WS-OWN-SUB) = WS-FIND-OWN-KEY                    CNB23200
073800        SET WS-FOUND TO TRUE                                      CNB23200
073900     ELSE                                                         CNB23200
074000        ADD 1 TO WS-OWN-SUB                                       CNB23200
074100     END-IF.                                                      CNB23200
074200*                                                                 CNB23200
074300 P9000-TERMINATE.                                                 CNB23200
074400     MOVE SPACES                   TO RPT-LINE                    CNB23200
074500     WRITE RPT-LINE                                               CNB23200
074600     MOVE 'SUB-DISTRICTS .............' TO CNT-LABEL              CNB23200
074700     MOVE WS-SD-COUNT              TO CNT-VALUE                   CNB23200
074800     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23200
074900     MOVE 'JOBS WITH AN OWNER ........' TO CNT-LABEL              CNB23200
075000     MOVE WS-OWNER-COUNT           TO CNT-VALUE                   CNB23200
075100     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23200
075200     MOVE 'REGULAR JOBS ..............' TO CNT-LABEL              CNB23200
075300     MOVE WS-REGULAR-COUNT         TO CNT-VALUE                   CNB23200
075400     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23200
075500     MOVE 'RELIEF JOBS ...............' TO CNT-LABEL              CNB23200
075600     MOVE WS-RELIEF-COUNT          TO CNT-VALUE                   CNB23200
075700     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23200
075800     MOVE 'JOBS ANNULLED - SKIPPED ...' TO CNT-LABEL              CNB23200
075900     MOVE WS-ANNUL-COUNT           TO CNT-VALUE                   CNB23200
076000     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23200
076100     MOVE 'REST DAYS .................' TO CNT-LABEL              CNB23200
076200     MOVE WS-REST-COUNT            TO CNT-VALUE                   CNB23200
076300     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23200
076400     MOVE 'REST DAYS COVERED .........' TO CNT-LABEL              CNB23200
076500     MOVE WS-COVERED-COUNT         TO CNT-VALUE                   CNB23200
076600     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23200
076700     MOVE 'REST DAYS UNCOVERED .......' TO CNT-LABEL              CNB23200
076800     MOVE WS-UNCOVERED-COUNT       TO CNT-VALUE                   CNB23200
076900     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23200
077000     MOVE 'REST DAYS COVERED TWICE ...' TO CNT-LABEL              CNB23200
077100     MOVE WS-TWICE-COUNT           TO CNT-VALUE                   CNB23200
077200     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23200
077300     MOVE 'RELIEF DAYS COVER NOTHING .' TO CNT-LABEL              CNB23200
077400     MOVE WS-NOTHING-COUNT         TO CNT-VALUE                   CNB23200
077500     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23200
077600     CLOSE MSTR-FILE                                              CNB23200
077700           JS-FILE                                                CNB23200
077800           RPT-FILE.                                              CNB23200
077900*                                                                 CNB23200
078000 P9999-GOT-PROBLEM.                                               CNB23200
078010     MOVE 'CNB232'                 TO XE-PROGRAM                  CNB23200
078020     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB23200
078030     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB23200
078040     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB23200
078100     DISPLAY 'CNB232 ABEND IN ' WS-ABEND-PARAGRAPH                CNB23200
078200              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB23200
078300     MOVE 16 TO RETURN-CODE                                       CNB23200
078400     GOBACK.                                                      CNB23200
