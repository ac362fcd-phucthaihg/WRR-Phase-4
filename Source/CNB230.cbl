000100 IDENTIFICATION DIVISION.                                         CNB23000
000200 PROGRAM-ID. CNB230.                                              CNB23000
000300*AUTHOR.     JMC.                                                 CNB23000
000400*DATE-WRITTEN. 10/15/26.                                          CNB23000
000500*REMARKS.                                                         CNB23000
000600*    WORK DISTRIBUTION BY SENIORITY BLOCK.  CNP943'S              CNB23000
000700*    P2220-ASGN-CHANGE STAMPS EVERY ASSIGNMENT-CHANGE POINTER     CNB23000
000800*    WITH THE SENIORITY BLOCK OF THE EMPLOYEE'S NORMAL, TEMPORARY CNB23000
000900*    AND EXTENDED-RUN ASSIGNMENTS (POINT-NORM-BLOCK,              CNB23000
001000*    POINT-TEMP-BLOCK, POINT-XR-BLOCK, FROM THE CNTL REC-TYPE     CNB23000
001100*    '09' LOOKUP IN P2400-GET-BLOCK-CODE), BUT NOTHING READ IT    CNB23000
001200*    BACK AND THE BLOCK-PROTECTION FIGURES WERE PIECED TOGETHER   CNB23000
001300*    BY HAND.  THIS BATCH MATCHES THE POINTSEQ EXTRACT AGAINST    CNB23000
001400*    THE CNB122 JHISTSEQ EXTRACT (LAYOUT HEADER VALIDATED), BOTH  CNB23000
001500*    IN EMPLOYEE / DATE-TIME ORDER.  FOR EACH JOB-HISTORY EVENT   CNB23000
001600*    THE EMPLOYEE'S LATEST ASSIGNMENT-CHANGE POINTER AT OR        CNB23000
001700*    BEFORE THE EVENT GIVES:                                      CNB23000
001800*      OWN BLOCK     - THE NORMAL ASSIGNMENT'S BLOCK              CNB23000
001900*      WORKING BLOCK - THE TEMPORARY ASSIGNMENT'S BLOCK IF ONE IS CNB23000
002000*                      HELD, ELSE THE EXTENDED-RUN BLOCK IF ONE   CNB23000
002100*                      IS HELD, ELSE THE OWN BLOCK                CNB23000
002200*    CALLS (FUNCTION 01) AND TIE-UPS (FUNCTION 02 - TIME WORKED   CNB23000
002300*    AND MILES) DATED IN THE PARM PERIOD ARE CHARGED TO THE       CNB23000
002400*    WORKING BLOCK, SPLIT BETWEEN WORK HELD BY THAT BLOCK'S OWN   CNB23000
002500*    EMPLOYEES AND WORK TAKEN BY EMPLOYEES FROM OTHER BLOCKS.     CNB23000
002600*    THE OWN BLOCK IS ALSO CREDITED WITH THE CALLS ITS EMPLOYEES  CNB23000
002700*    WORKED ELSEWHERE.  EVERY EMPLOYEE WHO WORKED OUTSIDE THEIR   CNB23000
002800*    OWN BLOCK ON MORE THAN THE PARM NUMBER OF DAYS IN THE PERIOD CNB23000
002900*    IS LISTED AHEAD OF THE BLOCK SUMMARY.                        CNB23000
003000*    PARM: FUNCTION REPORT, PERIOD FROM/TO CCYYMMDD (BLANK = THE  CNB23000
003100*    RUN MONTH), DAYS-OUT LIMIT (BLANK = 5).                      CNB23000
003200*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB23000
003300*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB23000
003400*                                                                 CNB23000
003500*TBD  WSPOINTR IS NOT IN THIS COPY LIBRARY.  THE KEY AND          CNB23000
003600*POINT-HIST-KEY FOLLOW CNB108; THE RECORD TYPE AND THE            CNB23000
003700*ASSIGNMENT-CHANGE AREA FOLLOW THE ORDER P2220-ASGN-CHANGE        CNB23000
003800*MOVES THEM IN.  THE TIE-UP AREA OF THE JOB HISTORY RECORD        CNB23000
003900*FOLLOWS THE ORDER CNP943 MOVES JHIST-FUN02-XREF-KEY,             CNB23000
004000*-TIME-WORKED (HHMM), -ARR-DATE, -ARR-TIME AND -MILES.  VERIFY    CNB23000
004100*BOTH AGAINST THE PRODUCTION LAYOUTS BEFORE NEXT COMPILE.         CNB23000
004200*                                                                 CNB23000
004300 ENVIRONMENT DIVISION.                                            CNB23000
004400 CONFIGURATION SECTION.                                           CNB23000
004500 SOURCE-COMPUTER.  IBM-370.                                       CNB23000
004600 OBJECT-COMPUTER.  IBM-370.                                       CNB23000
004700 INPUT-OUTPUT SECTION.                                            CNB23000
004800 FILE-CONTROL.                                                    CNB23000
004900     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB23000
005000            ORGANIZATION  SEQUENTIAL                              CNB23000
005100            FILE STATUS   WS-PARM-STATUS.                         CNB23000
005200     SELECT POINTR-FILE  ASSIGN TO POINTSEQ                       CNB23000
005300            ORGANIZATION  SEQUENTIAL                              CNB23000
005400            FILE STATUS   WS-POINTR-STATUS.                       CNB23000
005500     SELECT JHIST-FILE   ASSIGN TO JHISTSEQ                       CNB23000
005600            ORGANIZATION  SEQUENTIAL                              CNB23000
005700            FILE STATUS   WS-JHIST-STATUS.                        CNB23000
005800     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB23000
005900            ORGANIZATION  LINE SEQUENTIAL                         CNB23000
006000            FILE STATUS   WS-RPT-STATUS.                          CNB23000
006100*                                                                 CNB23000
006200 DATA DIVISION.                                                   CNB23000
006300 FILE SECTION.                                                    CNB23000
006400 FD  PARM-FILE                                                    CNB23000
006500     RECORD CONTAINS 80 CHARACTERS.                               CNB23000
006600 01  WS-PARM-RECORD.                                              CNB23000
006700     05  PARM-FUNC                 PIC X(8).                      CNB23000
006800     05  PARM-DATE-TIME            PIC X(12).                     CNB23000
006900*    CCYYMMDD:                                                    CNB23000
007000     05  PARM-FROM-DATE            PIC X(8).                      CNB23000
007100     05  PARM-TO-DATE              PIC X(8).                      CNB23000
007200     05  PARM-DAYS-LIMIT           PIC X(3).                      CNB23000
007300     05  FILLER                    PIC X(41).                     CNB23000
007400 FD  POINTR-FILE                                                  CNB23000
007500     RECORD CONTAINS 80 CHARACTERS.                               CNB23000
007600 01  WS-POINTR-RECORD.                                            CNB23000
007700     05  POINT-EMP-NBR             PIC X(9).                      CNB23000
007800     05  POINT-EFF-CE              PIC 9(7).                      CNB23000
007900     05  POINT-SEQ                 PIC 9(2).                      CNB23000
008000     05  POINT-FUN                 PIC XX.                        CNB23000
008100     05  POINT-HIST-KEY.                                          CNB23000
008200         10  POINT-HIST-EMP-NBR    PIC X(9).                      CNB23000
008300         10  POINT-HIST-DATE-TIME  PIC X(14).                     CNB23000
008400     05  POINT-REC-TYPE            PIC X.                         CNB23000
008500         88  POINT-ASGN-CHANGE           VALUE 'A'.               CNB23000
008600     05  POINT-VARIABLE-AREA.                                     CNB23000
008700         10  POINT-NORM-ASGN-TYPE  PIC X.                         CNB23000
008800         10  POINT-NORM-ASGN       PIC X(8).                      CNB23000
008900         10  POINT-NORM-BLOCK      PIC X(2).                      CNB23000
009000         10  POINT-TEMP-ASGN-TYPE  PIC X.                         CNB23000
009100         10  POINT-TEMP-ASGN       PIC X(8).                      CNB23000
009200         10  POINT-TEMP-BLOCK      PIC X(2).                      CNB23000
009300         10  POINT-XR-ASGN-TYPE    PIC X.                         CNB23000
009400         10  POINT-XR-ASGN         PIC X(8).                      CNB23000
009500         10  POINT-XR-FLAG         PIC X.                         CNB23000
009600         10  POINT-XR-BLOCK        PIC X(2).                      CNB23000
009700         10  FILLER                PIC X(2).                      CNB23000
009800 FD  JHIST-FILE                                                   CNB23000
009900     RECORD CONTAINS 200 CHARACTERS.                              CNB23000
010000 01  WS-JHIST-RECORD.                                             CNB23000
010100     05  JHIST-EMP-NBR             PIC X(9).                      CNB23000
010200     05  JHIST-EFF-DATE-TIME       PIC X(14).                     CNB23000
010300     05  JHIST-FUNCTION            PIC XX.                        CNB23000
010400         88  JHIST-CALL-FUN              VALUE '01'.              CNB23000
010500         88  JHIST-TIE-UP-FUN            VALUE '02'.              CNB23000
010600     05  JHIST-EMP-NBR-AFFECTED    PIC X(9).                      CNB23000
010700     05  JHIST-IN-OUT              PIC X.                         CNB23000
010800     05  JHIST-DIST                PIC X(2).                      CNB23000
010900     05  JHIST-SDIST               PIC X(2).                      CNB23000
011000     05  JHIST-POOL-ASG            PIC X(10).                     CNB23000
011100     05  JHIST-FUNCTION-AREA       PIC X(151).                    CNB23000
011200     05  JHIST-FUN02-AREA REDEFINES JHIST-FUNCTION-AREA.          CNB23000
011300         10  JHIST-FUN02-XREF-KEY  PIC X(23).                     CNB23000
011400         10  JHIST-FUN02-TIME-WORKED.                             CNB23000
011500             15  JHIST-FUN02-WORKED-HR PIC 9(2).                  CNB23000
011600             15  JHIST-FUN02-WORKED-MN PIC 9(2).                  CNB23000
011700         10  JHIST-FUN02-ARR-DATE  PIC X(6).                      CNB23000
011800         10  JHIST-FUN02-ARR-TIME  PIC X(4).                      CNB23000
011900         10  JHIST-FUN02-MILES     PIC 9(4).                      CNB23000
012000         10  FILLER                PIC X(110).                    CNB23000
012100 FD  RPT-FILE                                                     CNB23000
012200     RECORD CONTAINS 132 CHARACTERS.                              CNB23000
012300 01  RPT-LINE                      PIC X(132).                    CNB23000
012400*                                                                 CNB23000
012500 WORKING-STORAGE SECTION.                                         CNB23000
012600 COPY WSXHDR.                                                     CNB23000
012700 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB23000
012800     88  WS-PARM-OK                       VALUE '00'.             CNB23000
012900 01  WS-POINTR-STATUS              PIC XX VALUE SPACES.           CNB23000
013000     88  WS-POINTR-OK                     VALUE '00'.             CNB23000
013100 01  WS-JHIST-STATUS               PIC XX VALUE SPACES.           CNB23000
013200     88  WS-JHIST-OK                      VALUE '00'.             CNB23000
013300 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB23000
013400     88  WS-RPT-OK                        VALUE '00'.             CNB23000
013500 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB23000
013600 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB23000
013610 COPY WSERRLOG.                                                   CNB23000
013700 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB23000
013800     88  WS-FUNC-REPORT                   VALUE 'REPORT'.         CNB23000
013900 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB23000
014000 01  WS-FROM-DATE                  PIC X(8) VALUE SPACES.         CNB23000
014100 01  WS-TO-DATE                    PIC X(8) VALUE SPACES.         CNB23000
014200 01  WS-DAYS-LIMIT                 PIC 9(3) VALUE 5.              CNB23000
014300 01  WS-JHIST-EOF-SW               PIC X  VALUE 'N'.              CNB23000
014400     88  WS-EOF-JHIST                     VALUE 'Y'.              CNB23000
014500 01  WS-POINTR-EOF-SW              PIC X  VALUE 'N'.              CNB23000
014600     88  WS-EOF-POINTR                    VALUE 'Y'.              CNB23000
014700*    BLOCKS IN FORCE FOR WS-ST-EMP-NBR AS OF THE LAST POINTER     CNB23000
014800*    TAKEN:                                                       CNB23000
014900 01  WS-ST-EMP-NBR                 PIC X(9) VALUE SPACES.         CNB23000
015000 01  WS-ST-OWN-BLOCK               PIC X(2) VALUE SPACES.         CNB23000
015100 01  WS-ST-WORK-BLOCK              PIC X(2) VALUE SPACES.         CNB23000
015200 01  WS-CUR-EMP-NBR                PIC X(9) VALUE SPACES.         CNB23000
015300 01  WS-EMP-OWN-BLOCK              PIC X(2) VALUE SPACES.         CNB23000
015400 01  WS-EMP-LAST-OUT-BLOCK         PIC X(2) VALUE SPACES.         CNB23000
015500 01  WS-EMP-FIRST-OUT-DATE         PIC X(8) VALUE SPACES.         CNB23000
015600 01  WS-EMP-LAST-OUT-DATE          PIC X(8) VALUE SPACES.         CNB23000
015700 01  WS-EMP-DAYS-OUT               PIC S9(5) COMP VALUE ZEROS.    CNB23000
015800 01  WS-WORK-MINUTES               PIC S9(5) COMP VALUE ZEROS.    CNB23000
015900 01  WS-WORK-MILES                 PIC S9(5) COMP VALUE ZEROS.    CNB23000
016000 01  WS-WORK-CALLS                 PIC S9(5) COMP VALUE ZEROS.    CNB23000
016100 01  WS-HOURS                      PIC S9(7) COMP VALUE ZEROS.    CNB23000
016200 01  WS-MINUTES                    PIC S9(4) COMP VALUE ZEROS.    CNB23000
016300 01  WS-PCT                        PIC S9(3) COMP VALUE ZEROS.    CNB23000
016400 01  WS-JHIST-COUNT                PIC 9(7) VALUE ZEROS.          CNB23000
016500 01  WS-POINTR-COUNT               PIC 9(7) VALUE ZEROS.          CNB23000
016600 01  WS-EVENT-COUNT                PIC 9(7) VALUE ZEROS.          CNB23000
016700 01  WS-NO-BLOCK-COUNT             PIC 9(7) VALUE ZEROS.          CNB23000
016800 01  WS-OUT-EMP-COUNT              PIC 9(7) VALUE ZEROS.          CNB23000
016900 01  WS-BLK-COUNT                  PIC S9(4) COMP VALUE ZEROS.    CNB23000
017000 01  WS-BLK-MAX                    PIC S9(4) COMP VALUE +200.     CNB23000
017100 01  WS-BLK-SUB                    PIC S9(4) COMP VALUE ZEROS.    CNB23000
017200 01  WS-BLK-HIT                    PIC S9(4) COMP VALUE ZEROS.    CNB23000
017300 01  WS-BLK-FIND                   PIC X(2) VALUE SPACES.         CNB23000
017400 01  WS-BLK-TABLE.                                                CNB23000
017500     05  WS-BLK-ENTRY OCCURS 200 TIMES.                           CNB23000
017600         10  WS-BT-BLOCK           PIC X(2).                      CNB23000
017700         10  WS-BT-OWN-CALLS       PIC S9(7) COMP.                CNB23000
017800         10  WS-BT-OWN-MINUTES     PIC S9(9) COMP.                CNB23000
017900         10  WS-BT-OWN-MILES       PIC S9(9) COMP.                CNB23000
018000         10  WS-BT-OTH-CALLS       PIC S9(7) COMP.                CNB23000
018100         10  WS-BT-OTH-MINUTES     PIC S9(9) COMP.                CNB23000
018200         10  WS-BT-OTH-MILES       PIC S9(9) COMP.                CNB23000
018300         10  WS-BT-OUT-CALLS       PIC S9(7) COMP.                CNB23000
018400 01  WS-BLK-TOTALS.                                               CNB23000
018500     05  WS-BX-OWN-CALLS           PIC S9(7) COMP VALUE ZEROS.    CNB23000
018600     05  WS-BX-OWN-MINUTES         PIC S9(9) COMP VALUE ZEROS.    CNB23000
018700     05  WS-BX-OWN-MILES           PIC S9(9) COMP VALUE ZEROS.    CNB23000
018800     05  WS-BX-OTH-CALLS           PIC S9(7) COMP VALUE ZEROS.    CNB23000
018900     05  WS-BX-OTH-MINUTES         PIC S9(9) COMP VALUE ZEROS.    CNB23000
019000     05  WS-BX-OTH-MILES           PIC S9(9) COMP VALUE ZEROS.    CNB23000
019100     05  WS-BX-OUT-CALLS           PIC S9(7) COMP VALUE ZEROS.    CNB23000
019200 01  WS-HDR-LINE.                                                 CNB23000
019300     05  FILLER                PIC X(38)  VALUE                   CNB23000
019400         'CNB230 - WORK DISTRIBUTION BY BLOCK   '.                CNB23000
019500     05  FILLER                PIC X(2)   VALUE SPACES.           CNB23000
019600     05  HDR-FUNC              PIC X(8).                          CNB23000
019700     05  FILLER                PIC X(2)   VALUE SPACES.           CNB23000
019800     05  HDR-DATE-TIME         PIC X(12).                         CNB23000
019900     05  FILLER                PIC X(9)   VALUE '  PERIOD '.      CNB23000
020000     05  HDR-FROM-DATE         PIC X(8).                          CNB23000
020100     05  FILLER                PIC X(4)   VALUE ' TO '.           CNB23000
020200     05  HDR-TO-DATE           PIC X(8).                          CNB23000
020300     05  FILLER                PIC X(41)  VALUE SPACES.           CNB23000
020400 01  WS-EXC-TITLE-LINE.                                           CNB23000
020500     05  FILLER                    PIC X(42) VALUE                CNB23000
020600         'EMPLOYEES WORKING OUTSIDE THEIR OWN BLOCK '.            CNB23000
020700     05  FILLER                    PIC X(13) VALUE                CNB23000
020800         'ON MORE THAN '.                                         CNB23000
020900     05  EXC-TITLE-LIMIT           PIC ZZ9.                       CNB23000
021000     05  FILLER                    PIC X(5) VALUE ' DAYS'.        CNB23000
021100     05  FILLER                    PIC X(69) VALUE SPACES.        CNB23000
021200 01  WS-EXC-HDR-LINE.                                             CNB23000
021300     05  FILLER                    PIC X(51) VALUE                CNB23000
021400         'EMPLOYEE  OWN   DAYS LIMIT   BLOCK   FIRST     LAST'.   CNB23000
021500     05  FILLER                    PIC X(81) VALUE SPACES.        CNB23000
021600 01  WS-EXC-HDR-LINE2.                                            CNB23000
021700     05  FILLER                    PIC X(50) VALUE                CNB23000
021800         '          BLK    OUT        WORKED  OUT       OUT'.     CNB23000
021900     05  FILLER                    PIC X(82) VALUE SPACES.        CNB23000
022000 01  WS-EXC-LINE.                                                 CNB23000
022100     05  EXC-EMP-NBR               PIC X(9).                      CNB23000
022200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23000
022300     05  EXC-OWN-BLOCK             PIC X(2).                      CNB23000
022400     05  FILLER                    PIC X(4) VALUE SPACES.         CNB23000
022500     05  EXC-DAYS-OUT              PIC ZZZ9.                      CNB23000
022600     05  FILLER                    PIC X(3) VALUE SPACES.         CNB23000
022700     05  EXC-LIMIT                 PIC ZZ9.                       CNB23000
022800     05  FILLER                    PIC X(4) VALUE SPACES.         CNB23000
022900     05  EXC-LAST-BLOCK            PIC X(2).                      CNB23000
023000     05  FILLER                    PIC X(5) VALUE SPACES.         CNB23000
023100     05  EXC-FIRST-OUT             PIC X(8).                      CNB23000
023200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23000
023300     05  EXC-LAST-OUT              PIC X(8).                      CNB23000
023400     05  FILLER                    PIC X(77) VALUE SPACES.        CNB23000
023500 01  WS-BLK-HDR-LINE.                                             CNB23000
023600     05  FILLER                    PIC X(42) VALUE                CNB23000
023700         'BLOCK    ---- HELD BY OWN BLOCK -----  -- '.            CNB23000
023800     05  FILLER                    PIC X(42) VALUE                CNB23000
023900         'TAKEN BY OTHER BLOCKS ---     WORKED   PCT'.            CNB23000
024000     05  FILLER                    PIC X(48) VALUE SPACES.        CNB23000
024100 01  WS-BLK-HDR-LINE2.                                            CNB23000
024200     05  FILLER                    PIC X(42) VALUE                CNB23000
024300         '        CALLS        HOURS      MILES     '.            CNB23000
024400     05  FILLER                    PIC X(42) VALUE                CNB23000
024500         'CALLS       HOURS      MILES  ELSEWHR  OTH'.            CNB23000
024600     05  FILLER                    PIC X(48) VALUE SPACES.        CNB23000
024700 01  WS-BLK-LINE.                                                 CNB23000
024800     05  BLK-BLOCK                 PIC X(5).                      CNB23000
024900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23000
025000     05  BLK-OWN-CALLS             PIC ZZZ,ZZ9.                   CNB23000
025100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23000
025200     05  BLK-OWN-HOURS             PIC ZZZ,ZZ9.                   CNB23000
025300     05  FILLER                    PIC X(1) VALUE ':'.            CNB23000
025400     05  BLK-OWN-MINUTES           PIC 99.                        CNB23000
025500     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23000
025600     05  BLK-OWN-MILES             PIC Z,ZZZ,ZZ9.                 CNB23000
025700     05  FILLER                    PIC X(3) VALUE SPACES.         CNB23000
025800     05  BLK-OTH-CALLS             PIC ZZZ,ZZ9.                   CNB23000
025900     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23000
026000     05  BLK-OTH-HOURS             PIC ZZZ,ZZ9.                   CNB23000
026100     05  FILLER                    PIC X(1) VALUE ':'.            CNB23000
026200     05  BLK-OTH-MINUTES           PIC 99.                        CNB23000
026300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23000
026400     05  BLK-OTH-MILES             PIC Z,ZZZ,ZZ9.                 CNB23000
026500     05  FILLER                    PIC X(3) VALUE SPACES.         CNB23000
026600     05  BLK-OUT-CALLS             PIC ZZZ,ZZ9.                   CNB23000
026700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23000
026800     05  BLK-PCT                   PIC ZZ9.                       CNB23000
026900     05  FILLER                    PIC X(48) VALUE SPACES.        CNB23000
027000 01  WS-CNT-LINE.                                                 CNB23000
027100     05  CNT-LABEL                 PIC X(30).                     CNB23000
027200     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB23000
027300     05  FILLER                    PIC X(95) VALUE SPACES.        CNB23000
027400*                                                                 CNB23000
027500 PROCEDURE DIVISION.                                              CNB23000
027600 P0000-MAINLINE.                                                  CNB23000
027700     PERFORM P1000-INITIALIZE                                     CNB23000
027800     PERFORM P2000-PROCESS-JHIST UNTIL WS-EOF-JHIST               CNB23000
027900     IF WS-CUR-EMP-NBR > SPACES                                   CNB23000
028000        PERFORM P4000-EMPLOYEE-BREAK                              CNB23000
028100     END-IF                                                       CNB23000
028200     PERFORM P5000-BLOCK-SUMMARY                                  CNB23000
028300     PERFORM P9000-TERMINATE                                      CNB23000
028400     GOBACK.                                                      CNB23000
028500*                                                                 CNB23000
028600 P1000-INITIALIZE.                                                CNB23000
028700     OPEN INPUT PARM-FILE                                         CNB23000
028800     IF NOT WS-PARM-OK                                            CNB23000
028900        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB23000
029000        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB23000
029100        PERFORM P9999-GOT-PROBLEM                                 CNB23000
029200     END-IF                                                       CNB23000
029300     READ PARM-FILE                                               CNB23000
029400     IF NOT WS-PARM-OK                                            CNB23000
029500        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB23000
029600        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB23000
029700        PERFORM P9999-GOT-PROBLEM                                 CNB23000
029800     END-IF                                                       CNB23000
029900     MOVE PARM-FUNC                TO WS-FUNC                     CNB23000
030000     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB23000
030100     IF PARM-FROM-DATE > SPACES                                   CNB23000
030200        MOVE PARM-FROM-DATE        TO WS-FROM-DATE                CNB23000
030300     ELSE                                                         CNB23000
030400        STRING '20' WS-RUN-DATE-TIME (1:4) '01'                   CNB23000
030500               DELIMITED BY SIZE INTO WS-FROM-DATE                CNB23000
030600     END-IF                                                       CNB23000
030700     IF PARM-TO-DATE > SPACES                                     CNB23000
030800        MOVE PARM-TO-DATE          TO WS-TO-DATE                  CNB23000
030900     ELSE                                                         CNB23000
031000        STRING '20' WS-RUN-DATE-TIME (1:4) '31'                   CNB23000
031100               DELIMITED BY SIZE INTO WS-TO-DATE                  CNB23000
031200     END-IF                                                       CNB23000
031300     IF PARM-DAYS-LIMIT NUMERIC                                   CNB23000
031400        MOVE PARM-DAYS-LIMIT       TO WS-DAYS-LIMIT               CNB23000
031500     END-IF                                                       CNB23000
031600     CLOSE PARM-FILE                                              CNB23000
031700     IF NOT WS-FUNC-REPORT                                        CNB23000
031800        OR WS-FROM-DATE NOT NUMERIC                               CNB23000
031900        OR WS-TO-DATE NOT NUMERIC                                 CNB23000
032000        OR WS-FROM-DATE > WS-TO-DATE                              CNB23000
032100        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB23000
032200        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB23000
032300        PERFORM P9999-GOT-PROBLEM                                 CNB23000
032400     END-IF                                                       CNB23000
032500     OPEN INPUT POINTR-FILE                                       CNB23000
032600     IF NOT WS-POINTR-OK                                          CNB23000
032700        MOVE 'P1000-OPEN-PTR'      TO WS-ABEND-PARAGRAPH          CNB23000
032800        MOVE WS-POINTR-STATUS      TO WS-ABEND-STATUS             CNB23000
032900        PERFORM P9999-GOT-PROBLEM                                 CNB23000
033000     END-IF                                                       CNB23000
033100     OPEN INPUT JHIST-FILE                                        CNB23000
033200     IF NOT WS-JHIST-OK                                           CNB23000
033300        MOVE 'P1000-OPEN-JHIST'    TO WS-ABEND-PARAGRAPH          CNB23000
033400        MOVE WS-JHIST-STATUS       TO WS-ABEND-STATUS             CNB23000
033500        PERFORM P9999-GOT-PROBLEM                                 CNB23000
033600     END-IF                                                       CNB23000
033700     OPEN OUTPUT RPT-FILE                                         CNB23000
033800     IF NOT WS-RPT-OK                                             CNB23000
033900        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB23000
034000        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB23000
034100        PERFORM P9999-GOT-PROBLEM                                 CNB23000
034200     END-IF                                                       CNB23000
034300     MOVE WS-FUNC                  TO HDR-FUNC                    CNB23000
034400     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB23000
034500     MOVE WS-FROM-DATE             TO HDR-FROM-DATE               CNB23000
034600     MOVE WS-TO-DATE               TO HDR-TO-DATE                 CNB23000
034700     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB23000
034800     MOVE SPACES                   TO RPT-LINE                    CNB23000
034900     WRITE RPT-LINE                                               CNB23000
035000     PERFORM P1050-VERIFY-JHIST-HDR                               CNB23000
035100     MOVE WS-DAYS-LIMIT            TO EXC-TITLE-LIMIT             CNB23000
035200     WRITE RPT-LINE FROM WS-EXC-TITLE-LINE                        CNB23000
035300     MOVE SPACES                   TO RPT-LINE                    CNB23000
035400     WRITE RPT-LINE                                               CNB23000
035500     WRITE RPT-LINE FROM WS-EXC-HDR-LINE                          CNB23000
035600     WRITE RPT-LINE FROM WS-EXC-HDR-LINE2                         CNB23000
035700     PERFORM P2010-READ-JHIST                                     CNB23000
035800     PERFORM P2110-READ-POINTR.                                   CNB23000
035900*                                                                 CNB23000
036000 P1050-VERIFY-JHIST-HDR.                                          CNB23000
036100     MOVE 'JHISTSEQ'               TO XPCT-EXTRACT-ID             CNB23000
036200     MOVE 200                      TO XPCT-RECORD-LGTH            CNB23000
036300     READ JHIST-FILE INTO WS-XHDR                                 CNB23000
036400          AT END                                                  CNB23000
036500             PERFORM P1090-LAYOUT-MISMATCH                        CNB23000
036600     END-READ                                                     CNB23000
036700     IF NOT XHDR-PRESENT                                          CNB23000
036800        PERFORM P1090-LAYOUT-MISMATCH                             CNB23000
036900     END-IF                                                       CNB23000
037000     IF XHDR-EXTRACT-ID NOT = XPCT-EXTRACT-ID                     CNB23000
037100        OR XHDR-RECORD-LGTH NOT = XPCT-RECORD-LGTH                CNB23000
037200        OR XHDR-FIELD-MAP-VER NOT = XPCT-FIELD-MAP-VER            CNB23000
037300        PERFORM P1090-LAYOUT-MISMATCH                             CNB23000
037400     END-IF.                                                      CNB23000
037500*                                                                 CNB23000
037600 P1090-LAYOUT-MISMATCH.                                           CNB23000
037700     MOVE SPACES                   TO RPT-LINE                    CNB23000
037800     STRING 'EXTRACT LAYOUT MISMATCH ON '                         CNB23000
037900            XPCT-EXTRACT-ID                                       CNB23000
038000            ' - RUN ABORTED'                                      CNB23000
038100            DELIMITED BY SIZE INTO RPT-LINE                       CNB23000
038200     WRITE RPT-LINE                                               CNB23000
038300     DISPLAY 'CNB230 EXTRACT LAYOUT MISMATCH ON '                 CNB23000
038400             XPCT-EXTRACT-ID                                      CNB23000
038500     DISPLAY '  FOUND....: ' XHDR-EYECATCHER ' '                  CNB23000
038600             XHDR-EXTRACT-ID ' ' XHDR-RECORD-LGTH ' '             CNB23000
038700             XHDR-FIELD-MAP-VER                                   CNB23000
038800     DISPLAY '  EXPECTED.: *CNBXHDR ' XPCT-EXTRACT-ID ' '         CNB23000
038900             XPCT-RECORD-LGTH ' ' XPCT-FIELD-MAP-VER              CNB23000
039000     MOVE 16 TO RETURN-CODE                                       CNB23000
039100     GOBACK.                                                      CNB23000
039200*                                                                 CNB23000
039300 P2000-PROCESS-JHIST.                                             CNB23000
039400*    BRING THE POINTER STATE UP TO THIS EVENT, THEN CHARGE THE    CNB23000
039500*    EVENT IF IT IS A CALL OR TIE-UP DATED IN THE PERIOD.         CNB23000
039600     IF JHIST-EMP-NBR NOT = WS-CUR-EMP-NBR                        CNB23000
039700        IF WS-CUR-EMP-NBR > SPACES                                CNB23000
039800           PERFORM P4000-EMPLOYEE-BREAK                           CNB23000
039900        END-IF                                                    CNB23000
040000        MOVE JHIST-EMP-NBR         TO WS-CUR-EMP-NBR              CNB23000
040100        MOVE SPACES                TO WS-EMP-OWN-BLOCK            CNB23000
040200                                      WS-EMP-LAST-OUT-BLOCK       CNB23000
040300                                      WS-EMP-FIRST-OUT-DATE       CNB23000
040400                                      WS-EMP-LAST-OUT-DATE        CNB23000
040500        MOVE ZEROS                 TO WS-EMP-DAYS-OUT             CNB23000
040600     END-IF                                                       CNB23000
040700     PERFORM P2100-TAKE-POINTER                                   CNB23000
040800         UNTIL WS-EOF-POINTR                                      CNB23000
040900            OR POINT-EMP-NBR > JHIST-EMP-NBR                      CNB23000
041000            OR (POINT-EMP-NBR = JHIST-EMP-NBR                     CNB23000
041100                AND POINT-HIST-DATE-TIME > JHIST-EFF-DATE-TIME)   CNB23000
041200     IF (JHIST-CALL-FUN OR JHIST-TIE-UP-FUN)                      CNB23000
041300        AND JHIST-EFF-DATE-TIME (1:8) NOT < WS-FROM-DATE          CNB23000
041400        AND JHIST-EFF-DATE-TIME (1:8) NOT > WS-TO-DATE            CNB23000
041500        ADD 1 TO WS-EVENT-COUNT                                   CNB23000
041600        IF WS-ST-EMP-NBR = JHIST-EMP-NBR                          CNB23000
041700           AND WS-ST-OWN-BLOCK > SPACES                           CNB23000
041800           PERFORM P3000-CHARGE-EVENT                             CNB23000
041900        ELSE                                                      CNB23000
042000           ADD 1 TO WS-NO-BLOCK-COUNT                             CNB23000
042100        END-IF                                                    CNB23000
042200     END-IF                                                       CNB23000
042300     PERFORM P2010-READ-JHIST.                                    CNB23000
042400*                                                                 CNB23000
042500 P2010-READ-JHIST.                                                CNB23000
042600     READ JHIST-FILE                                              CNB23000
042700          AT END                                                  CNB23000
042800             SET WS-EOF-JHIST TO TRUE                             CNB23000
042900     END-READ                                                     CNB23000
043000     IF NOT WS-EOF-JHIST                                          CNB23000
043100        ADD 1 TO WS-JHIST-COUNT                                   CNB23000
043200     END-IF.                                                      CNB23000
043300*                                                                 CNB23000
043400 P2100-TAKE-POINTER.                                              CNB23000
043500*    ONLY ASSIGNMENT-CHANGE POINTERS CARRY BLOCKS.  A TEMPORARY   CNB23000
043600*    ASSIGNMENT OUTRANKS AN EXTENDED RUN FOR THE WORKING BLOCK.   CNB23000
043700     IF POINT-ASGN-CHANGE                                         CNB23000
043800        MOVE POINT-EMP-NBR         TO WS-ST-EMP-NBR               CNB23000
043900        MOVE POINT-NORM-BLOCK      TO WS-ST-OWN-BLOCK             CNB23000
044000        EVALUATE TRUE                                             CNB23000
044100           WHEN POINT-TEMP-BLOCK > SPACES                         CNB23000
044200                MOVE POINT-TEMP-BLOCK TO WS-ST-WORK-BLOCK         CNB23000
044300           WHEN POINT-XR-BLOCK > SPACES                           CNB23000
044400                MOVE POINT-XR-BLOCK   TO WS-ST-WORK-BLOCK         CNB23000
044500           WHEN OTHER                                             CNB23000
044600                MOVE POINT-NORM-BLOCK TO WS-ST-WORK-BLOCK         CNB23000
044700        END-EVALUATE                                              CNB23000
044800     END-IF                                                       CNB23000
044900     PERFORM P2110-READ-POINTR.                                   CNB23000
045000*                                                                 CNB23000
045100 P2110-READ-POINTR.                                               CNB23000
045200     READ POINTR-FILE                                             CNB23000
045300          AT END                                                  CNB23000
045400             SET WS-EOF-POINTR TO TRUE                            CNB23000
045500     END-READ                                                     CNB23000
045600     IF NOT WS-EOF-POINTR                                         CNB23000
045700        ADD 1 TO WS-POINTR-COUNT                                  CNB23000
045800     END-IF.                                                      CNB23000
045900*                                                                 CNB23000
046000 P3000-CHARGE-EVENT.                                              CNB23000
046100     MOVE ZEROS                    TO WS-WORK-CALLS               CNB23000
046200                                      WS-WORK-MINUTES             CNB23000
046300                                      WS-WORK-MILES               CNB23000
046400     IF JHIST-CALL-FUN                                            CNB23000
046500        MOVE 1                     TO WS-WORK-CALLS               CNB23000
046600     ELSE                                                         CNB23000
046700        IF JHIST-FUN02-TIME-WORKED NUMERIC                        CNB23000
046800           COMPUTE WS-WORK-MINUTES = JHIST-FUN02-WORKED-HR * 60   CNB23000
046900                                   + JHIST-FUN02-WORKED-MN        CNB23000
047000        END-IF                                                    CNB23000
047100        IF JHIST-FUN02-MILES NUMERIC                              CNB23000
047200           MOVE JHIST-FUN02-MILES  TO WS-WORK-MILES               CNB23000
047300        END-IF                                                    CNB23000
047400     END-IF                                                       CNB23000
047500     MOVE WS-ST-OWN-BLOCK          TO WS-EMP-OWN-BLOCK            CNB23000
047600     MOVE WS-ST-WORK-BLOCK         TO WS-BLK-FIND                 CNB23000
047700     PERFORM P3100-FIND-BLOCK                                     CNB23000
047800     IF WS-ST-WORK-BLOCK = WS-ST-OWN-BLOCK                        CNB23000
047900        ADD WS-WORK-CALLS    TO WS-BT-OWN-CALLS (WS-BLK-HIT)      CNB23000
048000        ADD WS-WORK-MINUTES  TO WS-BT-OWN-MINUTES (WS-BLK-HIT)    CNB23000
048100        ADD WS-WORK-MILES    TO WS-BT-OWN-MILES (WS-BLK-HIT)      CNB23000
048200     ELSE                                                         CNB23000
048300        ADD WS-WORK-CALLS    TO WS-BT-OTH-CALLS (WS-BLK-HIT)      CNB23000
048400        ADD WS-WORK-MINUTES  TO WS-BT-OTH-MINUTES (WS-BLK-HIT)    CNB23000
048500        ADD WS-WORK-MILES    TO WS-BT-OTH-MILES (WS-BLK-HIT)      CNB23000
048600        MOVE WS-ST-OWN-BLOCK       TO WS-BLK-FIND                 CNB23000
048700        PERFORM P3100-FIND-BLOCK                                  CNB23000
048800        ADD WS-WORK-CALLS    TO WS-BT-OUT-CALLS (WS-BLK-HIT)      CNB23000
048900        PERFORM P3200-NOTE-DAY-OUT                                CNB23000
049000     END-IF.                                                      CNB23000
049100*                                                                 CNB23000
049200 P3100-FIND-BLOCK.                                                CNB23000
049300     MOVE ZEROS                    TO WS-BLK-HIT                  CNB23000
049400     MOVE 1                        TO WS-BLK-SUB                  CNB23000
049500     PERFORM P3110-SEARCH-BLOCK                                   CNB23000
049600         UNTIL WS-BLK-SUB > WS-BLK-COUNT                          CNB23000
049700            OR WS-BLK-HIT > ZEROS                                 CNB23000
049800     IF WS-BLK-HIT = ZEROS                                        CNB23000
049900        IF WS-BLK-COUNT = WS-BLK-MAX                              CNB23000
050000           MOVE 'P3100-TBL-FULL'   TO WS-ABEND-PARAGRAPH          CNB23000
050100           MOVE 'TF'               TO WS-ABEND-STATUS             CNB23000
050200           PERFORM P9999-GOT-PROBLEM                              CNB23000
050300        END-IF                                                    CNB23000
050400        ADD 1 TO WS-BLK-COUNT                                     CNB23000
050500        MOVE WS-BLK-COUNT          TO WS-BLK-HIT                  CNB23000
050600        MOVE WS-BLK-FIND           TO WS-BT-BLOCK (WS-BLK-HIT)    CNB23000
050700        MOVE ZEROS           TO WS-BT-OWN-CALLS (WS-BLK-HIT)      CNB23000
050800                                WS-BT-OWN-MINUTES (WS-BLK-HIT)    CNB23000
050900                                WS-BT-OWN-MILES (WS-BLK-HIT)      CNB23000
051000                                WS-BT-OTH-CALLS (WS-BLK-HIT)      CNB23000
051100                                WS-BT-OTH-MINUTES (WS-BLK-HIT)    CNB23000
051200                                WS-BT-OTH-MILES (WS-BLK-HIT)      CNB23000
051300                                WS-BT-OUT-CALLS (WS-BLK-HIT)      CNB23000
051400     END-IF.                                                      CNB23000
051500*                                                                 CNB23000
051600 P3110-SEARCH-BLOCK.                                              CNB23000
051700     IF WS-BT-BLOCK (WS-BLK-SUB) = WS-BLK-FIND                    CNB23000
051800        MOVE WS-BLK-SUB            TO WS-BLK-HIT                  CNB23000
051900     END-IF                                                       CNB23000
052000     ADD 1 TO WS-BLK-SUB.                                         CNB23000
052100*                                                                 CNB23000
052200 P3200-NOTE-DAY-OUT.                                              CNB23000
052300*    EVENTS ARE IN DATE-TIME ORDER WITHIN THE EMPLOYEE, SO A NEW  CNB23000
052400*    DATE IS A NEW DAY WORKED OUT OF BLOCK.                       CNB23000
052500     IF JHIST-EFF-DATE-TIME (1:8) NOT = WS-EMP-LAST-OUT-DATE      CNB23000
052600        ADD 1 TO WS-EMP-DAYS-OUT                                  CNB23000
052700        MOVE JHIST-EFF-DATE-TIME (1:8) TO WS-EMP-LAST-OUT-DATE    CNB23000
052800        IF WS-EMP-FIRST-OUT-DATE = SPACES                         CNB23000
052900           MOVE JHIST-EFF-DATE-TIME (1:8) TO WS-EMP-FIRST-OUT-DATECNB23000
053000        END-IF                                                    CNB23000
053100     END-IF                                                       CNB23000
053200     MOVE WS-ST-WORK-BLOCK         TO WS-EMP-LAST-OUT-BLOCK.      CNB23000
053300*                                                                 CNB23000
053400 P4000-EMPLOYEE-BREAK.                                            CNB23000
053500     IF WS-EMP-DAYS-OUT > WS-DAYS-LIMIT                           CNB23000
053600        ADD 1 TO WS-OUT-EMP-COUNT                                 CNB23000
053700        MOVE WS-CUR-EMP-NBR        TO EXC-EMP-NBR                 CNB23000
053800        MOVE WS-EMP-OWN-BLOCK      TO EXC-OWN-BLOCK               CNB23000
053900        MOVE WS-EMP-DAYS-OUT       TO EXC-DAYS-OUT                CNB23000
054000        MOVE WS-DAYS-LIMIT         TO EXC-LIMIT                   CNB23000
054100        MOVE WS-EMP-LAST-OUT-BLOCK TO EXC-LAST-BLOCK              CNB23000
054200        MOVE WS-EMP-FIRST-OUT-DATE TO EXC-FIRST-OUT               CNB23000
054300        MOVE WS-EMP-LAST-OUT-DATE  TO EXC-LAST-OUT                CNB23000
054400        WRITE RPT-LINE FROM WS-EXC-LINE                           CNB23000
054500     END-IF.                                                      CNB23000
054600*                                                                 CNB23000
054700 P5000-BLOCK-SUMMARY.                                             CNB23000
054800     MOVE SPACES                   TO RPT-LINE                    CNB23000
054900     WRITE RPT-LINE                                               CNB23000
055000     WRITE RPT-LINE                                               CNB23000
055100     WRITE RPT-LINE FROM WS-BLK-HDR-LINE                          CNB23000
055200     WRITE RPT-LINE FROM WS-BLK-HDR-LINE2                         CNB23000
055300     MOVE 1                        TO WS-BLK-SUB                  CNB23000
055400     PERFORM P5100-PRINT-BLOCK UNTIL WS-BLK-SUB > WS-BLK-COUNT    CNB23000
055500     MOVE 'TOTAL'                  TO BLK-BLOCK                   CNB23000
055600     MOVE WS-BX-OWN-CALLS          TO BLK-OWN-CALLS               CNB23000
055700     MOVE WS-BX-OWN-MILES          TO BLK-OWN-MILES               CNB23000
055800     MOVE WS-BX-OTH-CALLS          TO BLK-OTH-CALLS               CNB23000
055900     MOVE WS-BX-OTH-MILES          TO BLK-OTH-MILES               CNB23000
056000     MOVE WS-BX-OUT-CALLS          TO BLK-OUT-CALLS               CNB23000
056100     DIVIDE WS-BX-OWN-MINUTES BY 60 GIVING WS-HOURS               CNB23000
056200            REMAINDER WS-MINUTES                                  CNB23000
056300     MOVE WS-HOURS                 TO BLK-OWN-HOURS               CNB23000
056400     MOVE WS-MINUTES               TO BLK-OWN-MINUTES             CNB23000
056500     DIVIDE WS-BX-OTH-MINUTES BY 60 GIVING WS-HOURS               CNB23000
056600            REMAINDER WS-MINUTES                                  CNB23000
056700     MOVE WS-HOURS                 TO BLK-OTH-HOURS               CNB23000
056800     MOVE WS-MINUTES               TO BLK-OTH-MINUTES             CNB23000
056900     MOVE ZEROS                    TO WS-PCT                      CNB23000
057000     IF WS-BX-OWN-CALLS + WS-BX-OTH-CALLS > ZEROS                 CNB23000
057100        COMPUTE WS-PCT ROUNDED = WS-BX-OTH-CALLS * 100            CNB23000
057200                / (WS-BX-OWN-CALLS + WS-BX-OTH-CALLS)             CNB23000
057300     END-IF                                                       CNB23000
057400     MOVE WS-PCT                   TO BLK-PCT                     CNB23000
057500     MOVE SPACES                   TO RPT-LINE                    CNB23000
057600     WRITE RPT-LINE                                               CNB23000
057700     WRITE RPT-LINE FROM WS-BLK-LINE.                             CNB23000
057800*                                                                 CNB23000
057900 P5100-PRINT-BLOCK.                                               CNB23000
058000     MOVE WS-BT-BLOCK (WS-BLK-SUB) TO BLK-BLOCK                   CNB23000
058100     MOVE WS-BT-OWN-CALLS (WS-BLK-SUB) TO BLK-OWN-CALLS           CNB23000
058200     MOVE WS-BT-OWN-MILES (WS-BLK-SUB) TO BLK-OWN-MILES           CNB23000
058300     MOVE WS-BT-OTH-CALLS (WS-BLK-SUB) TO BLK-OTH-CALLS           CNB23000
058400     MOVE WS-BT-OTH-MILES (WS-BLK-SUB) TO BLK-OTH-MILES           CNB23000
058500     MOVE WS-BT-OUT-CALLS (WS-BLK-SUB) TO BLK-OUT-CALLS           CNB23000
058600     DIVIDE WS-BT-OWN-MINUTES (WS-BLK-SUB) BY 60 GIVING WS-HOURS  CNB23000
058700            REMAINDER WS-MINUTES                                  CNB23000
058800     MOVE WS-HOURS                 TO BLK-OWN-HOURS               CNB23000
058900     MOVE WS-MINUTES               TO BLK-OWN-MINUTES             CNB23000
059000     DIVIDE WS-BT-OTH-MINUTES (WS-BLK-SUB) BY 60 GIVING WS-HOURS  CNB23000
059100            REMAINDER WS-MINUTES                                  CNB23000
059200     MOVE WS-HOURS                 TO BLK-OTH-HOURS               CNB23000
059300     MOVE WS-MINUTES               TO BLK-OTH-MINUTES             CNB23000
059400     MOVE ZEROS                    TO WS-PCT                      CNB23000
059500     IF WS-BT-OWN-CALLS (WS-BLK-SUB)                              CNB23000
059600        + WS-BT-OTH-CALLS (WS-BLK-SUB) > ZEROS                    CNB23000
059700        COMPUTE WS-PCT ROUNDED =                                  CNB23000
059800                WS-BT-OTH-CALLS (WS-BLK-SUB) * 100                CNB23000
059900                / (WS-BT-OWN-CALLS (WS-BLK-SUB)                   CNB23000
060000                 + WS-BT-OTH-CALLS (WS-BLK-SUB))                  CNB23000
060100     END-IF                                                       CNB23000
060200     MOVE WS-PCT                   TO BLK-PCT                     CNB23000
060300     WRITE RPT-LINE FROM WS-BLK-LINE                              CNB23000
060400     ADD WS-BT-OWN-CALLS (WS-BLK-SUB)   TO WS-BX-OWN-CALLS        CNB23000
060500     ADD WS-BT-OWN-MINUTES (WS-BLK-SUB) TO WS-BX-OWN-MINUTES      CNB23000
060600     ADD WS-BT-OWN-MILES (WS-BLK-SUB)   TO WS-BX-OWN-MILES        CNB23000
060700     ADD WS-BT-OTH-CALLS (WS-BLK-SUB)   TO WS-BX-OTH-CALLS        CNB23000
060800     ADD WS-BT-OTH-MINUTES (WS-BLK-SUB) TO WS-BX-OTH-MINUTES      CNB23000
060900     ADD WS-BT-OTH-MILES (WS-BLK-SUB)   TO WS-BX-OTH-MILES        CNB23000
061000     ADD WS-BT-OUT-CALLS (WS-BLK-SUB)   TO WS-BX-OUT-CALLS        CNB23000
061100     ADD 1 TO WS-BLK-SUB.                                         CNB23000
061200*                                                                 CNB23000
061300 P9000-TERMINATE.                                                 CNB23000
061400     MOVE SPACES                   TO RPT-LINE                    CNB23000
061500     WRITE RPT-LINE                                               CNB23000
061600     MOVE 'JOB HISTORY RECORDS READ ..' TO CNT-LABEL              CNB23000
061700     MOVE WS-JHIST-COUNT           TO CNT-VALUE                   CNB23000
061800     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23000
061900     MOVE 'POINTER RECORDS READ ......' TO CNT-LABEL              CNB23000
062000     MOVE WS-POINTR-COUNT          TO CNT-VALUE                   CNB23000
062100     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23000
062200     MOVE 'CALLS/TIE-UPS IN PERIOD ...' TO CNT-LABEL              CNB23000
062300     MOVE WS-EVENT-COUNT           TO CNT-VALUE                   CNB23000
062400     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23000
062500     MOVE 'NO BLOCK ON POINTER FILE ..' TO CNT-LABEL              CNB23000
062600     MOVE WS-NO-BLOCK-COUNT        TO CNT-VALUE                   CNB23000
062700     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23000
062800     MOVE 'EMPLOYEES OVER DAYS LIMIT .' TO CNT-LABEL              CNB23000
062900     MOVE WS-OUT-EMP-COUNT         TO CNT-VALUE                   CNB23000
063000     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23000
063100     CLOSE POINTR-FILE                                            CNB23000
063200           JHIST-FILE                                             CNB23000
063300           RPT-FILE.                                              CNB23000
063400*                                                                 CNB23000
063500 P9999-GOT-PROBLEM.                                               CNB23000
063510     MOVE 'CNB230'                 TO XE-PROGRAM                  CNB23000
063520     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB23000
063530     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB23000
063540     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB23000
063600     DISPLAY 'CNB230 ABEND IN ' WS-ABEND-PARAGRAPH                CNB23000
063700              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB23000
063800     MOVE 16 TO RETURN-CODE                                       CNB23000
063900     GOBACK.                                                      CNB23000
