000100 IDENTIFICATION DIVISION.                                         CNB23600
000200 PROGRAM-ID. CNB236.                                              CNB23600
000300*AUTHOR.     JMC.                                                 CNB23600
000400*DATE-WRITTEN. 10/15/26.                                          CNB23600
000500*REMARKS.                                                         CNB23600
000600*    POOL TURN EARNINGS AND MILEAGE EQUALIZATION.  EVERY UFP      CNB23600
000700*    TIE-UP WRITES A FUNCTION 02 JOB HISTORY RECORD CARRYING THE  CNB23600
000800*    MILES RUN (JHIST-FUN02-MILES) AND THE TIME WORKED THAT       CNB23600
000900*    CNP943'S P2075-COMPUTE-TIME-WORKED WORKS OUT, BUT NOTHING    CNB23600
001000*    ADDED THEM UP BY TURN AND THE QUARTERLY POOL COMMITTEE       CNB23600
001100*    FIGURES WERE PULLED TOGETHER BY HAND.  THIS BATCH LOADS      CNB23600
001200*    THE TURNS ON THE UFP FILE (SO A TURN THAT EARNED NOTHING     CNB23600
001300*    STILL SHOWS), THEN READS THE CNB122 JHISTSEQ EXTRACT         CNB23600
001400*    (LAYOUT HEADER VALIDATED) AND CHARGES EACH TIE-UP DATED IN   CNB23600
001500*    THE PARM PERIOD TO ITS POOL TURN.  PER POOL IT PRINTS EACH   CNB23600
001600*    TURN'S TRIPS, MILES AND HOURS WITH THE PERCENT EACH IS       CNB23600
001700*    ABOVE OR BELOW THE POOL AVERAGE, THE EMPLOYEES WHO TIED      CNB23600
001800*    THE TURN UP IN THE PERIOD (WITH THEIR TRIPS), AND FLAGS      CNB23600
001900*    EVERY TURN WHOSE MILES OR HOURS ARE FURTHER FROM THE POOL    CNB23600
002000*    AVERAGE THAN THE PARM TOLERANCE PERCENT.                     CNB23600
002100*    PARM: FUNCTION REPORT, PERIOD FROM/TO CCYYMMDD (BLANK = THE  CNB23600
002200*    CALENDAR QUARTER OF THE RUN DATE), DIST / SUB-DIST / POOL    CNB23600
002300*    (BLANK = ALL), TOLERANCE PERCENT (BLANK = 10).               CNB23600
002400*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB23600
002500*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB23600
002600*                                                                 CNB23600
002700*TBD  THE JOB AREA OF THE JOB HISTORY RECORD FOLLOWS THE MAP      CNB23600
002800*CNB103 ESTABLISHED (DIST/SDIST, THEN THE TEN-BYTE POOL) AND THE  CNB23600
002900*TIE-UP AREA FOLLOWS CNB230.  THE TURN IS TAKEN AS THE FOUR       CNB23600
003000*BYTES AFTER JHIST-FUN02-MILES, WHERE CNP943 CARRIES              CNB23600
003100*P943-JHIST-TURN INTO JHIST-JOB-TURN.  VERIFY AGAINST THE         CNB23600
003200*PRODUCTION LAYOUT BEFORE NEXT COMPILE.                           CNB23600
003300*                                                                 CNB23600
003400 ENVIRONMENT DIVISION.                                            CNB23600
003500 CONFIGURATION SECTION.                                           CNB23600
003600 SOURCE-COMPUTER.  IBM-370.                                       CNB23600
003700 OBJECT-COMPUTER.  IBM-370.                                       CNB23600
003800 INPUT-OUTPUT SECTION.                                            CNB23600
003900 FILE-CONTROL.                                                    CNB23600
004000     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB23600
004100            ORGANIZATION  SEQUENTIAL                              CNB23600
004200            FILE STATUS   WS-PARM-STATUS.                         CNB23600
004300     SELECT UFP-FILE     ASSIGN TO UFPFILE                        CNB23600
004400            ORGANIZATION  INDEXED                                 CNB23600
004500            ACCESS MODE   SEQUENTIAL                              CNB23600
004600            RECORD KEY    UFIO-KEY                                CNB23600
004700            FILE STATUS   WS-UFP-STATUS.                          CNB23600
004800     SELECT JHIST-FILE   ASSIGN TO JHISTSEQ                       CNB23600
004900            ORGANIZATION  SEQUENTIAL                              CNB23600
005000            FILE STATUS   WS-JHIST-STATUS.                        CNB23600
005100     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB23600
005200            ORGANIZATION  LINE SEQUENTIAL                         CNB23600
005300            FILE STATUS   WS-RPT-STATUS.                          CNB23600
005400*                                                                 CNB23600
005500 DATA DIVISION.                                                   CNB23600
005600 FILE SECTION.                                                    CNB23600
005700 FD  PARM-FILE                                                    CNB23600
005800     RECORD CONTAINS 80 CHARACTERS.                               CNB23600
005900 01  WS-PARM-RECORD.                                              CNB23600
006000     05  PARM-FUNC                 PIC X(8).                      CNB23600
006100     05  PARM-DATE-TIME            PIC X(12).                     CNB23600
006200*    CCYYMMDD:                                                    CNB23600
006300     05  PARM-FROM-DATE            PIC X(8).                      CNB23600
006400     05  PARM-TO-DATE              PIC X(8).                      CNB23600
006500     05  PARM-DIST                 PIC X(2).                      CNB23600
006600     05  PARM-SDIST                PIC X(2).                      CNB23600
006700     05  PARM-POOL                 PIC X(10).                     CNB23600
006800     05  PARM-TOLERANCE            PIC X(3).                      CNB23600
006900     05  FILLER                    PIC X(27).                     CNB23600
007000 FD  UFP-FILE                                                     CNB23600
007100     RECORD CONTAINS 100 CHARACTERS.                              CNB23600
007200 01  UFIO-RECORD.                                                 CNB23600
007300     05  UFIO-KEY.                                                CNB23600
007400         10  UFIO-DIST             PIC X(2).                      CNB23600
007500         10  UFIO-SDIST            PIC X(2).                      CNB23600
007600         10  UFIO-POOL             PIC X(10).                     CNB23600
007700         10  UFIO-TURN             PIC X(4).                      CNB23600
007800     05  UFIO-EMP-NO               PIC 9(9).                      CNB23600
007900     05  FILLER                    PIC X(73).                     CNB23600
008000 FD  JHIST-FILE                                                   CNB23600
008100     RECORD CONTAINS 200 CHARACTERS.                              CNB23600
008200 01  WS-JHIST-RECORD.                                             CNB23600
008300     05  JHIST-EMP-NBR             PIC X(9).                      CNB23600
008400     05  JHIST-EFF-DATE-TIME       PIC X(14).                     CNB23600
008500     05  JHIST-FUNCTION            PIC XX.                        CNB23600
008600         88  JHIST-TIE-UP-FUN            VALUE '02'.              CNB23600
008700     05  JHIST-EMP-NBR-AFFECTED    PIC X(9).                      CNB23600
008800     05  JHIST-IN-OUT              PIC X.                         CNB23600
008900     05  JHIST-DIST                PIC X(2).                      CNB23600
009000     05  JHIST-SDIST               PIC X(2).                      CNB23600
009100     05  JHIST-POOL-ASG            PIC X(10).                     CNB23600
009200     05  JHIST-FUNCTION-AREA       PIC X(151).                    CNB23600
009300     05  JHIST-FUN02-AREA REDEFINES JHIST-FUNCTION-AREA.          CNB23600
009400         10  JHIST-FUN02-XREF-KEY  PIC X(23).                     CNB23600
009500         10  JHIST-FUN02-TIME-WORKED.                             CNB23600
009600             15  JHIST-FUN02-WORKED-HR PIC 9(2).                  CNB23600
009700             15  JHIST-FUN02-WORKED-MN PIC 9(2).                  CNB23600
009800         10  JHIST-FUN02-ARR-DATE  PIC X(6).                      CNB23600
009900         10  JHIST-FUN02-ARR-TIME  PIC X(4).                      CNB23600
010000         10  JHIST-FUN02-MILES     PIC 9(4).                      CNB23600
010100         10  JHIST-FUN02-TURN      PIC X(4).                      CNB23600
010200         10  FILLER                PIC X(106).                    CNB23600
010300 FD  RPT-FILE                                                     CNB23600
010400     RECORD CONTAINS 132 CHARACTERS.                              CNB23600
010500 01  RPT-LINE                      PIC X(132).                    CNB23600
010600*                                                                 CNB23600
010700 WORKING-STORAGE SECTION.                                         CNB23600
010800 COPY WSXHDR.                                                     CNB23600
010900 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB23600
011000     88  WS-PARM-OK                       VALUE '00'.             CNB23600
011100 01  WS-UFP-STATUS                 PIC XX VALUE SPACES.           CNB23600
011200     88  WS-UFP-OK                        VALUE '00'.             CNB23600
011300 01  WS-JHIST-STATUS               PIC XX VALUE SPACES.           CNB23600
011400     88  WS-JHIST-OK                      VALUE '00'.             CNB23600
011500 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB23600
011600     88  WS-RPT-OK                        VALUE '00'.             CNB23600
011700 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB23600
011800 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB23600
011810 COPY WSERRLOG.                                                   CNB23600
011900 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB23600
012000     88  WS-FUNC-REPORT                   VALUE 'REPORT'.         CNB23600
012100 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB23600
012200 01  WS-FROM-DATE                  PIC X(8) VALUE SPACES.         CNB23600
012300 01  WS-TO-DATE                    PIC X(8) VALUE SPACES.         CNB23600
012400 01  WS-SEL-DIST                   PIC X(2) VALUE SPACES.         CNB23600
012500 01  WS-SEL-SDIST                  PIC X(2) VALUE SPACES.         CNB23600
012600 01  WS-SEL-POOL                   PIC X(10) VALUE SPACES.        CNB23600
012700 01  WS-TOLERANCE                  PIC 9(3) VALUE 10.             CNB23600
012800 01  WS-RUN-MM                     PIC 9(2) VALUE ZEROS.          CNB23600
012900 01  WS-QTR-NBR                    PIC 9(1) VALUE ZEROS.          CNB23600
013000 01  WS-QTR-FROM-MM                PIC 9(2) VALUE ZEROS.          CNB23600
013100 01  WS-QTR-TO-MM                  PIC 9(2) VALUE ZEROS.          CNB23600
013200 01  WS-QTR-TO-DD                  PIC X(2) VALUE SPACES.         CNB23600
013300 01  WS-UFP-EOF-SW                 PIC X  VALUE 'N'.              CNB23600
013400     88  WS-EOF-UFP                       VALUE 'Y'.              CNB23600
013500 01  WS-JHIST-EOF-SW               PIC X  VALUE 'N'.              CNB23600
013600     88  WS-EOF-JHIST                     VALUE 'Y'.              CNB23600
013700 01  WS-SELECT-SW                  PIC X  VALUE 'N'.              CNB23600
013800     88  WS-SELECTED                      VALUE 'Y'.              CNB23600
013900 01  WS-OUTSIDE-SW                 PIC X  VALUE 'N'.              CNB23600
014000     88  WS-OUTSIDE                       VALUE 'Y'.              CNB23600
014100 01  WS-CHK-DIST                   PIC X(2) VALUE SPACES.         CNB23600
014200 01  WS-CHK-SDIST                  PIC X(2) VALUE SPACES.         CNB23600
014300 01  WS-CHK-POOL                   PIC X(10) VALUE SPACES.        CNB23600
014400 01  WS-CHK-TURN                   PIC X(4) VALUE SPACES.         CNB23600
014500 01  WS-WORK-MINUTES               PIC S9(5) COMP VALUE ZEROS.    CNB23600
014600 01  WS-WORK-MILES                 PIC S9(5) COMP VALUE ZEROS.    CNB23600
014700 01  WS-HOURS                      PIC S9(7) COMP VALUE ZEROS.    CNB23600
014800 01  WS-MINUTES                    PIC S9(4) COMP VALUE ZEROS.    CNB23600
014900 01  WS-DEV-PCT                    PIC S9(5) COMP VALUE ZEROS.    CNB23600
015000 01  WS-JHIST-COUNT                PIC 9(7) VALUE ZEROS.          CNB23600
015100 01  WS-UFP-COUNT                  PIC 9(7) VALUE ZEROS.          CNB23600
015200 01  WS-TIE-UP-COUNT               PIC 9(7) VALUE ZEROS.          CNB23600
015300 01  WS-NO-TURN-COUNT              PIC 9(7) VALUE ZEROS.          CNB23600
015400 01  WS-FLAG-COUNT                 PIC 9(7) VALUE ZEROS.          CNB23600
015500*    ONE ENTRY PER POOL TURN, WITH THE FIRST SIX EMPLOYEES WHO    CNB23600
015600*    TIED IT UP IN THE PERIOD:                                    CNB23600
015700 01  WS-TRN-COUNT                  PIC S9(4) COMP VALUE ZEROS.    CNB23600
015800 01  WS-TRN-MAX                    PIC S9(4) COMP VALUE +1500.    CNB23600
015900 01  WS-TRN-SUB                    PIC S9(4) COMP VALUE ZEROS.    CNB23600
016000 01  WS-TRN-HIT                    PIC S9(4) COMP VALUE ZEROS.    CNB23600
016100 01  WS-EMP-SUB                    PIC S9(4) COMP VALUE ZEROS.    CNB23600
016200 01  WS-EMP-HIT                    PIC S9(4) COMP VALUE ZEROS.    CNB23600
016300 01  WS-EMP-MAX                    PIC S9(4) COMP VALUE +6.       CNB23600
016400 01  WS-TRN-TABLE.                                                CNB23600
016500     05  WS-TRN-ENTRY OCCURS 1500 TIMES.                          CNB23600
016600         10  WS-TT-DIST            PIC X(2).                      CNB23600
016700         10  WS-TT-SDIST           PIC X(2).                      CNB23600
016800         10  WS-TT-POOL            PIC X(10).                     CNB23600
016900         10  WS-TT-TURN            PIC X(4).                      CNB23600
017000         10  WS-TT-TRIPS           PIC S9(5) COMP.                CNB23600
017100         10  WS-TT-MILES           PIC S9(7) COMP.                CNB23600
017200         10  WS-TT-MINUTES         PIC S9(7) COMP.                CNB23600
017300         10  WS-TT-EMP-COUNT       PIC S9(4) COMP.                CNB23600
017400         10  WS-TT-EMP-MORE        PIC S9(4) COMP.                CNB23600
017500         10  WS-TT-EMP OCCURS 6 TIMES.                            CNB23600
017600             15  WS-TT-EMP-NBR     PIC X(9).                      CNB23600
017700             15  WS-TT-EMP-TRIPS   PIC S9(4) COMP.                CNB23600
017800*    POOL TOTALS, BUILT FROM THE TURN TABLE:                      CNB23600
017900 01  WS-POOL-COUNT                 PIC S9(4) COMP VALUE ZEROS.    CNB23600
018000 01  WS-POOL-MAX                   PIC S9(4) COMP VALUE +200.     CNB23600
018100 01  WS-POOL-SUB                   PIC S9(4) COMP VALUE ZEROS.    CNB23600
018200 01  WS-POOL-HIT                   PIC S9(4) COMP VALUE ZEROS.    CNB23600
018300 01  WS-POOL-TABLE.                                               CNB23600
018400     05  WS-POOL-ENTRY OCCURS 200 TIMES.                          CNB23600
018500         10  WS-PT-DIST            PIC X(2).                      CNB23600
018600         10  WS-PT-SDIST           PIC X(2).                      CNB23600
018700         10  WS-PT-POOL            PIC X(10).                     CNB23600
018800         10  WS-PT-TURNS           PIC S9(5) COMP.                CNB23600
018900         10  WS-PT-TRIPS           PIC S9(7) COMP.                CNB23600
019000         10  WS-PT-MILES           PIC S9(9) COMP.                CNB23600
019100         10  WS-PT-MINUTES         PIC S9(9) COMP.                CNB23600
019200         10  WS-PT-FLAGGED         PIC S9(5) COMP.                CNB23600
019300 01  WS-HDR-LINE.                                                 CNB23600
019400     05  FILLER                PIC X(38)  VALUE                   CNB23600
019500         'CNB236 - POOL TURN EQUALIZATION       '.                CNB23600
019600     05  FILLER                PIC X(2)   VALUE SPACES.           CNB23600
019700     05  HDR-FUNC              PIC X(8).                          CNB23600
019800     05  FILLER                PIC X(2)   VALUE SPACES.           CNB23600
019900     05  HDR-DATE-TIME         PIC X(12).                         CNB23600
020000     05  FILLER                PIC X(9)   VALUE '  PERIOD '.      CNB23600
020100     05  HDR-FROM-DATE         PIC X(8).                          CNB23600
020200     05  FILLER                PIC X(4)   VALUE ' TO '.           CNB23600
020300     05  HDR-TO-DATE           PIC X(8).                          CNB23600
020400     05  FILLER                PIC X(13)  VALUE '  TOLERANCE '.   CNB23600
020500     05  HDR-TOLERANCE         PIC ZZ9.                           CNB23600
020600     05  FILLER                PIC X(25)  VALUE '%'.              CNB23600
020700 01  WS-POOL-HDR-LINE.                                            CNB23600
020800     05  FILLER                    PIC X(5) VALUE 'POOL '.        CNB23600
020900     05  PHD-DIST                  PIC X(2).                      CNB23600
021000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23600
021100     05  PHD-SDIST                 PIC X(2).                      CNB23600
021200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23600
021300     05  PHD-POOL                  PIC X(10).                     CNB23600
021400     05  FILLER                    PIC X(8) VALUE '  TURNS '.     CNB23600
021500     05  PHD-TURNS                 PIC ZZ,ZZ9.                    CNB23600
021600     05  FILLER                    PIC X(13) VALUE                CNB23600
021700         '  AVG TRIPS '.                                          CNB23600
021800     05  PHD-AVG-TRIPS             PIC ZZ,ZZ9.9.                  CNB23600
021900     05  FILLER                    PIC X(12) VALUE                CNB23600
022000         '  AVG MILES '.                                          CNB23600
022100     05  PHD-AVG-MILES             PIC ZZZ,ZZ9.                   CNB23600
022200     05  FILLER                    PIC X(12) VALUE                CNB23600
022300         '  AVG HOURS '.                                          CNB23600
022400     05  PHD-AVG-HOURS             PIC ZZ,ZZ9.                    CNB23600
022500     05  FILLER                    PIC X(1) VALUE ':'.            CNB23600
022600     05  PHD-AVG-MINUTES           PIC 99.                        CNB23600
022700     05  FILLER                    PIC X(36) VALUE SPACES.        CNB23600
022800 01  WS-TRN-HDR-LINE.                                             CNB23600
022900     05  FILLER                    PIC X(40) VALUE                CNB23600
023000         'TURN    TRIPS  DEV%    MILES  DEV%      '.              CNB23600
023100     05  FILLER                    PIC X(22) VALUE                CNB23600
023200         'HOURS  DEV%  TOLERANCE'.                                CNB23600
023300     05  FILLER                    PIC X(70) VALUE SPACES.        CNB23600
023400 01  WS-TRN-LINE.                                                 CNB23600
023500     05  TRN-TURN                  PIC X(4).                      CNB23600
023600     05  FILLER                    PIC X(3) VALUE SPACES.         CNB23600
023700     05  TRN-TRIPS                 PIC ZZ,ZZ9.                    CNB23600
023800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23600
023900     05  TRN-TRIP-DEV              PIC +ZZZ9.                     CNB23600
024000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23600
024100     05  TRN-MILES                 PIC ZZZ,ZZ9.                   CNB23600
024200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23600
024300     05  TRN-MILE-DEV              PIC +ZZZ9.                     CNB23600
024400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23600
024500     05  TRN-HOURS                 PIC ZZ,ZZ9.                    CNB23600
024600     05  FILLER                    PIC X(1) VALUE ':'.            CNB23600
024700     05  TRN-MINUTES               PIC 99.                        CNB23600
024800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23600
024900     05  TRN-HOUR-DEV              PIC +ZZZ9.                     CNB23600
025000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23600
025100     05  TRN-FLAG                  PIC X(17).                     CNB23600
025200     05  FILLER                    PIC X(62) VALUE SPACES.        CNB23600
025300 01  WS-EMP-LINE.                                                 CNB23600
025400     05  FILLER                    PIC X(7) VALUE SPACES.         CNB23600
025500     05  FILLER                    PIC X(9) VALUE 'HELD BY: '.    CNB23600
025600     05  EMP-LIST                  PIC X(116).                    CNB23600
025700 01  WS-EMP-ITEM.                                                 CNB23600
025800     05  EMI-EMP-NBR               PIC X(9).                      CNB23600
025900     05  FILLER                    PIC X(1) VALUE '('.            CNB23600
026000     05  EMI-TRIPS                 PIC ZZZ9.                      CNB23600
026100     05  FILLER                    PIC X(2) VALUE ') '.           CNB23600
026200 01  WS-EMP-MORE-ITEM.                                            CNB23600
026300     05  FILLER                    PIC X(2) VALUE '+ '.           CNB23600
026400     05  EMM-COUNT                 PIC ZZZ9.                      CNB23600
026500     05  FILLER                    PIC X(5) VALUE ' MORE'.        CNB23600
026600 01  WS-EMP-PTR                    PIC S9(4) COMP VALUE ZEROS.    CNB23600
026700 01  WS-CNT-LINE.                                                 CNB23600
026800     05  CNT-LABEL                 PIC X(30).                     CNB23600
026900     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB23600
027000     05  FILLER                    PIC X(95) VALUE SPACES.        CNB23600
027100*                                                                 CNB23600
027200 PROCEDURE DIVISION.                                              CNB23600
027300 P0000-MAINLINE.                                                  CNB23600
027400     PERFORM P1000-INITIALIZE                                     CNB23600
027500     PERFORM P1500-LOAD-UFP UNTIL WS-EOF-UFP                      CNB23600
027600     PERFORM P2000-PROCESS-JHIST UNTIL WS-EOF-JHIST               CNB23600
027700     MOVE 1                        TO WS-TRN-SUB                  CNB23600
027800     PERFORM P4000-POOL-TOTALS UNTIL WS-TRN-SUB > WS-TRN-COUNT    CNB23600
027900     MOVE 1                        TO WS-POOL-SUB                 CNB23600
028000     PERFORM P5000-PRINT-POOL UNTIL WS-POOL-SUB > WS-POOL-COUNT   CNB23600
028100     PERFORM P9000-TERMINATE                                      CNB23600
028200     GOBACK.                                                      CNB23600
028300*                                                                 CNB23600
028400 P1000-INITIALIZE.                                                CNB23600
028500     OPEN INPUT PARM-FILE                                         CNB23600
028600     IF NOT WS-PARM-OK                                            CNB23600
028700        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB23600
028800        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB23600
028900        PERFORM P9999-GOT-PROBLEM                                 CNB23600
029000     END-IF                                                       CNB23600
029100     READ PARM-FILE                                               CNB23600
029200     IF NOT WS-PARM-OK                                            CNB23600
029300        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB23600
029400        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB23600
029500        PERFORM P9999-GOT-PROBLEM                                 CNB23600
029600     END-IF                                                       CNB23600
029700     MOVE PARM-FUNC                TO WS-FUNC                     CNB23600
029800     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB23600
029900     MOVE PARM-DIST                TO WS-SEL-DIST                 CNB23600
030000     MOVE PARM-SDIST               TO WS-SEL-SDIST                CNB23600
030100     MOVE PARM-POOL                TO WS-SEL-POOL                 CNB23600
030200     IF PARM-TOLERANCE NUMERIC                                    CNB23600
030300        MOVE PARM-TOLERANCE        TO WS-TOLERANCE                CNB23600
030400     END-IF                                                       CNB23600
030500     PERFORM P1100-SET-QUARTER                                    CNB23600
030600     IF PARM-FROM-DATE > SPACES                                   CNB23600
030700        MOVE PARM-FROM-DATE        TO WS-FROM-DATE                CNB23600
030800     END-IF                                                       CNB23600
030900     IF PARM-TO-DATE > SPACES                                     CNB23600
031000        MOVE PARM-TO-DATE          TO WS-TO-DATE                  CNB23600
031100     END-IF                                                       CNB23600
031200     CLOSE PARM-FILE                                              CNB23600
031300     IF NOT WS-FUNC-REPORT                                        CNB23600
031400        OR WS-FROM-DATE NOT NUMERIC                               CNB23600
031500        OR WS-TO-DATE NOT NUMERIC                                 CNB23600
031600        OR WS-FROM-DATE > WS-TO-DATE                              CNB23600
031700        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB23600
031800        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB23600
031900        PERFORM P9999-GOT-PROBLEM                                 CNB23600
032000     END-IF                                                       CNB23600
032100     OPEN INPUT UFP-FILE                                          CNB23600
032200     IF NOT WS-UFP-OK                                             CNB23600
032300        MOVE 'P1000-OPEN-UFP'      TO WS-ABEND-PARAGRAPH          CNB23600
032400        MOVE WS-UFP-STATUS         TO WS-ABEND-STATUS             CNB23600
032500        PERFORM P9999-GOT-PROBLEM                                 CNB23600
032600     END-IF                                                       CNB23600
032700     OPEN INPUT JHIST-FILE                                        CNB23600
032800     IF NOT WS-JHIST-OK                                           CNB23600
032900        MOVE 'P1000-OPEN-JHIST'    TO WS-ABEND-PARAGRAPH          CNB23600
033000        MOVE WS-JHIST-STATUS       TO WS-ABEND-STATUS             CNB23600
033100        PERFORM P9999-GOT-PROBLEM                                 CNB23600
033200     END-IF                                                       CNB23600
033300     OPEN OUTPUT RPT-FILE                                         CNB23600
033400     IF NOT WS-RPT-OK                                             CNB23600
033500        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB23600
033600        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB23600
033700        PERFORM P9999-GOT-PROBLEM                                 CNB23600
033800     END-IF                                                       CNB23600
033900     MOVE WS-FUNC                  TO HDR-FUNC                    CNB23600
034000     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB23600
034100     MOVE WS-FROM-DATE             TO HDR-FROM-DATE               CNB23600
034200     MOVE WS-TO-DATE               TO HDR-TO-DATE                 CNB23600
034300     MOVE WS-TOLERANCE             TO HDR-TOLERANCE               CNB23600
034400     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB23600
034500     MOVE SPACES                   TO RPT-LINE                    CNB23600
034600     WRITE RPT-LINE                                               CNB23600
034700     PERFORM P1050-VERIFY-JHIST-HDR                               CNB23600
034800     PERFORM P1510-READ-UFP                                       CNB23600
034900     PERFORM P2010-READ-JHIST.                                    CNB23600
035000*                                                                 CNB23600
035100 P1050-VERIFY-JHIST-HDR.                                          CNB23600
035200     MOVE 'JHISTSEQ'               TO XPCT-EXTRACT-ID             CNB23600
035300     MOVE 200                      TO XPCT-RECORD-LGTH            CNB23600
035400     READ JHIST-FILE INTO WS-XHDR                                 CNB23600
035500          AT END                                                  CNB23600
035600             PERFORM P1090-LAYOUT-MISMATCH                        CNB23600
035700     END-READ                                                     CNB23600
035800     IF NOT XHDR-PRESENT                                          CNB23600
035900        PERFORM P1090-LAYOUT-MISMATCH                             CNB23600
036000     END-IF                                                       CNB23600
036100     IF XHDR-EXTRACT-ID NOT = XPCT-EXTRACT-ID                     CNB23600
036200        OR XHDR-RECORD-LGTH NOT = XPCT-RECORD-LGTH                CNB23600
036300        OR XHDR-FIELD-MAP-VER NOT = XPCT-FIELD-MAP-VER            CNB23600
036400        PERFORM P1090-LAYOUT-MISMATCH                             CNB23600
036500     END-IF.                                                      CNB23600
036600*                                                                 CNB23600
036700 P1090-LAYOUT-MISMATCH.                                           CNB23600
036800     MOVE SPACES                   TO RPT-LINE                    CNB23600
036900     STRING 'EXTRACT LAYOUT MISMATCH ON '                         CNB23600
037000            XPCT-EXTRACT-ID                                       CNB23600
037100            ' - RUN ABORTED'                                      CNB23600
037200            DELIMITED BY SIZE INTO RPT-LINE                       CNB23600
037300     WRITE RPT-LINE                                               CNB23600
037400     DISPLAY 'CNB236 EXTRACT LAYOUT MISMATCH ON '                 CNB23600
037500             XPCT-EXTRACT-ID                                      CNB23600
037600     DISPLAY '  FOUND....: ' XHDR-EYECATCHER ' '                  CNB23600
037700             XHDR-EXTRACT-ID ' ' XHDR-RECORD-LGTH ' '             CNB23600
037800             XHDR-FIELD-MAP-VER                                   CNB23600
037900     DISPLAY '  EXPECTED.: *CNBXHDR ' XPCT-EXTRACT-ID ' '         CNB23600
038000             XPCT-RECORD-LGTH ' ' XPCT-FIELD-MAP-VER              CNB23600
038100     MOVE 16 TO RETURN-CODE                                       CNB23600
038200     GOBACK.                                                      CNB23600
038300*                                                                 CNB23600
038400 P1100-SET-QUARTER.                                               CNB23600
038500*    DEFAULT PERIOD - THE CALENDAR QUARTER HOLDING THE RUN DATE.  CNB23600
038600     MOVE WS-RUN-DATE-TIME (3:2)   TO WS-RUN-MM                   CNB23600
038700     IF WS-RUN-MM < 1 OR WS-RUN-MM > 12                           CNB23600
038800        MOVE 1                     TO WS-RUN-MM                   CNB23600
038900     END-IF                                                       CNB23600
039000     SUBTRACT 1 FROM WS-RUN-MM GIVING WS-QTR-FROM-MM              CNB23600
039100     DIVIDE WS-QTR-FROM-MM BY 3 GIVING WS-QTR-NBR                 CNB23600
039200     COMPUTE WS-QTR-FROM-MM = WS-QTR-NBR * 3 + 1                  CNB23600
039300     COMPUTE WS-QTR-TO-MM = WS-QTR-FROM-MM + 2                    CNB23600
039400     IF WS-QTR-TO-MM = 3 OR WS-QTR-TO-MM = 12                     CNB23600
039500        MOVE '31'                  TO WS-QTR-TO-DD                CNB23600
039600     ELSE                                                         CNB23600
039700        MOVE '30'                  TO WS-QTR-TO-DD                CNB23600
039800     END-IF                                                       CNB23600
039900     STRING '20' WS-RUN-DATE-TIME (1:2) WS-QTR-FROM-MM '01'       CNB23600
040000            DELIMITED BY SIZE INTO WS-FROM-DATE                   CNB23600
040100     STRING '20' WS-RUN-DATE-TIME (1:2) WS-QTR-TO-MM              CNB23600
040200            WS-QTR-TO-DD                                          CNB23600
040300            DELIMITED BY SIZE INTO WS-TO-DATE.                    CNB23600
040400*                                                                 CNB23600
040500 P1500-LOAD-UFP.                                                  CNB23600
040600*    EVERY TURN ON FILE IN A SELECTED POOL GETS AN ENTRY, SO A    CNB23600
040700*    TURN WITH NO TIE-UPS IN THE PERIOD IS IN THE POOL AVERAGE.   CNB23600
040800     MOVE UFIO-DIST                TO WS-CHK-DIST                 CNB23600
040900     MOVE UFIO-SDIST               TO WS-CHK-SDIST                CNB23600
041000     MOVE UFIO-POOL                TO WS-CHK-POOL                 CNB23600
041100     MOVE UFIO-TURN                TO WS-CHK-TURN                 CNB23600
041200     PERFORM P2050-CHECK-SELECT                                   CNB23600
041300     IF WS-SELECTED                                               CNB23600
041400        PERFORM P3100-FIND-TURN                                   CNB23600
041500     END-IF                                                       CNB23600
041600     PERFORM P1510-READ-UFP.                                      CNB23600
041700*                                                                 CNB23600
041800 P1510-READ-UFP.                                                  CNB23600
041900     READ UFP-FILE NEXT RECORD                                    CNB23600
042000          AT END                                                  CNB23600
042100             SET WS-EOF-UFP TO TRUE                               CNB23600
042200     END-READ                                                     CNB23600
042300     IF NOT WS-EOF-UFP                                            CNB23600
042400        IF NOT WS-UFP-OK                                          CNB23600
042500           MOVE 'P1510-READ-UFP'   TO WS-ABEND-PARAGRAPH          CNB23600
042600           MOVE WS-UFP-STATUS      TO WS-ABEND-STATUS             CNB23600
042700           PERFORM P9999-GOT-PROBLEM                              CNB23600
042800        END-IF                                                    CNB23600
042900        ADD 1 TO WS-UFP-COUNT                                     CNB23600
043000     END-IF.                                                      CNB23600
043100*                                                                 CNB23600
043200 P2000-PROCESS-JHIST.                                             CNB23600
043300     IF JHIST-TIE-UP-FUN                                          CNB23600
043400        AND JHIST-EFF-DATE-TIME (1:8) NOT < WS-FROM-DATE          CNB23600
043500        AND JHIST-EFF-DATE-TIME (1:8) NOT > WS-TO-DATE            CNB23600
043600        AND JHIST-POOL-ASG > SPACES                               CNB23600
043700        MOVE JHIST-DIST            TO WS-CHK-DIST                 CNB23600
043800        MOVE JHIST-SDIST           TO WS-CHK-SDIST                CNB23600
043900        MOVE JHIST-POOL-ASG        TO WS-CHK-POOL                 CNB23600
044000        MOVE JHIST-FUN02-TURN      TO WS-CHK-TURN                 CNB23600
044100        PERFORM P2050-CHECK-SELECT                                CNB23600
044200        IF WS-SELECTED                                            CNB23600
044300           IF WS-CHK-TURN > SPACES                                CNB23600
044400              ADD 1 TO WS-TIE-UP-COUNT                            CNB23600
044500              PERFORM P3000-CHARGE-TRIP                           CNB23600
044600           ELSE                                                   CNB23600
044700              ADD 1 TO WS-NO-TURN-COUNT                           CNB23600
044800           END-IF                                                 CNB23600
044900        END-IF                                                    CNB23600
045000     END-IF                                                       CNB23600
045100     PERFORM P2010-READ-JHIST.                                    CNB23600
045200*                                                                 CNB23600
045300 P2010-READ-JHIST.                                                CNB23600
045400     READ JHIST-FILE                                              CNB23600
045500          AT END                                                  CNB23600
045600             SET WS-EOF-JHIST TO TRUE                             CNB23600
045700     END-READ                                                     CNB23600
045800     IF NOT WS-EOF-JHIST                                          CNB23600
045900        ADD 1 TO WS-JHIST-COUNT                                   CNB23600
046000     END-IF.                                                      CNB23600
046100*                                                                 CNB23600
046200 P2050-CHECK-SELECT.                                              CNB23600
046300     SET WS-SELECTED               TO TRUE                        CNB23600
046400     IF (WS-SEL-DIST > SPACES AND WS-SEL-DIST NOT = WS-CHK-DIST)  CNB23600
046500        OR (WS-SEL-SDIST > SPACES                                 CNB23600
046600            AND WS-SEL-SDIST NOT = WS-CHK-SDIST)                  CNB23600
046700        OR (WS-SEL-POOL > SPACES                                  CNB23600
046800            AND WS-SEL-POOL NOT = WS-CHK-POOL)                    CNB23600
046900        MOVE 'N'                   TO WS-SELECT-SW                CNB23600
047000     END-IF.                                                      CNB23600
047100*                                                                 CNB23600
047200 P3000-CHARGE-TRIP.                                               CNB23600
047300     MOVE ZEROS                    TO WS-WORK-MINUTES             CNB23600
047400                                      WS-WORK-MILES               CNB23600
047500     IF JHIST-FUN02-TIME-WORKED NUMERIC                           CNB23600
047600        COMPUTE WS-WORK-MINUTES = JHIST-FUN02-WORKED-HR * 60      CNB23600
047700                                + JHIST-FUN02-WORKED-MN           CNB23600
047800     END-IF                                                       CNB23600
047900     IF JHIST-FUN02-MILES NUMERIC                                 CNB23600
048000        MOVE JHIST-FUN02-MILES     TO WS-WORK-MILES               CNB23600
048100     END-IF                                                       CNB23600
048200     PERFORM P3100-FIND-TURN                                      CNB23600
048300     ADD 1                   TO WS-TT-TRIPS (WS-TRN-HIT)          CNB23600
048400     ADD WS-WORK-MILES       TO WS-TT-MILES (WS-TRN-HIT)          CNB23600
048500     ADD WS-WORK-MINUTES     TO WS-TT-MINUTES (WS-TRN-HIT)        CNB23600
048600     PERFORM P3200-NOTE-EMPLOYEE.                                 CNB23600
048700*                                                                 CNB23600
048800 P3100-FIND-TURN.                                                 CNB23600
048900     MOVE ZEROS                    TO WS-TRN-HIT                  CNB23600
049000     MOVE 1                        TO WS-TRN-SUB                  CNB23600
049100     PERFORM P3110-SEARCH-TURN                                    CNB23600
049200         UNTIL WS-TRN-SUB > WS-TRN-COUNT                          CNB23600
049300            OR WS-TRN-HIT > ZEROS                                 CNB23600
049400     IF WS-TRN-HIT = ZEROS                                        CNB23600
049500        IF WS-TRN-COUNT = WS-TRN-MAX                              CNB23600
049600           MOVE 'P3100-TBL-FULL'   TO WS-ABEND-PARAGRAPH          CNB23600
049700           MOVE 'TF'               TO WS-ABEND-STATUS             CNB23600
049800           PERFORM P9999-GOT-PROBLEM                              CNB23600
049900        END-IF                                                    CNB23600
050000        ADD 1 TO WS-TRN-COUNT                                     CNB23600
050100        MOVE WS-TRN-COUNT          TO WS-TRN-HIT                  CNB23600
050200        MOVE WS-CHK-DIST           TO WS-TT-DIST (WS-TRN-HIT)     CNB23600
050300        MOVE WS-CHK-SDIST          TO WS-TT-SDIST (WS-TRN-HIT)    CNB23600
050400        MOVE WS-CHK-POOL           TO WS-TT-POOL (WS-TRN-HIT)     CNB23600
050500        MOVE WS-CHK-TURN           TO WS-TT-TURN (WS-TRN-HIT)     CNB23600
050600        MOVE ZEROS           TO WS-TT-TRIPS (WS-TRN-HIT)          CNB23600
050700                                WS-TT-MILES (WS-TRN-HIT)          CNB23600
050800                                WS-TT-MINUTES (WS-TRN-HIT)        CNB23600
050900                                WS-TT-EMP-COUNT (WS-TRN-HIT)      CNB23600
051000                                WS-TT-EMP-MORE (WS-TRN-HIT)       CNB23600
051100     END-IF.                                                      CNB23600
051200*                                                                 CNB23600
051300 P3110-SEARCH-TURN.                                               CNB23600
051400     IF WS-TT-DIST (WS-TRN-SUB) = WS-CHK-DIST                     CNB23600
051500        AND WS-TT-SDIST (WS-TRN-SUB) = WS-CHK-SDIST               CNB23600
051600        AND WS-TT-POOL (WS-TRN-SUB) = WS-CHK-POOL                 CNB23600
051700        AND WS-TT-TURN (WS-TRN-SUB) = WS-CHK-TURN                 CNB23600
051800        MOVE WS-TRN-SUB            TO WS-TRN-HIT                  CNB23600
051900     END-IF                                                       CNB23600
052000     ADD 1 TO WS-TRN-SUB.                                         CNB23600
052100*                                                                 CNB23600
052200 P3200-NOTE-EMPLOYEE.                                             CNB23600
052300*    THE FIRST SIX EMPLOYEES ON THE TURN ARE LISTED BY NAME;      CNB23600
052400*    ANY BEYOND THAT ARE COUNTED.                                 CNB23600
052500     MOVE ZEROS                    TO WS-EMP-HIT                  CNB23600
052600     MOVE 1                        TO WS-EMP-SUB                  CNB23600
052700     PERFORM P3210-SEARCH-EMPLOYEE                                CNB23600
052800         UNTIL WS-EMP-SUB > WS-TT-EMP-COUNT (WS-TRN-HIT)          CNB23600
052900            OR WS-EMP-HIT > ZEROS                                 CNB23600
053000     IF WS-EMP-HIT > ZEROS                                        CNB23600
053100        ADD 1 TO WS-TT-EMP-TRIPS (WS-TRN-HIT WS-EMP-HIT)          CNB23600
053200     ELSE                                                         CNB23600
053300        IF WS-TT-EMP-COUNT (WS-TRN-HIT) < WS-EMP-MAX              CNB23600
053400           ADD 1 TO WS-TT-EMP-COUNT (WS-TRN-HIT)                  CNB23600
053500           MOVE WS-TT-EMP-COUNT (WS-TRN-HIT) TO WS-EMP-HIT        CNB23600
053600           MOVE JHIST-EMP-NBR                                     CNB23600
053700                TO WS-TT-EMP-NBR (WS-TRN-HIT WS-EMP-HIT)          CNB23600
053800           MOVE 1                                                 CNB23600
053900                TO WS-TT-EMP-TRIPS (WS-TRN-HIT WS-EMP-HIT)        CNB23600
054000        ELSE                                                      CNB23600
054100           ADD 1 TO WS-TT-EMP-MORE (WS-TRN-HIT)                   CNB23600
054200        END-IF                                                    CNB23600
054300     END-IF.                                                      CNB23600
054400*                                                                 CNB23600
054500 P3210-SEARCH-EMPLOYEE.                                           CNB23600
054600     IF WS-TT-EMP-NBR (WS-TRN-HIT WS-EMP-SUB) = JHIST-EMP-NBR     CNB23600
054700        MOVE WS-EMP-SUB            TO WS-EMP-HIT                  CNB23600
054800     END-IF                                                       CNB23600
054900     ADD 1 TO WS-EMP-SUB.                                         CNB23600
055000*                                                                 CNB23600
055100 P4000-POOL-TOTALS.                                               CNB23600
055200     PERFORM P4100-FIND-POOL                                      CNB23600
055300     ADD 1 TO WS-PT-TURNS (WS-POOL-HIT)                           CNB23600
055400     ADD WS-TT-TRIPS (WS-TRN-SUB)   TO WS-PT-TRIPS (WS-POOL-HIT)  CNB23600
055500     ADD WS-TT-MILES (WS-TRN-SUB)   TO WS-PT-MILES (WS-POOL-HIT)  CNB23600
055600     ADD WS-TT-MINUTES (WS-TRN-SUB) TO WS-PT-MINUTES (WS-POOL-HIT)CNB23600
055700     ADD 1 TO WS-TRN-SUB.                                         CNB23600
055800*                                                                 CNB23600
055900 P4100-FIND-POOL.                                                 CNB23600
056000     MOVE ZEROS                    TO WS-POOL-HIT                 CNB23600
056100     MOVE 1                        TO WS-POOL-SUB                 CNB23600
056200     PERFORM P4110-SEARCH-POOL                                    CNB23600
056300         UNTIL WS-POOL-SUB > WS-POOL-COUNT                        CNB23600
056400            OR WS-POOL-HIT > ZEROS                                CNB23600
056500     IF WS-POOL-HIT = ZEROS                                       CNB23600
056600        IF WS-POOL-COUNT = WS-POOL-MAX                            CNB23600
056700           MOVE 'P4100-TBL-FULL'   TO WS-ABEND-PARAGRAPH          CNB23600
056800           MOVE 'TF'               TO WS-ABEND-STATUS             CNB23600
056900           PERFORM P9999-GOT-PROBLEM                              CNB23600
057000        END-IF                                                    CNB23600
057100        ADD 1 TO WS-POOL-COUNT                                    CNB23600
057200        MOVE WS-POOL-COUNT         TO WS-POOL-HIT                 CNB23600
057300        MOVE WS-TT-DIST (WS-TRN-SUB)  TO WS-PT-DIST (WS-POOL-HIT) CNB23600
057400        MOVE WS-TT-SDIST (WS-TRN-SUB) TO WS-PT-SDIST (WS-POOL-HIT)CNB23600
057500        MOVE WS-TT-POOL (WS-TRN-SUB)  TO WS-PT-POOL (WS-POOL-HIT) CNB23600
057600        MOVE ZEROS           TO WS-PT-TURNS (WS-POOL-HIT)         CNB23600
057700                                WS-PT-TRIPS (WS-POOL-HIT)         CNB23600
057800                                WS-PT-MILES (WS-POOL-HIT)         CNB23600
057900                                WS-PT-MINUTES (WS-POOL-HIT)       CNB23600
058000                                WS-PT-FLAGGED (WS-POOL-HIT)       CNB23600
058100     END-IF.                                                      CNB23600
058200*                                                                 CNB23600
058300 P4110-SEARCH-POOL.                                               CNB23600
058400     IF WS-PT-DIST (WS-POOL-SUB) = WS-TT-DIST (WS-TRN-SUB)        CNB23600
058500        AND WS-PT-SDIST (WS-POOL-SUB) = WS-TT-SDIST (WS-TRN-SUB)  CNB23600
058600        AND WS-PT-POOL (WS-POOL-SUB) = WS-TT-POOL (WS-TRN-SUB)    CNB23600
058700        MOVE WS-POOL-SUB           TO WS-POOL-HIT                 CNB23600
058800     END-IF                                                       CNB23600
058900     ADD 1 TO WS-POOL-SUB.                                        CNB23600
059000*                                                                 CNB23600
059100 P5000-PRINT-POOL.                                                CNB23600
059200     MOVE SPACES                   TO RPT-LINE                    CNB23600
059300     WRITE RPT-LINE                                               CNB23600
059400     MOVE WS-PT-DIST (WS-POOL-SUB)  TO PHD-DIST                   CNB23600
059500     MOVE WS-PT-SDIST (WS-POOL-SUB) TO PHD-SDIST                  CNB23600
059600     MOVE WS-PT-POOL (WS-POOL-SUB)  TO PHD-POOL                   CNB23600
059700     MOVE WS-PT-TURNS (WS-POOL-SUB) TO PHD-TURNS                  CNB23600
059800     COMPUTE PHD-AVG-TRIPS ROUNDED = WS-PT-TRIPS (WS-POOL-SUB)    CNB23600
059900                                   / WS-PT-TURNS (WS-POOL-SUB)    CNB23600
060000     COMPUTE PHD-AVG-MILES ROUNDED = WS-PT-MILES (WS-POOL-SUB)    CNB23600
060100                                   / WS-PT-TURNS (WS-POOL-SUB)    CNB23600
060200     COMPUTE WS-WORK-MINUTES ROUNDED =                            CNB23600
060300             WS-PT-MINUTES (WS-POOL-SUB)                          CNB23600
060400             / WS-PT-TURNS (WS-POOL-SUB)                          CNB23600
060500     DIVIDE WS-WORK-MINUTES BY 60 GIVING WS-HOURS                 CNB23600
060600            REMAINDER WS-MINUTES                                  CNB23600
060700     MOVE WS-HOURS                 TO PHD-AVG-HOURS               CNB23600
060800     MOVE WS-MINUTES               TO PHD-AVG-MINUTES             CNB23600
060900     WRITE RPT-LINE FROM WS-POOL-HDR-LINE                         CNB23600
061000     WRITE RPT-LINE FROM WS-TRN-HDR-LINE                          CNB23600
061100     MOVE 1                        TO WS-TRN-SUB                  CNB23600
061200     PERFORM P5100-PRINT-TURN UNTIL WS-TRN-SUB > WS-TRN-COUNT     CNB23600
061300     ADD 1 TO WS-POOL-SUB.                                        CNB23600
061400*                                                                 CNB23600
061500 P5100-PRINT-TURN.                                                CNB23600
061600     IF WS-TT-DIST (WS-TRN-SUB) = WS-PT-DIST (WS-POOL-SUB)        CNB23600
061700        AND WS-TT-SDIST (WS-TRN-SUB) = WS-PT-SDIST (WS-POOL-SUB)  CNB23600
061800        AND WS-TT-POOL (WS-TRN-SUB) = WS-PT-POOL (WS-POOL-SUB)    CNB23600
061900        PERFORM P5200-TURN-LINE                                   CNB23600
062000     END-IF                                                       CNB23600
062100     ADD 1 TO WS-TRN-SUB.                                         CNB23600
062200*                                                                 CNB23600
062300 P5200-TURN-LINE.                                                 CNB23600
062400*    DEVIATION IS THE TURN AGAINST THE POOL AVERAGE, WORKED FROM  CNB23600
062500*    THE POOL TOTAL SO THE AVERAGE IS NOT ROUNDED FIRST.          CNB23600
062600     MOVE 'N'                      TO WS-OUTSIDE-SW               CNB23600
062700     MOVE WS-TT-TURN (WS-TRN-SUB)  TO TRN-TURN                    CNB23600
062800     MOVE WS-TT-TRIPS (WS-TRN-SUB) TO TRN-TRIPS                   CNB23600
062900     MOVE WS-TT-MILES (WS-TRN-SUB) TO TRN-MILES                   CNB23600
063000     DIVIDE WS-TT-MINUTES (WS-TRN-SUB) BY 60 GIVING WS-HOURS      CNB23600
063100            REMAINDER WS-MINUTES                                  CNB23600
063200     MOVE WS-HOURS                 TO TRN-HOURS                   CNB23600
063300     MOVE WS-MINUTES               TO TRN-MINUTES                 CNB23600
063400     MOVE ZEROS                    TO WS-DEV-PCT                  CNB23600
063500     IF WS-PT-TRIPS (WS-POOL-SUB) > ZEROS                         CNB23600
063600        COMPUTE WS-DEV-PCT ROUNDED =                              CNB23600
063700                (WS-TT-TRIPS (WS-TRN-SUB)                         CNB23600
063800                 * WS-PT-TURNS (WS-POOL-SUB)                      CNB23600
063900                 - WS-PT-TRIPS (WS-POOL-SUB)) * 100               CNB23600
064000                / WS-PT-TRIPS (WS-POOL-SUB)                       CNB23600
064100     END-IF                                                       CNB23600
064200     MOVE WS-DEV-PCT               TO TRN-TRIP-DEV                CNB23600
064300     MOVE ZEROS                    TO WS-DEV-PCT                  CNB23600
064400     IF WS-PT-MILES (WS-POOL-SUB) > ZEROS                         CNB23600
064500        COMPUTE WS-DEV-PCT ROUNDED =                              CNB23600
064600                (WS-TT-MILES (WS-TRN-SUB)                         CNB23600
064700                 * WS-PT-TURNS (WS-POOL-SUB)                      CNB23600
064800                 - WS-PT-MILES (WS-POOL-SUB)) * 100               CNB23600
064900                / WS-PT-MILES (WS-POOL-SUB)                       CNB23600
065000     END-IF                                                       CNB23600
065100     MOVE WS-DEV-PCT               TO TRN-MILE-DEV                CNB23600
065200     PERFORM P5300-CHECK-TOLERANCE                                CNB23600
065300     MOVE ZEROS                    TO WS-DEV-PCT                  CNB23600
065400     IF WS-PT-MINUTES (WS-POOL-SUB) > ZEROS                       CNB23600
065500        COMPUTE WS-DEV-PCT ROUNDED =                              CNB23600
065600                (WS-TT-MINUTES (WS-TRN-SUB)                       CNB23600
065700                 * WS-PT-TURNS (WS-POOL-SUB)                      CNB23600
065800                 - WS-PT-MINUTES (WS-POOL-SUB)) * 100             CNB23600
065900                / WS-PT-MINUTES (WS-POOL-SUB)                     CNB23600
066000     END-IF                                                       CNB23600
066100     MOVE WS-DEV-PCT               TO TRN-HOUR-DEV                CNB23600
066200     PERFORM P5300-CHECK-TOLERANCE                                CNB23600
066300     IF WS-OUTSIDE                                                CNB23600
066400        MOVE 'OUTSIDE TOLERANCE'   TO TRN-FLAG                    CNB23600
066500        ADD 1 TO WS-FLAG-COUNT                                    CNB23600
066600        ADD 1 TO WS-PT-FLAGGED (WS-POOL-SUB)                      CNB23600
066700     ELSE                                                         CNB23600
066800        MOVE SPACES                TO TRN-FLAG                    CNB23600
066900     END-IF                                                       CNB23600
067000     WRITE RPT-LINE FROM WS-TRN-LINE                              CNB23600
067100     IF WS-TT-EMP-COUNT (WS-TRN-SUB) > ZEROS                      CNB23600
067200        MOVE SPACES                TO EMP-LIST                    CNB23600
067300        MOVE 1                     TO WS-EMP-PTR                  CNB23600
067400        MOVE 1                     TO WS-EMP-SUB                  CNB23600
067500        PERFORM P5400-LIST-EMPLOYEE                               CNB23600
067600            UNTIL WS-EMP-SUB > WS-TT-EMP-COUNT (WS-TRN-SUB)       CNB23600
067700        IF WS-TT-EMP-MORE (WS-TRN-SUB) > ZEROS                    CNB23600
067800           MOVE WS-TT-EMP-MORE (WS-TRN-SUB) TO EMM-COUNT          CNB23600
067900           STRING WS-EMP-MORE-ITEM DELIMITED BY SIZE              CNB23600
068000                  INTO EMP-LIST WITH POINTER WS-EMP-PTR           CNB23600
068100        END-IF                                                    CNB23600
068200        WRITE RPT-LINE FROM WS-EMP-LINE                           CNB23600
068300     END-IF.                                                      CNB23600
068400*                                                                 CNB23600
068500 P5300-CHECK-TOLERANCE.                                           CNB23600
068600     IF WS-DEV-PCT > WS-TOLERANCE                                 CNB23600
068700        OR WS-DEV-PCT + WS-TOLERANCE < ZEROS                      CNB23600
068800        SET WS-OUTSIDE             TO TRUE                        CNB23600
068900     END-IF.                                                      CNB23600
069000*                                                                 CNB23600
069100 P5400-LIST-EMPLOYEE.                                             CNB23600
069200     MOVE WS-TT-EMP-NBR (WS-TRN-SUB WS-EMP-SUB)   TO EMI-EMP-NBR  CNB23600
069300     MOVE WS-TT-EMP-TRIPS (WS-TRN-SUB WS-EMP-SUB) TO EMI-TRIPS    CNB23600
069400     STRING WS-EMP-ITEM DELIMITED BY SIZE                         CNB23600
069500            INTO EMP-LIST WITH POINTER WS-EMP-PTR                 CNB23600
069600     ADD 1 TO WS-EMP-SUB.                                         CNB23600
069700*                                                                 CNB23600
069800 P9000-TERMINATE.                                                 CNB23600
069900     MOVE SPACES                   TO RPT-LINE                    CNB23600
070000     WRITE RPT-LINE                                               CNB23600
070100     MOVE 'JOB HISTORY RECORDS READ ..' TO CNT-LABEL              CNB23600
070200     MOVE WS-JHIST-COUNT           TO CNT-VALUE                   CNB23600
070300     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23600
070400     MOVE 'UFP TURN RECORDS READ .....' TO CNT-LABEL              CNB23600
070500     MOVE WS-UFP-COUNT             TO CNT-VALUE                   CNB23600
070600     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23600
070700     MOVE 'POOL TIE-UPS IN PERIOD ....' TO CNT-LABEL              CNB23600
070800     MOVE WS-TIE-UP-COUNT          TO CNT-VALUE                   CNB23600
070900     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23600
071000     MOVE 'POOL TIE-UPS WITH NO TURN .' TO CNT-LABEL              CNB23600
071100     MOVE WS-NO-TURN-COUNT         TO CNT-VALUE                   CNB23600
071200     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23600
071300     MOVE 'POOLS REPORTED ............' TO CNT-LABEL              CNB23600
071400     MOVE WS-POOL-COUNT            TO CNT-VALUE                   CNB23600
071500     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23600
071600     MOVE 'TURNS REPORTED ............' TO CNT-LABEL              CNB23600
071700     MOVE WS-TRN-COUNT             TO CNT-VALUE                   CNB23600
071800     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23600
071900     MOVE 'TURNS OUTSIDE TOLERANCE ...' TO CNT-LABEL              CNB23600
072000     MOVE WS-FLAG-COUNT            TO CNT-VALUE                   CNB23600
072100     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23600
072200     CLOSE UFP-FILE                                               CNB23600
072300           JHIST-FILE                                             CNB23600
072400           RPT-FILE.                                              CNB23600
072500*                                                                 CNB23600
072600 P9999-GOT-PROBLEM.                                               CNB23600
072610     MOVE 'CNB236'                 TO XE-PROGRAM                  CNB23600
072620     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB23600
072630     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB23600
072640     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB23600
072700     DISPLAY 'CNB236 ABEND IN ' WS-ABEND-PARAGRAPH                CNB23600
072800              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB23600
072900     MOVE 16 TO RETURN-CODE                                       CNB23600
073000     GOBACK.                                                      CNB23600
