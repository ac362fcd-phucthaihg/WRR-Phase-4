000100 IDENTIFICATION DIVISION.                                         CNB26200
000200 PROGRAM-ID. CNB262.                                              CNB26200
000300*AUTHOR.     JMC.                                                 CNB26200
000400*DATE-WRITTEN. 10/15/26.                                          CNB26200
000500*REMARKS.                                                         CNB26200
000600*    REST-DAY WORK PREMIUM CLAIMS.  CNP919'S P1104-CHECK-REST-DAY CNB26200
000700*    HAS ALWAYS KNOWN WHEN AN ASSIGNED-JOB EMPLOYEE IS CALLED ON ACNB26200
000800*    REST DAY OF THEIR OWN ASSIGNMENT, BUT NOTHING WAS DONE WITH  CNB26200
000900*    IT - THE EMPLOYEE FILED A PREMIUM CLAIM AND PAYROLL CHECKED  CNB26200
001000*    IT BY HAND.  CNP919 NOW ADDS EACH SUCH CALL TO RDREG ITSELF  CNB26200
001080*    BY CICS FILE CONTROL (P1186-REGISTER-REST-DAY), BY EMPLOYEE  CNB26200
001160*    AND CALL TIME WITH THE EMPLOYEE'S OWN ASSIGNMENT, THE JOB    CNB26200
001240*    CALLED FOR AND - FROM A LOOK ALONG THE EMPLOYEE'S OWN        CNB26200
001320*    EXTRABOARD AT CALL TIME - THE FIRST EXTRABOARD EMPLOYEE WHO  CNB26200
001400*    STOOD AVAILABLE.  CNP943 STAMPS THE TIE-UP TIME ONTO THE CALLCNB26200
001480*    AT TIE-UP (AND ADJUSTED TIE-UP) THE SAME WAY.                CNB26200
001700*    FUNCTION FROM THE PARM CARD:                                 CNB26200
001800*      CLAIM    - PER PAY PERIOD.  EVERY REGISTERED CALL NOT YET  CNB26200
001900*                 CLAIMED, CALLED ON OR BEFORE PARM PERIOD-END    CNB26200
002000*                 (YYMMDD), THAT HAS ITS TIE-UP GENERATES THE     CNB26200
002100*                 PREMIUM CLAIM TIMESLIP (EARN TYPE RD, THE SAME  CNB26200
002200*                 RECORD CNB134 WRITES) FOR PARM PAY-PERIOD: THE  CNB26200
002300*                 HOURS FROM CALL TO TIE-UP, NEVER LESS THAN PARM CNB26200
002400*                 MIN-HOURS (DEFAULT 8, A BASIC DAY), AT THE PARM CNB26200
002500*                 AGREEMENT RATE IN CENTS PER HOUR.  THE CALL IS  CNB26200
002600*                 MARKED CLAIMED WITH THE PERIOD, HOURS AND AMOUNTCNB26200
002700*                 SO IT IS NEVER CLAIMED TWICE.  A CALL STILL     CNB26200
002800*                 WITHOUT A TIE-UP IS LISTED AND CARRIED TO THE   CNB26200
002900*                 NEXT RUN.  THE REGISTER PRINTS EACH CLAIM WITH  CNB26200
003000*                 ITS CALL AND TIE-UP TIMES, THEN THE CALLS THAT  CNB26200
003100*                 SHOULD HAVE BEEN OFFERED TO THE EXTRABOARD FIRSTCNB26200
003200*                 (AN EXTRABOARD EMPLOYEE STOOD AVAILABLE), THEN  CNB26200
003300*                 THE PERIOD'S REST-DAY CALLS BY BOARD.  PARM     CNB26200
003400*                 PURGE-BEFORE (YYMMDD, OPTIONAL) DELETES CLAIMED CNB26200
003500*                 CALLS MADE BEFORE THAT DATE ON THE SAME PASS.   CNB26200
003600*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB26200
003700*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB26200
003800*                                                                 CNB26200
003900*TBD  P919COMM AND THE JOB SCHEDULE KEY ARE NOT AMONG THE         CNB26200
004000*COPYBOOKS PRESENT IN THIS COPY LIBRARY, SO THE WIDTH OF THE      CNB26200
004100*OWN-ASSIGNMENT FIELD ON RDREG (WK-JSK1-ASSIGNMENT) IS ASSUMED    CNB26200
004200*TO BE 12 BYTES.                                                  CNB26200
004300*VERIFY BEFORE NEXT COMPILE.                                      CNB26200
004400*                                                                 CNB26200
004500 ENVIRONMENT DIVISION.                                            CNB26200
004600 CONFIGURATION SECTION.                                           CNB26200
004700 SOURCE-COMPUTER.  IBM-370.                                       CNB26200
004800 OBJECT-COMPUTER.  IBM-370.                                       CNB26200
004900 INPUT-OUTPUT SECTION.                                            CNB26200
005000 FILE-CONTROL.                                                    CNB26200
005100     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB26200
005200            ORGANIZATION  SEQUENTIAL                              CNB26200
005300            FILE STATUS   WS-PARM-STATUS.                         CNB26200
005400     SELECT RD-FILE      ASSIGN TO RDREG                          CNB26200
005500            ORGANIZATION  INDEXED                                 CNB26200
005600            ACCESS MODE   DYNAMIC                                 CNB26200
005700            RECORD KEY    RD-KEY                                  CNB26200
005800            FILE STATUS   WS-RD-STATUS.                           CNB26200
005900     SELECT TSGEN-FILE   ASSIGN TO TSGEN                          CNB26200
006000            ORGANIZATION  SEQUENTIAL                              CNB26200
006100            FILE STATUS   WS-TSGEN-STATUS.                        CNB26200
006200     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB26200
006300            ORGANIZATION  LINE SEQUENTIAL                         CNB26200
006400            FILE STATUS   WS-RPT-STATUS.                          CNB26200
006500*                                                                 CNB26200
006600 DATA DIVISION.                                                   CNB26200
006700 FILE SECTION.                                                    CNB26200
006800 FD  PARM-FILE                                                    CNB26200
006900     RECORD CONTAINS 80 CHARACTERS.                               CNB26200
007000 01  WS-PARM-RECORD.                                              CNB26200
007100     05  PARM-FUNC                 PIC X(8).                      CNB26200
007200     05  PARM-DATE-TIME            PIC X(12).                     CNB26200
007300     05  PARM-PAY-PERIOD           PIC X(6).                      CNB26200
007400     05  PARM-PERIOD-END           PIC X(6).                      CNB26200
007500*    CENTS PER HOUR:                                              CNB26200
007600     05  PARM-RATE                 PIC X(5).                      CNB26200
007700     05  PARM-MIN-HOURS            PIC X(2).                      CNB26200
007800     05  PARM-PURGE-BEFORE         PIC X(6).                      CNB26200
007900     05  FILLER                    PIC X(35).                     CNB26200
008000 FD  RD-FILE                                                      CNB26200
008100     RECORD CONTAINS 200 CHARACTERS.                              CNB26200
008200 01  RD-RECORD.                                                   CNB26200
008300     05  RD-KEY.                                                  CNB26200
008400         10  RD-EMP-NBR            PIC X(9).                      CNB26200
008500*        YYMMDDHHMM:                                              CNB26200
008600         10  RD-CALL-DATE-TIME     PIC X(10).                     CNB26200
008700     05  RD-CALL-DATA.                                            CNB26200
008800         10  RD-EMP-NAME           PIC X(26).                     CNB26200
008900         10  RD-DIST               PIC X(2).                      CNB26200
009000         10  RD-SDIST              PIC X(2).                      CNB26200
009100         10  RD-CRAFT              PIC X(2).                      CNB26200
009200         10  RD-OWN-DIST           PIC X(2).                      CNB26200
009300         10  RD-OWN-SDIST          PIC X(2).                      CNB26200
009400         10  RD-OWN-ASGN           PIC X(12).                     CNB26200
009500         10  RD-CALL-DIST          PIC X(2).                      CNB26200
009600         10  RD-CALL-SDIST         PIC X(2).                      CNB26200
009700         10  RD-CALL-POOL          PIC X(2).                      CNB26200
009800         10  RD-TRAIN              PIC X(10).                     CNB26200
009900         10  RD-ASGN-TYPE          PIC X(1).                      CNB26200
010000         10  RD-ASGN               PIC X(12).                     CNB26200
010100         10  RD-XB-FLAG            PIC X(1).                      CNB26200
010200             88  RD-XB-AVAILABLE         VALUE 'Y'.               CNB26200
010300         10  RD-XB-EMP-NBR         PIC X(9).                      CNB26200
010400         10  RD-XB-TURN            PIC X(4).                      CNB26200
010500     05  RD-TIE-UP-DATE-TIME       PIC X(10).                     CNB26200
010600     05  RD-CLAIM-STATUS           PIC X(1).                      CNB26200
010700         88  RD-CLAIMED                  VALUE 'C'.               CNB26200
010800     05  RD-CLAIM-PERIOD           PIC X(6).                      CNB26200
010900     05  RD-CLAIM-HOURS            PIC 9(3)V9.                    CNB26200
011000     05  RD-CLAIM-AMOUNT           PIC S9(5)V99.                  CNB26200
011100     05  FILLER                    PIC X(62).                     CNB26200
011200 FD  TSGEN-FILE                                                   CNB26200
011300     RECORD CONTAINS 80 CHARACTERS.                               CNB26200
011400 01  WS-TSGEN-RECORD.                                             CNB26200
011500     05  TG-EMP-NBR                PIC X(9).                      CNB26200
011600     05  TG-EARN-TYPE              PIC X(2).                      CNB26200
011700     05  TG-PAY-PERIOD             PIC X(6).                      CNB26200
011800     05  TG-AMOUNT                 PIC S9(5)V99.                  CNB26200
011900     05  FILLER                    PIC X(56).                     CNB26200
012000 FD  RPT-FILE                                                     CNB26200
012100     RECORD CONTAINS 132 CHARACTERS.                              CNB26200
012200 01  RPT-LINE                      PIC X(132).                    CNB26200
012300*                                                                 CNB26200
012400 WORKING-STORAGE SECTION.                                         CNB26200
012500 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB26200
012600     88  WS-PARM-OK                       VALUE '00'.             CNB26200
012700 01  WS-RD-STATUS                  PIC XX VALUE SPACES.           CNB26200
012800     88  WS-RD-OK                         VALUE '00'.             CNB26200
012900 01  WS-TSGEN-STATUS               PIC XX VALUE SPACES.           CNB26200
013000     88  WS-TSGEN-OK                      VALUE '00'.             CNB26200
013100 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB26200
013200     88  WS-RPT-OK                        VALUE '00'.             CNB26200
013300 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB26200
013400 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB26200
013500 COPY WSERRLOG.                                                   CNB26200
013600 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB26200
013700     88  WS-FUNC-CLAIM                    VALUE 'CLAIM'.          CNB26200
013800 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB26200
013900 01  WS-PAY-PERIOD                 PIC X(6) VALUE SPACES.         CNB26200
014000 01  WS-PERIOD-END                 PIC X(6) VALUE SPACES.         CNB26200
014100 01  WS-PURGE-BEFORE               PIC X(6) VALUE SPACES.         CNB26200
014200 01  WS-RATE                       PIC 9(5) VALUE ZEROS.          CNB26200
014300 01  WS-MIN-HOURS                  PIC 9(2) VALUE 8.              CNB26200
014400 01  WS-RD-EOF-SW                  PIC X  VALUE 'N'.              CNB26200
014500     88  WS-EOF-RD                        VALUE 'Y'.              CNB26200
014600*                                                                 CNB26200
014700*    THE CLAIM                                                    CNB26200
014800*                                                                 CNB26200
014900 01  WS-CALL-MINS                  PIC S9(9) COMP VALUE ZEROS.    CNB26200
015000 01  WS-TIE-UP-MINS                PIC S9(9) COMP VALUE ZEROS.    CNB26200
015100 01  WS-WORKED-MINS                PIC S9(9) COMP VALUE ZEROS.    CNB26200
015200 01  WS-HOURS                      PIC 9(3)V9 VALUE ZEROS.        CNB26200
015300 01  WS-AMOUNT                     PIC S9(5)V99 VALUE ZEROS.      CNB26200
015400 01  WS-TOTAL-AMOUNT               PIC S9(7)V99 VALUE ZEROS.      CNB26200
015500*                                                                 CNB26200
015600*    YYMMDDHHMM TO MINUTES                                        CNB26200
015700*                                                                 CNB26200
015800 01  WS-STAMP.                                                    CNB26200
015900     05  WS-ST-YYMMDD              PIC X(6).                      CNB26200
016000     05  WS-ST-HH                  PIC 9(2).                      CNB26200
016100     05  WS-ST-MN                  PIC 9(2).                      CNB26200
016200 01  WS-STAMP-MINS                 PIC S9(9) COMP VALUE ZEROS.    CNB26200
016300 01  WS-SERIAL-RESULT              PIC S9(7) COMP VALUE ZEROS.    CNB26200
016400 01  WS-SERIAL-DATE.                                              CNB26200
016500     05  WS-SD-CCYY                PIC 9(4).                      CNB26200
016600     05  WS-SD-MM                  PIC 9(2).                      CNB26200
016700     05  WS-SD-DD                  PIC 9(2).                      CNB26200
016800 01  WS-SERIAL-DATE-X REDEFINES WS-SERIAL-DATE                    CNB26200
016900                                   PIC X(8).                      CNB26200
017000 01  WS-LEAP-QUOT                  PIC 9(4) VALUE ZEROS.          CNB26200
017100 01  WS-LEAP-REM                   PIC 9(4) VALUE ZEROS.          CNB26200
017200 01  WS-CUM-DAY-TABLE              PIC X(36) VALUE                CNB26200
017300         '000031059090120151181212243273304334'.                  CNB26200
017400 01  WS-CUM-DAY-TABLE-R REDEFINES WS-CUM-DAY-TABLE.               CNB26200
017500     05  WS-CDT-DAYS OCCURS 12 TIMES                              CNB26200
017600                                   PIC 9(3).                      CNB26200
017700*                                                                 CNB26200
017800*    CALLS STILL WITHOUT A TIE-UP, AND CALLS THE EXTRABOARD SHOULDCNB26200
017900*    HAVE HAD - HELD FOR THE LATER SECTIONS OF THE REGISTER       CNB26200
018000*                                                                 CNB26200
018100 01  WS-OP-MAX                     PIC S9(4) COMP VALUE 500.      CNB26200
018200 01  WS-OP-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB26200
018300 01  WS-OP-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB26200
018400 01  WS-OP-TABLE.                                                 CNB26200
018500     05  WS-OP-ENTRY OCCURS 500 TIMES.                            CNB26200
018600         10  WS-OP-KEY             PIC X(19).                     CNB26200
018700         10  WS-OP-NAME            PIC X(26).                     CNB26200
018800         10  WS-OP-TRAIN           PIC X(10).                     CNB26200
018900 01  WS-XB-MAX                     PIC S9(4) COMP VALUE 500.      CNB26200
019000 01  WS-XB-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB26200
019100 01  WS-XB-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB26200
019200 01  WS-XB-TABLE.                                                 CNB26200
019300     05  WS-XB-ENTRY OCCURS 500 TIMES.                            CNB26200
019400         10  WS-XB-KEY             PIC X(19).                     CNB26200
019500         10  WS-XB-NAME            PIC X(26).                     CNB26200
019600         10  WS-XB-BOARD           PIC X(6).                      CNB26200
019700         10  WS-XB-TRAIN           PIC X(10).                     CNB26200
019800         10  WS-XB-XB-EMP          PIC X(9).                      CNB26200
019900         10  WS-XB-XB-TURN         PIC X(4).                      CNB26200
020000 01  WS-LOST-COUNT                 PIC 9(7) VALUE ZEROS.          CNB26200
020100*                                                                 CNB26200
020200*    REST-DAY CALLS BY BOARD, IN BOARD ORDER                      CNB26200
020300*                                                                 CNB26200
020400 01  WS-BD-MAX                     PIC S9(4) COMP VALUE 300.      CNB26200
020500 01  WS-BD-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB26200
020600 01  WS-BD-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB26200
020700 01  WS-BD-SUB2                    PIC S9(4) COMP VALUE ZEROS.    CNB26200
020800 01  WS-BD-AT                      PIC S9(4) COMP VALUE ZEROS.    CNB26200
020900 01  WS-BD-INS-AT                  PIC S9(4) COMP VALUE ZEROS.    CNB26200
021000 01  WS-BD-FIND-BOARD              PIC X(6) VALUE SPACES.         CNB26200
021100 01  WS-BD-TABLE.                                                 CNB26200
021200     05  WS-BD-ENTRY OCCURS 300 TIMES.                            CNB26200
021300         10  WS-BD-BOARD           PIC X(6).                      CNB26200
021400         10  WS-BD-CALLS           PIC 9(5).                      CNB26200
021500         10  WS-BD-XB-CALLS        PIC 9(5).                      CNB26200
021600         10  WS-BD-AMOUNT          PIC S9(7)V99.                  CNB26200
021700*                                                                 CNB26200
021800 01  WS-READ-COUNT                 PIC 9(7) VALUE ZEROS.          CNB26200
021900 01  WS-CLAIM-COUNT                PIC 9(7) VALUE ZEROS.          CNB26200
022000 01  WS-OPEN-COUNT                 PIC 9(7) VALUE ZEROS.          CNB26200
022100 01  WS-XB-CALL-COUNT              PIC 9(7) VALUE ZEROS.          CNB26200
022200 01  WS-PURGE-COUNT                PIC 9(7) VALUE ZEROS.          CNB26200
022300 01  WS-HDR-LINE.                                                 CNB26200
022400     05  FILLER                PIC X(38)  VALUE                   CNB26200
022500         'CNB262 - REST-DAY PREMIUM CLAIMS'.                      CNB26200
022600     05  FILLER                PIC X(2)   VALUE SPACES.           CNB26200
022700     05  HDR-FUNC              PIC X(8).                          CNB26200
022800     05  FILLER                PIC X(2)   VALUE SPACES.           CNB26200
022900     05  HDR-DATE-TIME         PIC X(12).                         CNB26200
023000     05  FILLER                PIC X(70)  VALUE SPACES.           CNB26200
023100 01  WS-TITLE-LINE.                                               CNB26200
023200     05  TTL-TEXT                  PIC X(80).                     CNB26200
023300     05  FILLER                    PIC X(52) VALUE SPACES.        CNB26200
023400 01  WS-CL-HDR-LINE.                                              CNB26200
023500     05  FILLER                    PIC X(40) VALUE                CNB26200
023600         'EMPLOYEE  NAME                       CA'.               CNB26200
023700     05  FILLER                    PIC X(40) VALUE                CNB26200
023800         'LLED      TIED UP     TRAIN       OWN AS'.              CNB26200
023900     05  FILLER                    PIC X(52) VALUE                CNB26200
024000         'SIGNMENT      HOURS     AMOUNT  XB'.                    CNB26200
024100 01  WS-CL-LINE.                                                  CNB26200
024200     05  CLL-EMP-NBR               PIC X(9).                      CNB26200
024300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26200
024400     05  CLL-EMP-NAME              PIC X(26).                     CNB26200
024500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26200
024600     05  CLL-CALL-DATE-TIME        PIC X(10).                     CNB26200
024700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26200
024800     05  CLL-TIE-UP-DATE-TIME      PIC X(10).                     CNB26200
024900     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26200
025000     05  CLL-TRAIN                 PIC X(10).                     CNB26200
025100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26200
025200     05  CLL-OWN-DIST              PIC X(2).                      CNB26200
025300     05  FILLER                    PIC X(1) VALUE '/'.            CNB26200
025400     05  CLL-OWN-SDIST             PIC X(2).                      CNB26200
025500     05  FILLER                    PIC X(1) VALUE '/'.            CNB26200
025600     05  CLL-OWN-ASGN              PIC X(12).                     CNB26200
025700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26200
025800     05  CLL-HOURS                 PIC ZZ9.9.                     CNB26200
025900     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26200
026000     05  CLL-AMOUNT                PIC ZZ,ZZ9.99-.                CNB26200
026100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26200
026200     05  CLL-XB-FLAG               PIC X(2).                      CNB26200
026300     05  FILLER                    PIC X(18) VALUE SPACES.        CNB26200
026400 01  WS-OP-LINE.                                                  CNB26200
026500     05  OPL-EMP-NBR               PIC X(9).                      CNB26200
026600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26200
026700     05  OPL-EMP-NAME              PIC X(26).                     CNB26200
026800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26200
026900     05  OPL-CALL-DATE-TIME        PIC X(10).                     CNB26200
027000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26200
027100     05  OPL-TRAIN                 PIC X(10).                     CNB26200
027200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26200
027300     05  FILLER                    PIC X(30) VALUE                CNB26200
027400         'NO TIE-UP - CARRIED FORWARD'.                           CNB26200
027500     05  FILLER                    PIC X(41) VALUE SPACES.        CNB26200
027600 01  WS-XB-LINE.                                                  CNB26200
027700     05  XBL-EMP-NBR               PIC X(9).                      CNB26200
027800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26200
027900     05  XBL-EMP-NAME              PIC X(26).                     CNB26200
028000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26200
028100     05  XBL-DIST                  PIC X(2).                      CNB26200
028200     05  FILLER                    PIC X(1) VALUE '/'.            CNB26200
028300     05  XBL-SDIST                 PIC X(2).                      CNB26200
028400     05  FILLER                    PIC X(1) VALUE '/'.            CNB26200
028500     05  XBL-CRAFT                 PIC X(2).                      CNB26200
028600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26200
028700     05  XBL-CALL-DATE-TIME        PIC X(10).                     CNB26200
028800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26200
028900     05  XBL-TRAIN                 PIC X(10).                     CNB26200
029000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26200
029100     05  FILLER                    PIC X(19) VALUE                CNB26200
029200         'AVAILABLE ON TURN '.                                    CNB26200
029300     05  XBL-XB-TURN               PIC X(4).                      CNB26200
029400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26200
029500     05  XBL-XB-EMP                PIC X(9).                      CNB26200
029600     05  FILLER                    PIC X(27) VALUE SPACES.        CNB26200
029700 01  WS-BD-HDR-LINE.                                              CNB26200
029800     05  FILLER                    PIC X(40) VALUE                CNB26200
029900         'BOARD          CALLS  XB AVAIL     AMOUN'.              CNB26200
030000     05  FILLER                    PIC X(92) VALUE 'T'.           CNB26200
030100 01  WS-BD-LINE.                                                  CNB26200
030200     05  BDL-DIST                  PIC X(2).                      CNB26200
030300     05  FILLER                    PIC X(1) VALUE '/'.            CNB26200
030400     05  BDL-SDIST                 PIC X(2).                      CNB26200
030500     05  FILLER                    PIC X(1) VALUE '/'.            CNB26200
030600     05  BDL-CRAFT                 PIC X(2).                      CNB26200
030700     05  FILLER                    PIC X(4) VALUE SPACES.         CNB26200
030800     05  BDL-CALLS                 PIC ZZ,ZZ9.                    CNB26200
030900     05  FILLER                    PIC X(3) VALUE SPACES.         CNB26200
031000     05  BDL-XB-CALLS              PIC ZZ,ZZ9.                    CNB26200
031100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26200
031200     05  BDL-AMOUNT                PIC Z,ZZZ,ZZ9.99-.             CNB26200
031300     05  FILLER                    PIC X(90) VALUE SPACES.        CNB26200
031400 01  WS-CNT-LINE.                                                 CNB26200
031500     05  CNT-LABEL                 PIC X(30).                     CNB26200
031600     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB26200
031700     05  FILLER                    PIC X(95) VALUE SPACES.        CNB26200
031800 01  WS-AMT-LINE.                                                 CNB26200
031900     05  AMT-LABEL                 PIC X(30).                     CNB26200
032000     05  AMT-VALUE                 PIC Z,ZZZ,ZZ9.99-.             CNB26200
032100     05  FILLER                    PIC X(89) VALUE SPACES.        CNB26200
032200*                                                                 CNB26200
032300 PROCEDURE DIVISION.                                              CNB26200
032400 P0000-MAINLINE.                                                  CNB26200
032500     PERFORM P1000-INITIALIZE                                     CNB26200
032600     PERFORM P2000-PROCESS-REGISTER UNTIL WS-EOF-RD               CNB26200
032700     PERFORM P4000-PRINT-CARRIED                                  CNB26200
032800     PERFORM P4100-PRINT-EXTRABOARD                               CNB26200
032900     PERFORM P4200-PRINT-BOARDS                                   CNB26200
033000     PERFORM P9000-TERMINATE                                      CNB26200
033100     GOBACK.                                                      CNB26200
033200*                                                                 CNB26200
033300 P1000-INITIALIZE.                                                CNB26200
033400     OPEN INPUT PARM-FILE                                         CNB26200
033500     IF NOT WS-PARM-OK                                            CNB26200
033600        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB26200
033700        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB26200
033800        PERFORM P9999-GOT-PROBLEM                                 CNB26200
033900     END-IF                                                       CNB26200
034000     READ PARM-FILE                                               CNB26200
034100     IF NOT WS-PARM-OK                                            CNB26200
034200        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB26200
034300        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB26200
034400        PERFORM P9999-GOT-PROBLEM                                 CNB26200
034500     END-IF                                                       CNB26200
034600     MOVE PARM-FUNC                TO WS-FUNC                     CNB26200
034700     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB26200
034800     MOVE PARM-PAY-PERIOD          TO WS-PAY-PERIOD               CNB26200
034900     MOVE PARM-PERIOD-END          TO WS-PERIOD-END               CNB26200
035000     CLOSE PARM-FILE                                              CNB26200
035100     IF NOT WS-FUNC-CLAIM                                         CNB26200
035200        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB26200
035300        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB26200
035400        PERFORM P9999-GOT-PROBLEM                                 CNB26200
035500     END-IF                                                       CNB26200
035600     IF WS-PAY-PERIOD = SPACES                                    CNB26200
035700        OR WS-PERIOD-END NOT NUMERIC                              CNB26200
035800        OR PARM-RATE NOT NUMERIC                                  CNB26200
035900        MOVE 'P1000-BAD-PARM'      TO WS-ABEND-PARAGRAPH          CNB26200
036000        MOVE 'PM'                  TO WS-ABEND-STATUS             CNB26200
036100        PERFORM P9999-GOT-PROBLEM                                 CNB26200
036200     END-IF                                                       CNB26200
036300     MOVE PARM-RATE                TO WS-RATE                     CNB26200
036400     IF PARM-MIN-HOURS NUMERIC                                    CNB26200
036500        MOVE PARM-MIN-HOURS        TO WS-MIN-HOURS                CNB26200
036600     END-IF                                                       CNB26200
036700     IF PARM-PURGE-BEFORE NUMERIC                                 CNB26200
036800        MOVE PARM-PURGE-BEFORE     TO WS-PURGE-BEFORE             CNB26200
036900     END-IF                                                       CNB26200
037000     OPEN OUTPUT RPT-FILE                                         CNB26200
037100     IF NOT WS-RPT-OK                                             CNB26200
037200        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB26200
037300        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB26200
037400        PERFORM P9999-GOT-PROBLEM                                 CNB26200
037500     END-IF                                                       CNB26200
037600     MOVE WS-FUNC                  TO HDR-FUNC                    CNB26200
037700     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB26200
037800     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB26200
037900     MOVE SPACES                   TO RPT-LINE                    CNB26200
038000     WRITE RPT-LINE                                               CNB26200
038100     OPEN I-O RD-FILE                                             CNB26200
038200     IF WS-RD-STATUS = '35'                                       CNB26200
038300        OPEN OUTPUT RD-FILE                                       CNB26200
038400        CLOSE RD-FILE                                             CNB26200
038500        OPEN I-O RD-FILE                                          CNB26200
038600     END-IF                                                       CNB26200
038700     IF NOT WS-RD-OK                                              CNB26200
038800        MOVE 'P1000-OPEN-RDRG'     TO WS-ABEND-PARAGRAPH          CNB26200
038900        MOVE WS-RD-STATUS          TO WS-ABEND-STATUS             CNB26200
039000        PERFORM P9999-GOT-PROBLEM                                 CNB26200
039100     END-IF                                                       CNB26200
039200     OPEN OUTPUT TSGEN-FILE                                       CNB26200
039300     IF NOT WS-TSGEN-OK                                           CNB26200
039400        MOVE 'P1000-OPEN-TSGN'     TO WS-ABEND-PARAGRAPH          CNB26200
039500        MOVE WS-TSGEN-STATUS       TO WS-ABEND-STATUS             CNB26200
039600        PERFORM P9999-GOT-PROBLEM                                 CNB26200
039700     END-IF                                                       CNB26200
039800     MOVE SPACES                   TO TTL-TEXT                    CNB26200
039900     STRING 'CLAIMS FOR PAY PERIOD ' WS-PAY-PERIOD                CNB26200
040000            ' - CALLS THROUGH ' WS-PERIOD-END                     CNB26200
040100            DELIMITED BY SIZE INTO TTL-TEXT                       CNB26200
040200     PERFORM P8900-PRINT-TITLE                                    CNB26200
040300     WRITE RPT-LINE FROM WS-CL-HDR-LINE                           CNB26200
040400     PERFORM P2010-READ-REGISTER.                                 CNB26200
040500*                                                                 CNB26200
040600 P2000-PROCESS-REGISTER.                                          CNB26200
040700     ADD 1 TO WS-READ-COUNT                                       CNB26200
040800     EVALUATE TRUE                                                CNB26200
040900        WHEN RD-CLAIMED                                           CNB26200
041000             IF WS-PURGE-BEFORE NOT = SPACES                      CNB26200
041100                AND RD-CALL-DATE-TIME (1:6) < WS-PURGE-BEFORE     CNB26200
041200                DELETE RD-FILE RECORD                             CNB26200
041300                IF NOT WS-RD-OK                                   CNB26200
041400                   MOVE 'P2000-DEL-RDRG' TO WS-ABEND-PARAGRAPH    CNB26200
041500                   MOVE WS-RD-STATUS   TO WS-ABEND-STATUS         CNB26200
041600                   PERFORM P9999-GOT-PROBLEM                      CNB26200
041700                END-IF                                            CNB26200
041800                ADD 1 TO WS-PURGE-COUNT                           CNB26200
041900             END-IF                                               CNB26200
042000        WHEN RD-CALL-DATE-TIME (1:6) > WS-PERIOD-END              CNB26200
042100             CONTINUE                                             CNB26200
042200        WHEN RD-TIE-UP-DATE-TIME NOT NUMERIC                      CNB26200
042300             PERFORM P2100-CARRY-CALL                             CNB26200
042400        WHEN OTHER                                                CNB26200
042500             PERFORM P3000-CLAIM-CALL                             CNB26200
042600     END-EVALUATE                                                 CNB26200
042700     PERFORM P2010-READ-REGISTER.                                 CNB26200
042800*                                                                 CNB26200
042900 P2010-READ-REGISTER.                                             CNB26200
043000     READ RD-FILE NEXT                                            CNB26200
043100          AT END                                                  CNB26200
043200             SET WS-EOF-RD TO TRUE                                CNB26200
043300     END-READ                                                     CNB26200
043400     IF NOT WS-EOF-RD AND NOT WS-RD-OK                            CNB26200
043500        MOVE 'P2010-READ-RDRG'     TO WS-ABEND-PARAGRAPH          CNB26200
043600        MOVE WS-RD-STATUS          TO WS-ABEND-STATUS             CNB26200
043700        PERFORM P9999-GOT-PROBLEM                                 CNB26200
043800     END-IF.                                                      CNB26200
043900*                                                                 CNB26200
044000 P2100-CARRY-CALL.                                                CNB26200
044100     ADD 1 TO WS-OPEN-COUNT                                       CNB26200
044200     MOVE ZEROS                    TO WS-AMOUNT                   CNB26200
044300     PERFORM P3300-COUNT-BOARD                                    CNB26200
044400     IF WS-OP-COUNT < WS-OP-MAX                                   CNB26200
044500        ADD 1 TO WS-OP-COUNT                                      CNB26200
044600        MOVE RD-KEY                TO WS-OP-KEY (WS-OP-COUNT)     CNB26200
044700        MOVE RD-EMP-NAME           TO WS-OP-NAME (WS-OP-COUNT)    CNB26200
044800        MOVE RD-TRAIN              TO WS-OP-TRAIN (WS-OP-COUNT)   CNB26200
044900     ELSE                                                         CNB26200
045000        ADD 1 TO WS-LOST-COUNT                                    CNB26200
045100     END-IF.                                                      CNB26200
045200*                                                                 CNB26200
045300*    HOURS FROM CALL TO TIE-UP, NEVER LESS THAN THE MINIMUM, AT   CNB26200
045400*    THE AGREEMENT RATE                                           CNB26200
045500*                                                                 CNB26200
045600 P3000-CLAIM-CALL.                                                CNB26200
045700     MOVE RD-CALL-DATE-TIME        TO WS-STAMP                    CNB26200
045800     PERFORM P7100-STAMP-MINUTES                                  CNB26200
045900     MOVE WS-STAMP-MINS            TO WS-CALL-MINS                CNB26200
046000     MOVE RD-TIE-UP-DATE-TIME      TO WS-STAMP                    CNB26200
046100     PERFORM P7100-STAMP-MINUTES                                  CNB26200
046200     MOVE WS-STAMP-MINS            TO WS-TIE-UP-MINS              CNB26200
046300     COMPUTE WS-WORKED-MINS = WS-TIE-UP-MINS - WS-CALL-MINS       CNB26200
046400     IF WS-WORKED-MINS < ZEROS                                    CNB26200
046500        MOVE ZEROS                 TO WS-WORKED-MINS              CNB26200
046600     END-IF                                                       CNB26200
046700     COMPUTE WS-HOURS ROUNDED = WS-WORKED-MINS / 60               CNB26200
046800     IF WS-HOURS < WS-MIN-HOURS                                   CNB26200
046900        MOVE WS-MIN-HOURS          TO WS-HOURS                    CNB26200
047000     END-IF                                                       CNB26200
047100     COMPUTE WS-AMOUNT ROUNDED = WS-HOURS * WS-RATE / 100         CNB26200
047200     MOVE SPACES                   TO WS-TSGEN-RECORD             CNB26200
047300     MOVE RD-EMP-NBR               TO TG-EMP-NBR                  CNB26200
047400     MOVE 'RD'                     TO TG-EARN-TYPE                CNB26200
047500     MOVE WS-PAY-PERIOD            TO TG-PAY-PERIOD               CNB26200
047600     MOVE WS-AMOUNT                TO TG-AMOUNT                   CNB26200
047700     WRITE WS-TSGEN-RECORD                                        CNB26200
047800     IF NOT WS-TSGEN-OK                                           CNB26200
047900        MOVE 'P3000-WRT-TSGN'      TO WS-ABEND-PARAGRAPH          CNB26200
048000        MOVE WS-TSGEN-STATUS       TO WS-ABEND-STATUS             CNB26200
048100        PERFORM P9999-GOT-PROBLEM                                 CNB26200
048200     END-IF                                                       CNB26200
048300     SET RD-CLAIMED TO TRUE                                       CNB26200
048400     MOVE WS-PAY-PERIOD            TO RD-CLAIM-PERIOD             CNB26200
048500     MOVE WS-HOURS                 TO RD-CLAIM-HOURS              CNB26200
048600     MOVE WS-AMOUNT                TO RD-CLAIM-AMOUNT             CNB26200
048700     REWRITE RD-RECORD                                            CNB26200
048800     IF NOT WS-RD-OK                                              CNB26200
048900        MOVE 'P3000-REW-RDRG'      TO WS-ABEND-PARAGRAPH          CNB26200
049000        MOVE WS-RD-STATUS          TO WS-ABEND-STATUS             CNB26200
049100        PERFORM P9999-GOT-PROBLEM                                 CNB26200
049200     END-IF                                                       CNB26200
049300     ADD 1 TO WS-CLAIM-COUNT                                      CNB26200
049400     ADD WS-AMOUNT                 TO WS-TOTAL-AMOUNT             CNB26200
049500     PERFORM P3300-COUNT-BOARD                                    CNB26200
049600     PERFORM P3100-PRINT-CLAIM                                    CNB26200
049700     IF RD-XB-AVAILABLE                                           CNB26200
049800        PERFORM P3200-HOLD-EXTRABOARD                             CNB26200
049900     END-IF.                                                      CNB26200
050000*                                                                 CNB26200
050100 P3100-PRINT-CLAIM.                                               CNB26200
050200     MOVE RD-EMP-NBR               TO CLL-EMP-NBR                 CNB26200
050300     MOVE RD-EMP-NAME              TO CLL-EMP-NAME                CNB26200
050400     MOVE RD-CALL-DATE-TIME        TO CLL-CALL-DATE-TIME          CNB26200
050500     MOVE RD-TIE-UP-DATE-TIME      TO CLL-TIE-UP-DATE-TIME        CNB26200
050600     MOVE RD-TRAIN                 TO CLL-TRAIN                   CNB26200
050700     MOVE RD-OWN-DIST              TO CLL-OWN-DIST                CNB26200
050800     MOVE RD-OWN-SDIST             TO CLL-OWN-SDIST               CNB26200
050900     MOVE RD-OWN-ASGN              TO CLL-OWN-ASGN                CNB26200
051000     MOVE WS-HOURS                 TO CLL-HOURS                   CNB26200
051100     MOVE WS-AMOUNT                TO CLL-AMOUNT                  CNB26200
051200     IF RD-XB-AVAILABLE                                           CNB26200
051300        MOVE '**'                  TO CLL-XB-FLAG                 CNB26200
051400     ELSE                                                         CNB26200
051500        MOVE SPACES                TO CLL-XB-FLAG                 CNB26200
051600     END-IF                                                       CNB26200
051700     WRITE RPT-LINE FROM WS-CL-LINE.                              CNB26200
051800*                                                                 CNB26200
051900 P3200-HOLD-EXTRABOARD.                                           CNB26200
052000     ADD 1 TO WS-XB-CALL-COUNT                                    CNB26200
052100     IF WS-XB-COUNT < WS-XB-MAX                                   CNB26200
052200        ADD 1 TO WS-XB-COUNT                                      CNB26200
052300        MOVE RD-KEY                TO WS-XB-KEY (WS-XB-COUNT)     CNB26200
052400        MOVE RD-EMP-NAME           TO WS-XB-NAME (WS-XB-COUNT)    CNB26200
052500        MOVE WS-BD-FIND-BOARD      TO WS-XB-BOARD (WS-XB-COUNT)   CNB26200
052600        MOVE RD-TRAIN              TO WS-XB-TRAIN (WS-XB-COUNT)   CNB26200
052700        MOVE RD-XB-EMP-NBR         TO WS-XB-XB-EMP (WS-XB-COUNT)  CNB26200
052800        MOVE RD-XB-TURN            TO WS-XB-XB-TURN (WS-XB-COUNT) CNB26200
052900     ELSE                                                         CNB26200
053000        ADD 1 TO WS-LOST-COUNT                                    CNB26200
053100     END-IF.                                                      CNB26200
053200*                                                                 CNB26200
053300*    THE EMPLOYEE'S HOME BOARD, INSERTED IN BOARD ORDER           CNB26200
053400*                                                                 CNB26200
053500 P3300-COUNT-BOARD.                                               CNB26200
053600     MOVE RD-DIST                  TO WS-BD-FIND-BOARD (1:2)      CNB26200
053700     MOVE RD-SDIST                 TO WS-BD-FIND-BOARD (3:2)      CNB26200
053800     MOVE RD-CRAFT                 TO WS-BD-FIND-BOARD (5:2)      CNB26200
053900     MOVE ZEROS                    TO WS-BD-AT                    CNB26200
054000     PERFORM P3310-FIND-BOARD                                     CNB26200
054100             VARYING WS-BD-SUB FROM 1 BY 1                        CNB26200
054200             UNTIL WS-BD-SUB > WS-BD-COUNT                        CNB26200
054300                OR WS-BD-AT > ZEROS                               CNB26200
054400     IF WS-BD-AT = ZEROS                                          CNB26200
054500        IF WS-BD-COUNT < WS-BD-MAX                                CNB26200
054600           MOVE 1                  TO WS-BD-INS-AT                CNB26200
054700           PERFORM P3320-FIND-SLOT                                CNB26200
054800                   VARYING WS-BD-SUB FROM 1 BY 1                  CNB26200
054900                   UNTIL WS-BD-SUB > WS-BD-COUNT                  CNB26200
055000           PERFORM P3330-SHIFT-BOARDS                             CNB26200
055100                   VARYING WS-BD-SUB FROM WS-BD-COUNT BY -1       CNB26200
055200                   UNTIL WS-BD-SUB < WS-BD-INS-AT                 CNB26200
055300           ADD 1 TO WS-BD-COUNT                                   CNB26200
055400           MOVE WS-BD-INS-AT       TO WS-BD-AT                    CNB26200
055500           MOVE WS-BD-FIND-BOARD   TO WS-BD-BOARD (WS-BD-AT)      CNB26200
055600           MOVE ZEROS              TO WS-BD-CALLS (WS-BD-AT)      CNB26200
055700                                      WS-BD-XB-CALLS (WS-BD-AT)   CNB26200
055800                                      WS-BD-AMOUNT (WS-BD-AT)     CNB26200
055900        ELSE                                                      CNB26200
056000           ADD 1 TO WS-LOST-COUNT                                 CNB26200
056100        END-IF                                                    CNB26200
056200     END-IF                                                       CNB26200
056300     IF WS-BD-AT > ZEROS                                          CNB26200
056400        ADD 1 TO WS-BD-CALLS (WS-BD-AT)                           CNB26200
056500        IF RD-XB-AVAILABLE                                        CNB26200
056600           ADD 1 TO WS-BD-XB-CALLS (WS-BD-AT)                     CNB26200
056700        END-IF                                                    CNB26200
056800        ADD WS-AMOUNT              TO WS-BD-AMOUNT (WS-BD-AT)     CNB26200
056900     END-IF.                                                      CNB26200
057000*                                                                 CNB26200
057100 P3310-FIND-BOARD.                                                CNB26200
057200     IF WS-BD-BOARD (WS-BD-SUB) = WS-BD-FIND-BOARD                CNB26200
057300        MOVE WS-BD-SUB             TO WS-BD-AT                    CNB26200
057400     END-IF.                                                      CNB26200
057500*                                                                 CNB26200
057600 P3320-FIND-SLOT.                                                 CNB26200
057700     IF WS-BD-BOARD (WS-BD-SUB) < WS-BD-FIND-BOARD                CNB26200
057800        COMPUTE WS-BD-INS-AT = WS-BD-SUB + 1                      CNB26200
057900     END-IF.                                                      CNB26200
058000*                                                                 CNB26200
058100 P3330-SHIFT-BOARDS.                                              CNB26200
058200     COMPUTE WS-BD-SUB2 = WS-BD-SUB + 1                           CNB26200
058300     MOVE WS-BD-ENTRY (WS-BD-SUB)  TO WS-BD-ENTRY (WS-BD-SUB2).   CNB26200
058400*                                                                 CNB26200
058500 P4000-PRINT-CARRIED.                                             CNB26200
058600     MOVE SPACES                   TO RPT-LINE                    CNB26200
058700     WRITE RPT-LINE                                               CNB26200
058800     MOVE 'REST-DAY CALLS NOT YET TIED UP' TO TTL-TEXT            CNB26200
058900     PERFORM P8900-PRINT-TITLE                                    CNB26200
059000     PERFORM P4010-PRINT-OPEN                                     CNB26200
059100             VARYING WS-OP-SUB FROM 1 BY 1                        CNB26200
059200             UNTIL WS-OP-SUB > WS-OP-COUNT                        CNB26200
059300     IF WS-OP-COUNT = ZEROS                                       CNB26200
059400        MOVE '  NONE'              TO RPT-LINE                    CNB26200
059500        WRITE RPT-LINE                                            CNB26200
059600     END-IF.                                                      CNB26200
059700*                                                                 CNB26200
059800 P4010-PRINT-OPEN.                                                CNB26200
059900     MOVE WS-OP-KEY (WS-OP-SUB) (1:9)  TO OPL-EMP-NBR             CNB26200
060000     MOVE WS-OP-NAME (WS-OP-SUB)       TO OPL-EMP-NAME            CNB26200
060100     MOVE WS-OP-KEY (WS-OP-SUB) (10:10)                           CNB26200
060200                                   TO OPL-CALL-DATE-TIME          CNB26200
060300     MOVE WS-OP-TRAIN (WS-OP-SUB)      TO OPL-TRAIN               CNB26200
060400     WRITE RPT-LINE FROM WS-OP-LINE.                              CNB26200
060500*                                                                 CNB26200
060600 P4100-PRINT-EXTRABOARD.                                          CNB26200
060700     MOVE SPACES                   TO RPT-LINE                    CNB26200
060800     WRITE RPT-LINE                                               CNB26200
060900     MOVE 'SHOULD HAVE BEEN OFFERED TO THE EXTRABOARD FIRST'      CNB26200
061000                                   TO TTL-TEXT                    CNB26200
061100     PERFORM P8900-PRINT-TITLE                                    CNB26200
061200     PERFORM P4110-PRINT-XB                                       CNB26200
061300             VARYING WS-XB-SUB FROM 1 BY 1                        CNB26200
061400             UNTIL WS-XB-SUB > WS-XB-COUNT                        CNB26200
061500     IF WS-XB-COUNT = ZEROS                                       CNB26200
061600        MOVE '  NONE'              TO RPT-LINE                    CNB26200
061700        WRITE RPT-LINE                                            CNB26200
061800     END-IF.                                                      CNB26200
061900*                                                                 CNB26200
062000 P4110-PRINT-XB.                                                  CNB26200
062100     MOVE WS-XB-KEY (WS-XB-SUB) (1:9)  TO XBL-EMP-NBR             CNB26200
062200     MOVE WS-XB-NAME (WS-XB-SUB)       TO XBL-EMP-NAME            CNB26200
062300     MOVE WS-XB-BOARD (WS-XB-SUB) (1:2) TO XBL-DIST               CNB26200
062400     MOVE WS-XB-BOARD (WS-XB-SUB) (3:2) TO XBL-SDIST              CNB26200
062500     MOVE WS-XB-BOARD (WS-XB-SUB) (5:2) TO XBL-CRAFT              CNB26200
062600     MOVE WS-XB-KEY (WS-XB-SUB) (10:10)                           CNB26200
062700                                   TO XBL-CALL-DATE-TIME          CNB26200
062800     MOVE WS-XB-TRAIN (WS-XB-SUB)      TO XBL-TRAIN               CNB26200
062900     MOVE WS-XB-XB-TURN (WS-XB-SUB)    TO XBL-XB-TURN             CNB26200
063000     MOVE WS-XB-XB-EMP (WS-XB-SUB)     TO XBL-XB-EMP              CNB26200
063100     WRITE RPT-LINE FROM WS-XB-LINE.                              CNB26200
063200*                                                                 CNB26200
063300 P4200-PRINT-BOARDS.                                              CNB26200
063400     MOVE SPACES                   TO RPT-LINE                    CNB26200
063500     WRITE RPT-LINE                                               CNB26200
063600     MOVE 'REST-DAY CALLS BY BOARD' TO TTL-TEXT                   CNB26200
063700     PERFORM P8900-PRINT-TITLE                                    CNB26200
063800     WRITE RPT-LINE FROM WS-BD-HDR-LINE                           CNB26200
063900     PERFORM P4210-PRINT-BOARD                                    CNB26200
064000             VARYING WS-BD-SUB FROM 1 BY 1                        CNB26200
064100             UNTIL WS-BD-SUB > WS-BD-COUNT.                       CNB26200
064200*                                                                 CNB26200
064300 P4210-PRINT-BOARD.                                               CNB26200
064400     MOVE WS-BD-BOARD (WS-BD-SUB) (1:2) TO BDL-DIST               CNB26200
064500     MOVE WS-BD-BOARD (WS-BD-SUB) (3:2) TO BDL-SDIST              CNB26200
064600     MOVE WS-BD-BOARD (WS-BD-SUB) (5:2) TO BDL-CRAFT              CNB26200
064700     MOVE WS-BD-CALLS (WS-BD-SUB)       TO BDL-CALLS              CNB26200
064800     MOVE WS-BD-XB-CALLS (WS-BD-SUB)    TO BDL-XB-CALLS           CNB26200
064900     MOVE WS-BD-AMOUNT (WS-BD-SUB)      TO BDL-AMOUNT             CNB26200
065000     WRITE RPT-LINE FROM WS-BD-LINE.                              CNB26200
065100*                                                                 CNB26200
065200 P7000-DATE-TO-SERIAL.                                            CNB26200
065300     MOVE ZEROS                    TO WS-SERIAL-RESULT            CNB26200
065400     IF WS-SERIAL-DATE-X NUMERIC                                  CNB26200
065500        AND WS-SD-MM > 0 AND WS-SD-MM < 13                        CNB26200
065600        COMPUTE WS-SERIAL-RESULT =                                CNB26200
065700            (WS-SD-CCYY * 365) + WS-CDT-DAYS (WS-SD-MM)           CNB26200
065800          + WS-SD-DD                                              CNB26200
065900        DIVIDE WS-SD-CCYY BY 4                                    CNB26200
066000               GIVING WS-LEAP-QUOT                                CNB26200
066100               REMAINDER WS-LEAP-REM                              CNB26200
066200        ADD WS-LEAP-QUOT           TO WS-SERIAL-RESULT            CNB26200
066300        IF WS-LEAP-REM = ZEROS AND WS-SD-MM < 3                   CNB26200
066400           SUBTRACT 1 FROM WS-SERIAL-RESULT                       CNB26200
066500        END-IF                                                    CNB26200
066600     END-IF.                                                      CNB26200
066700*                                                                 CNB26200
066800*    YYMMDDHHMM IN WS-STAMP TO MINUTES                            CNB26200
066900*                                                                 CNB26200
067000 P7100-STAMP-MINUTES.                                             CNB26200
067100     MOVE '20'                     TO WS-SERIAL-DATE-X (1:2)      CNB26200
067200     MOVE WS-ST-YYMMDD             TO WS-SERIAL-DATE-X (3:6)      CNB26200
067300     PERFORM P7000-DATE-TO-SERIAL                                 CNB26200
067400     MOVE ZEROS                    TO WS-STAMP-MINS               CNB26200
067500     IF WS-ST-HH NUMERIC AND WS-ST-MN NUMERIC                     CNB26200
067600        COMPUTE WS-STAMP-MINS = (WS-SERIAL-RESULT * 1440)         CNB26200
067700                              + (WS-ST-HH * 60) + WS-ST-MN        CNB26200
067800     END-IF.                                                      CNB26200
067900*                                                                 CNB26200
068000 P8900-PRINT-TITLE.                                               CNB26200
068100     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB26200
068200     MOVE SPACES                   TO RPT-LINE                    CNB26200
068300     WRITE RPT-LINE.                                              CNB26200
068400*                                                                 CNB26200
068500 P9000-TERMINATE.                                                 CNB26200
068600     MOVE SPACES                   TO RPT-LINE                    CNB26200
068700     WRITE RPT-LINE                                               CNB26200
068800     MOVE 'REGISTER ENTRIES READ .....' TO CNT-LABEL              CNB26200
068900     MOVE WS-READ-COUNT            TO CNT-VALUE                   CNB26200
069000     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26200
069100     MOVE 'CLAIMS GENERATED ..........' TO CNT-LABEL              CNB26200
069200     MOVE WS-CLAIM-COUNT           TO CNT-VALUE                   CNB26200
069300     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26200
069400     MOVE 'AMOUNT CLAIMED ............' TO AMT-LABEL              CNB26200
069500     MOVE WS-TOTAL-AMOUNT          TO AMT-VALUE                   CNB26200
069600     WRITE RPT-LINE FROM WS-AMT-LINE                              CNB26200
069700     MOVE 'CARRIED - NO TIE-UP .......' TO CNT-LABEL              CNB26200
069800     MOVE WS-OPEN-COUNT            TO CNT-VALUE                   CNB26200
069900     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26200
070000     MOVE 'EXTRABOARD WAS AVAILABLE ..' TO CNT-LABEL              CNB26200
070100     MOVE WS-XB-CALL-COUNT         TO CNT-VALUE                   CNB26200
070200     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26200
070300     MOVE 'CLAIMED ENTRIES PURGED ....' TO CNT-LABEL              CNB26200
070400     MOVE WS-PURGE-COUNT           TO CNT-VALUE                   CNB26200
070500     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26200
070600     IF WS-LOST-COUNT > ZEROS                                     CNB26200
070700        MOVE '** NOT LISTED - TABLE FULL ' TO CNT-LABEL           CNB26200
070800        MOVE WS-LOST-COUNT         TO CNT-VALUE                   CNB26200
070900        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB26200
071000     END-IF                                                       CNB26200
071100     CLOSE RD-FILE                                                CNB26200
071200           TSGEN-FILE                                             CNB26200
071300           RPT-FILE.                                              CNB26200
071400*                                                                 CNB26200
071500 P9999-GOT-PROBLEM.                                               CNB26200
071600     MOVE 'CNB262'                 TO XE-PROGRAM                  CNB26200
071700     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB26200
071800     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB26200
071900     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB26200
072000     DISPLAY 'CNB262 ABEND IN ' WS-ABEND-PARAGRAPH                CNB26200
072100              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB26200
072200     MOVE 16 TO RETURN-CODE                                       CNB26200
072300     GOBACK.                                                      CNB26200
