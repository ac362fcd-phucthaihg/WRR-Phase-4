000100 IDENTIFICATION DIVISION.                                         CNB24000
000200 PROGRAM-ID. CNB240.                                              CNB24000
000300*AUTHOR.     JMC.                                                 CNB24000
000400*DATE-WRITTEN. 10/15/26.                                          CNB24000
000500*REMARKS.                                                         CNB24000
000600*    CANCELLED-CALL REGISTER - DAILY REPORT AND BOARD-RESTORATION CNB24000
000700*    VERIFICATION.  CNP919 REGISTERS THE CALL WHEN THE ON-DUTY    CNB24000
000785*    RECORD IS WRITTEN (P1180-REGISTER-CALL), SO EVERY CALL IS ON CNB24000
000870*    CCFILE WITH ITS TRAIN, ASSIGNMENT, TURN AND CALL TIME.       CNB24000
000955*    CNP943 UPDATES IT WHEN THE CALL IS CANCELLED                 CNB24000
001040*    (P2300-REGISTER-CANCEL), STAMPING THE CANCEL TIME, THE       CNB24000
001125*    CANCELLING USER AND THE REASON CODE ONTO THAT CALL.  BOTH    CNB24000
001210*    USE CICS FILE CONTROL.                                       CNB24000
001300*    FUNCTIONS FROM THE PARM CARD:                                CNB24000
001400*      DAILY   - LISTS THE CALLS CANCELLED ON THE REPORT DATE     CNB24000
001500*                (PARM REPORT-DATE YYMMDD, BLANK = THE RUN DATE)  CNB24000
001600*                IN TRAIN ORDER, THEN TOTALS THEM BY THE CALLING  CNB24000
001700*                BOARD WITH HOW MANY WERE RESTORED, FAILED OR ARE CNB24000
001800*                STILL TO BE VERIFIED.  THE REGISTER IS PURGED ON CNB24000
001900*                THE SAME PASS - CALLS NEVER CANCELLED AFTER      CNB24000
002000*                OPEN-DAYS (DEFAULT 2) AND CANCELLED CALLS AFTER  CNB24000
002100*                KEEP-DAYS (DEFAULT 90).                          CNB24000
002200*      VERIFY  - RUN HOURLY.  EACH CANCELLED CALL OLDER THAN THE  CNB24000
002300*                GRACE PERIOD (PARM GRACE-MINS, DEFAULT 30) AND NOCNB24000
002400*                OLDER THAN LOOKBACK-DAYS (DEFAULT 3) THAT IS NOT CNB24000
002500*                YET VERIFIED GOOD IS CHECKED AGAINST THE MASTER  CNB24000
002600*                AND THE TURN FILES - THE EMPLOYEE MUST NO LONGER CNB24000
002700*                BE WORKING OR OFF THE BOARD FROM THE CANCELLED   CNB24000
002800*                CALL, MUST STILL OWN THE POOL TURN OR EXTRABOARD CNB24000
002900*                POSITION CALLED, AND A POOL TURN CANCELLED AT THECNB24000
003000*                HOME TERMINAL MUST BE BACK IN TOWN.  FAILURES ARECNB24000
003100*                LISTED AND RE-CHECKED ON LATER RUNS; ONE FOUND   CNB24000
003200*                PUT RIGHT IS LISTED AS CORRECTED.                CNB24000
003300*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB24000
003400*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB24000
003500*                                                                 CNB24000
003600*TBD  WSASGN AND WSUFP ARE NOT AMONG THE COPYBOOKS PRESENT IN THISCNB24000
003700*COPY LIBRARY.  THE ASGNFILE AND UFPFILE RECORDS BELOW ARE THE    CNB24000
003800*SHAPES CNB101 AND CNB122 USE.  VERIFY BEFORE NEXT COMPILE.       CNB24000
003900*                                                                 CNB24000
004000 ENVIRONMENT DIVISION.                                            CNB24000
004100 CONFIGURATION SECTION.                                           CNB24000
004200 SOURCE-COMPUTER.  IBM-370.                                       CNB24000
004300 OBJECT-COMPUTER.  IBM-370.                                       CNB24000
004400 INPUT-OUTPUT SECTION.                                            CNB24000
004500 FILE-CONTROL.                                                    CNB24000
004600     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB24000
004700            ORGANIZATION  SEQUENTIAL                              CNB24000
004800            FILE STATUS   WS-PARM-STATUS.                         CNB24000
004900     SELECT CL-FILE      ASSIGN TO CCFILE                         CNB24000
005000            ORGANIZATION  INDEXED                                 CNB24000
005100            ACCESS MODE   DYNAMIC                                 CNB24000
005200            RECORD KEY    CL-KEY                                  CNB24000
005300            ALTERNATE RECORD KEY CL-ALT-EMP-NBR WITH DUPLICATES   CNB24000
005400            FILE STATUS   WS-CL-STATUS.                           CNB24000
005500     SELECT MSTR-FILE    ASSIGN TO MSTRFILE                       CNB24000
005600            ORGANIZATION  INDEXED                                 CNB24000
005700            ACCESS MODE   DYNAMIC                                 CNB24000
005800            RECORD KEY    MIO-KEY                                 CNB24000
005900            ALTERNATE RECORD KEY MIO-EMP-NBR                      CNB24000
006000            FILE STATUS   WS-MSTRF-STATUS.                        CNB24000
006100     SELECT ASGN-FILE    ASSIGN TO ASGNFILE                       CNB24000
006200            ORGANIZATION  INDEXED                                 CNB24000
006300            ACCESS MODE   RANDOM                                  CNB24000
006400            RECORD KEY    WK-ASGN-KEY                             CNB24000
006500            FILE STATUS   WS-ASGN-STATUS.                         CNB24000
006600     SELECT UFP-FILE     ASSIGN TO UFPFILE                        CNB24000
006700            ORGANIZATION  INDEXED                                 CNB24000
006800            ACCESS MODE   RANDOM                                  CNB24000
006900            RECORD KEY    UFIO-KEY                                CNB24000
007000            FILE STATUS   WS-UFP-STATUS.                          CNB24000
007100     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB24000
007200            ORGANIZATION  LINE SEQUENTIAL                         CNB24000
007300            FILE STATUS   WS-RPT-STATUS.                          CNB24000
007400*                                                                 CNB24000
007500 DATA DIVISION.                                                   CNB24000
007600 FILE SECTION.                                                    CNB24000
007700 FD  PARM-FILE                                                    CNB24000
007800     RECORD CONTAINS 80 CHARACTERS.                               CNB24000
007900 01  WS-PARM-RECORD.                                              CNB24000
008000     05  PARM-FUNC                 PIC X(8).                      CNB24000
008100     05  PARM-DATE-TIME            PIC X(12).                     CNB24000
008200     05  PARM-REPORT-DATE          PIC X(6).                      CNB24000
008300     05  PARM-OPEN-DAYS            PIC X(3).                      CNB24000
008400     05  PARM-KEEP-DAYS            PIC X(3).                      CNB24000
008500     05  PARM-GRACE-MINS           PIC X(3).                      CNB24000
008600     05  PARM-LOOKBACK-DAYS        PIC X(3).                      CNB24000
008700     05  FILLER                    PIC X(42).                     CNB24000
008800 FD  CL-FILE                                                      CNB24000
008900     RECORD CONTAINS 200 CHARACTERS.                              CNB24000
009000 01  CL-RECORD.                                                   CNB24000
009100     05  CL-KEY.                                                  CNB24000
009200*        YYMMDDHHMM:                                              CNB24000
009300         10  CL-CALL-DATE-TIME     PIC X(10).                     CNB24000
009400         10  CL-EMP-NBR            PIC X(9).                      CNB24000
009500     05  CL-ALT-EMP-NBR            PIC X(9).                      CNB24000
009600     05  CL-EMP-NAME               PIC X(26).                     CNB24000
009700     05  CL-DIST                   PIC X(2).                      CNB24000
009800     05  CL-SDIST                  PIC X(2).                      CNB24000
009900     05  CL-CRAFT                  PIC X(2).                      CNB24000
010000     05  CL-CALL-BOARD.                                           CNB24000
010100         10  CL-CALL-DIST          PIC X(2).                      CNB24000
010200         10  CL-CALL-SDIST         PIC X(2).                      CNB24000
010300         10  CL-CALL-POOL          PIC X(2).                      CNB24000
010400     05  CL-TRAIN                  PIC X(10).                     CNB24000
010500     05  CL-ASGN-TYPE              PIC X(1).                      CNB24000
010600     05  CL-ASGN                   PIC X(12).                     CNB24000
010700     05  CL-TURN-TYPE              PIC X(1).                      CNB24000
010800         88  CL-POOL-TURN                VALUE 'U'.               CNB24000
010900         88  CL-XB-TURN                  VALUE 'X'.               CNB24000
011000     05  CL-TURN.                                                 CNB24000
011100         10  CL-TURN-DIST          PIC X(2).                      CNB24000
011200         10  CL-TURN-SDIST         PIC X(2).                      CNB24000
011300         10  CL-TURN-POOL          PIC X(2).                      CNB24000
011400         10  CL-TURN-NBR           PIC X(4).                      CNB24000
011500         10  CL-TURN-CC            PIC X(2).                      CNB24000
011600     05  CL-STATUS                 PIC X(1).                      CNB24000
011700         88  CL-CALLED                   VALUE 'C'.               CNB24000
011800         88  CL-CANCELLED                VALUE 'X'.               CNB24000
011900*    YYMMDDHHMM:                                                  CNB24000
012000     05  CL-CANCEL-DATE-TIME       PIC X(10).                     CNB24000
012100     05  CL-CANCEL-USER            PIC X(8).                      CNB24000
012200     05  CL-REASON                 PIC X(4).                      CNB24000
012300     05  CL-AT-HOME                PIC X(1).                      CNB24000
012400         88  CL-CANCELLED-AT-HOME        VALUE 'Y'.               CNB24000
012500     05  CL-VERIFY-STATUS          PIC X(1).                      CNB24000
012600         88  CL-VERIFY-PENDING           VALUE ' '.               CNB24000
012700         88  CL-VERIFY-OK                VALUE 'O'.               CNB24000
012800         88  CL-VERIFY-FAILED            VALUE 'F'.               CNB24000
012900     05  CL-VERIFY-DATE-TIME       PIC X(12).                     CNB24000
013000     05  CL-VERIFY-REASON          PIC X(4).                      CNB24000
013100     05  FILLER                    PIC X(57).                     CNB24000
013200 FD  MSTR-FILE                                                    CNB24000
013300     RECORD CONTAINS 500 CHARACTERS.                              CNB24000
013400 01  MIO-RECORD.                                                  CNB24000
013500     05  MIO-KEY.                                                 CNB24000
013600         10  MIO-DIST              PIC X(2).                      CNB24000
013700         10  MIO-SDIST             PIC X(2).                      CNB24000
013800         10  MIO-CRAFT             PIC X(2).                      CNB24000
013900         10  MIO-EMP-NAME          PIC X(26).                     CNB24000
014000         10  MIO-EMP-NBR           PIC X(9).                      CNB24000
014100     05  FILLER                    PIC X(459).                    CNB24000
014200 FD  ASGN-FILE                                                    CNB24000
014300     RECORD CONTAINS 40 CHARACTERS.                               CNB24000
014400 01  WS-ASGN-RECORD.                                              CNB24000
014500     05  WK-ASGN-KEY.                                             CNB24000
014600         10  WK-ASGN-DIST          PIC XX.                        CNB24000
014700         10  WK-ASGN-SUB-DIST      PIC XX.                        CNB24000
014800         10  WK-ASGN-CC            PIC XX.                        CNB24000
014900         10  WK-ASGN-XB-TURN       PIC X(4).                      CNB24000
015000     05  ASGN-EMP-NO               PIC 9(9).                      CNB24000
015100     05  FILLER                    PIC X(21).                     CNB24000
015200 FD  UFP-FILE                                                     CNB24000
015300     RECORD CONTAINS 100 CHARACTERS.                              CNB24000
015400 01  UFIO-RECORD.                                                 CNB24000
015500     05  UFIO-KEY.                                                CNB24000
015600         10  UFIO-DIST             PIC X(2).                      CNB24000
015700         10  UFIO-SDIST            PIC X(2).                      CNB24000
015800         10  UFIO-POOL             PIC X(10).                     CNB24000
015900         10  UFIO-TURN             PIC X(4).                      CNB24000
016000     05  UFIO-EMP-NO               PIC 9(9).                      CNB24000
016100     05  UFIO-IN-TOWN-FLAG         PIC X.                         CNB24000
016200         88  UFIO-IN-TOWN                VALUE 'Y'.               CNB24000
016300     05  FILLER                    PIC X(72).                     CNB24000
016400 FD  RPT-FILE                                                     CNB24000
016500     RECORD CONTAINS 132 CHARACTERS.                              CNB24000
016600 01  RPT-LINE                      PIC X(132).                    CNB24000
016700*                                                                 CNB24000
016800 WORKING-STORAGE SECTION.                                         CNB24000
016900 COPY WSMSTR.                                                     CNB24000
017000 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB24000
017100     88  WS-PARM-OK                       VALUE '00'.             CNB24000
017200 01  WS-CL-STATUS                  PIC XX VALUE SPACES.           CNB24000
017300     88  WS-CL-OK                         VALUE '00'.             CNB24000
017400 01  WS-MSTRF-STATUS               PIC XX VALUE SPACES.           CNB24000
017500     88  WS-MSTRF-OK                      VALUE '00'.             CNB24000
017600     88  WS-MSTRF-NOTFND                  VALUE '23'.             CNB24000
017700 01  WS-ASGN-STATUS                PIC XX VALUE SPACES.           CNB24000
017800     88  WS-ASGN-OK                       VALUE '00'.             CNB24000
017900     88  WS-ASGN-NOTFND                   VALUE '23'.             CNB24000
018000 01  WS-UFP-STATUS                 PIC XX VALUE SPACES.           CNB24000
018100     88  WS-UFP-OK                        VALUE '00'.             CNB24000
018200     88  WS-UFP-NOTFND                    VALUE '23'.             CNB24000
018300 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB24000
018400     88  WS-RPT-OK                        VALUE '00'.             CNB24000
018500 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB24000
018600 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB24000
018610 COPY WSERRLOG.                                                   CNB24000
018700 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB24000
018800     88  WS-FUNC-DAILY                    VALUE 'DAILY'.          CNB24000
018900     88  WS-FUNC-VERIFY                   VALUE 'VERIFY'.         CNB24000
019000 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB24000
019100 01  WS-REPORT-DATE                PIC X(6) VALUE SPACES.         CNB24000
019200 01  WS-OPEN-DAYS                  PIC 9(3) VALUE 2.              CNB24000
019300 01  WS-KEEP-DAYS                  PIC 9(3) VALUE 90.             CNB24000
019400 01  WS-GRACE-MINS                 PIC 9(3) VALUE 30.             CNB24000
019500 01  WS-LOOKBACK-DAYS              PIC 9(3) VALUE 3.              CNB24000
019600 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB24000
019700     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB24000
019800 01  WS-PROBLEM                    PIC X(4) VALUE SPACES.         CNB24000
019900 01  WS-PROBLEM-TEXT               PIC X(30) VALUE SPACES.        CNB24000
020000 01  WS-MINS-RUN                   PIC S9(9) COMP VALUE ZEROS.    CNB24000
020100 01  WS-MINS-EVENT                 PIC S9(9) COMP VALUE ZEROS.    CNB24000
020200 01  WS-MINS-OPEN-CUT              PIC S9(9) COMP VALUE ZEROS.    CNB24000
020300 01  WS-MINS-KEEP-CUT              PIC S9(9) COMP VALUE ZEROS.    CNB24000
020400 01  WS-MINS-GRACE-CUT             PIC S9(9) COMP VALUE ZEROS.    CNB24000
020500 01  WS-MINS-LOOK-CUT              PIC S9(9) COMP VALUE ZEROS.    CNB24000
020600 01  WS-READ-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24000
020700 01  WS-DAY-COUNT                  PIC 9(7) VALUE ZEROS.          CNB24000
020800 01  WS-OVER-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24000
020900 01  WS-PURGE-COUNT                PIC 9(7) VALUE ZEROS.          CNB24000
021000 01  WS-CHECK-COUNT                PIC 9(7) VALUE ZEROS.          CNB24000
021100 01  WS-RESTORED-COUNT             PIC 9(7) VALUE ZEROS.          CNB24000
021200 01  WS-FAILED-COUNT               PIC 9(7) VALUE ZEROS.          CNB24000
021300 01  WS-CORRECTED-COUNT            PIC 9(7) VALUE ZEROS.          CNB24000
021400 01  WS-LEAP-QUOT                  PIC S9(4) COMP VALUE ZEROS.    CNB24000
021500 01  WS-LEAP-REM                   PIC S9(4) COMP VALUE ZEROS.    CNB24000
021600 01  WS-SERIAL-DAYS                PIC S9(7) COMP VALUE ZEROS.    CNB24000
021700 01  WS-SERIAL-DATE-TIME.                                         CNB24000
021800     05  WS-SD-YY                  PIC 9(2).                      CNB24000
021900     05  WS-SD-MM                  PIC 9(2).                      CNB24000
022000     05  WS-SD-DD                  PIC 9(2).                      CNB24000
022100     05  WS-SD-HH                  PIC 9(2).                      CNB24000
022200     05  WS-SD-MIN                 PIC 9(2).                      CNB24000
022300 01  WS-CUM-DAYS-TABLE.                                           CNB24000
022400     05  FILLER                    PIC X(36) VALUE                CNB24000
022500         '000031059090120151181212243273304334'.                  CNB24000
022600 01  WS-CUM-DAYS REDEFINES WS-CUM-DAYS-TABLE.                     CNB24000
022700     05  WS-CUM-MON OCCURS 12 TIMES PIC 9(3).                     CNB24000
022800*    THE DAY'S CANCELLED CALLS, KEPT IN TRAIN / CANCEL-TIME ORDER.CNB24000
022900 01  WS-CN-MAX                     PIC S9(4) COMP VALUE 500.      CNB24000
023000 01  WS-CN-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB24000
023100 01  WS-CN-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB24000
023200 01  WS-CN-SUB2                    PIC S9(4) COMP VALUE ZEROS.    CNB24000
023300 01  WS-CN-INS-AT                  PIC S9(4) COMP VALUE ZEROS.    CNB24000
023400 01  WS-CN-NEW-KEY                 PIC X(20) VALUE SPACES.        CNB24000
023500 01  WS-CN-TABLE.                                                 CNB24000
023600     05  WS-CN-ENTRY OCCURS 500 TIMES.                            CNB24000
023700         10  WS-CN-KEY             PIC X(20).                     CNB24000
023800         10  WS-CN-DATA            PIC X(200).                    CNB24000
023900*    THE DAY'S CANCELLED CALLS TOTALLED BY CALLING BOARD.         CNB24000
024000 01  WS-BD-MAX                     PIC S9(4) COMP VALUE 100.      CNB24000
024100 01  WS-BD-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB24000
024200 01  WS-BD-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB24000
024300 01  WS-BD-SUB2                    PIC S9(4) COMP VALUE ZEROS.    CNB24000
024400 01  WS-BD-AT                      PIC S9(4) COMP VALUE ZEROS.    CNB24000
024500 01  WS-BD-INS-AT                  PIC S9(4) COMP VALUE ZEROS.    CNB24000
024600 01  WS-BD-TABLE.                                                 CNB24000
024700     05  WS-BD-ENTRY OCCURS 100 TIMES.                            CNB24000
024800         10  WS-BD-KEY.                                           CNB24000
024900             15  WS-BD-DIST        PIC X(2).                      CNB24000
025000             15  WS-BD-SDIST       PIC X(2).                      CNB24000
025100             15  WS-BD-POOL        PIC X(2).                      CNB24000
025200         10  WS-BD-CANCELLED       PIC 9(5).                      CNB24000
025300         10  WS-BD-AT-HOME         PIC 9(5).                      CNB24000
025400         10  WS-BD-RESTORED        PIC 9(5).                      CNB24000
025500         10  WS-BD-FAILED          PIC 9(5).                      CNB24000
025600         10  WS-BD-PENDING         PIC 9(5).                      CNB24000
025700 01  WS-HDR-LINE.                                                 CNB24000
025800     05  FILLER                PIC X(38)  VALUE                   CNB24000
025900         'CNB240 - CANCELLED-CALL REGISTER      '.                CNB24000
026000     05  FILLER                PIC X(2)   VALUE SPACES.           CNB24000
026100     05  HDR-FUNC              PIC X(8).                          CNB24000
026200     05  FILLER                PIC X(2)   VALUE SPACES.           CNB24000
026300     05  HDR-DATE-TIME         PIC X(12).                         CNB24000
026400     05  FILLER                PIC X(70)  VALUE SPACES.           CNB24000
026500 01  WS-TITLE-LINE.                                               CNB24000
026600     05  TTL-TEXT                  PIC X(30).                     CNB24000
026700     05  TTL-DATE                  PIC X(6).                      CNB24000
026800     05  FILLER                    PIC X(96) VALUE SPACES.        CNB24000
026900 01  WS-DAY-HDR-LINE.                                             CNB24000
027000     05  FILLER                    PIC X(44) VALUE                CNB24000
027100         'TRAIN      CALLED     CANCELLED  EMPLOYEE  N'.          CNB24000
027200     05  FILLER                    PIC X(44) VALUE                CNB24000
027300         'AME                       ASSIGNMENT    BOAR'.          CNB24000
027400     05  FILLER                    PIC X(44) VALUE                CNB24000
027500         'D    USER     RSN  H RESTORATION'.                      CNB24000
027600 01  WS-DAY-LINE.                                                 CNB24000
027700     05  DAY-TRAIN                 PIC X(10).                     CNB24000
027800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24000
027900     05  DAY-CALLED                PIC X(10).                     CNB24000
028000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24000
028100     05  DAY-CANCELLED             PIC X(10).                     CNB24000
028200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24000
028300     05  DAY-EMP-NBR               PIC X(9).                      CNB24000
028400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24000
028500     05  DAY-EMP-NAME              PIC X(26).                     CNB24000
028600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24000
028700     05  DAY-ASGN-TYPE             PIC X(1).                      CNB24000
028800     05  DAY-ASGN                  PIC X(12).                     CNB24000
028900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24000
029000     05  DAY-DIST                  PIC X(2).                      CNB24000
029100     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24000
029200     05  DAY-SDIST                 PIC X(2).                      CNB24000
029300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24000
029400     05  DAY-POOL                  PIC X(2).                      CNB24000
029500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24000
029600     05  DAY-USER                  PIC X(8).                      CNB24000
029700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24000
029800     05  DAY-REASON                PIC X(4).                      CNB24000
029900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24000
030000     05  DAY-AT-HOME               PIC X(1).                      CNB24000
030100     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24000
030200     05  DAY-VERIFY                PIC X(8).                      CNB24000
030300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24000
030400     05  DAY-VERIFY-REASON         PIC X(4).                      CNB24000
030500     05  FILLER                    PIC X(10) VALUE SPACES.        CNB24000
030600 01  WS-BRD-HDR-LINE.                                             CNB24000
030700     05  FILLER                    PIC X(44) VALUE                CNB24000
030800         'BOARD     CANCELLED  AT HOME    RESTORED   F'.          CNB24000
030900     05  FILLER                    PIC X(44) VALUE                CNB24000
031000         'AILED     PENDING'.                                     CNB24000
031100     05  FILLER                    PIC X(44) VALUE SPACES.        CNB24000
031200 01  WS-BRD-LINE.                                                 CNB24000
031300     05  BRD-DIST                  PIC X(2).                      CNB24000
031400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24000
031500     05  BRD-SDIST                 PIC X(2).                      CNB24000
031600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24000
031700     05  BRD-POOL                  PIC X(2).                      CNB24000
031800     05  FILLER                    PIC X(3) VALUE SPACES.         CNB24000
031900     05  BRD-CANCELLED             PIC ZZ,ZZ9.                    CNB24000
032000     05  FILLER                    PIC X(5) VALUE SPACES.         CNB24000
032100     05  BRD-AT-HOME               PIC ZZ,ZZ9.                    CNB24000
032200     05  FILLER                    PIC X(5) VALUE SPACES.         CNB24000
032300     05  BRD-RESTORED              PIC ZZ,ZZ9.                    CNB24000
032400     05  FILLER                    PIC X(5) VALUE SPACES.         CNB24000
032500     05  BRD-FAILED                PIC ZZ,ZZ9.                    CNB24000
032600     05  FILLER                    PIC X(5) VALUE SPACES.         CNB24000
032700     05  BRD-PENDING               PIC ZZ,ZZ9.                    CNB24000
032800     05  FILLER                    PIC X(71) VALUE SPACES.        CNB24000
032900 01  WS-VFY-HDR-LINE.                                             CNB24000
033000     05  FILLER                    PIC X(44) VALUE                CNB24000
033100         'EMPLOYEE  NAME                       TRAIN  '.          CNB24000
033200     05  FILLER                    PIC X(44) VALUE                CNB24000
033300         '    CALLED     CANCELLED  TURN          ST A'.          CNB24000
033400     05  FILLER                    PIC X(44) VALUE                CNB24000
033500         'CTION     PROBLEM'.                                     CNB24000
033600 01  WS-VFY-LINE.                                                 CNB24000
033700     05  VFY-EMP-NBR               PIC X(9).                      CNB24000
033800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24000
033900     05  VFY-EMP-NAME              PIC X(26).                     CNB24000
034000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24000
034100     05  VFY-TRAIN                 PIC X(10).                     CNB24000
034200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24000
034300     05  VFY-CALLED                PIC X(10).                     CNB24000
034400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24000
034500     05  VFY-CANCELLED             PIC X(10).                     CNB24000
034600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24000
034700     05  VFY-TURN-TYPE             PIC X(1).                      CNB24000
034800     05  VFY-TURN                  PIC X(12).                     CNB24000
034900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24000
035000     05  VFY-STATUS                PIC X(2).                      CNB24000
035100     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24000
035200     05  VFY-ACTION                PIC X(10).                     CNB24000
035300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24000
035400     05  VFY-PROBLEM               PIC X(30).                     CNB24000
035500     05  FILLER                    PIC X(4) VALUE SPACES.         CNB24000
035600 01  WS-CNT-LINE.                                                 CNB24000
035700     05  CNT-LABEL                 PIC X(30).                     CNB24000
035800     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB24000
035900     05  FILLER                    PIC X(95) VALUE SPACES.        CNB24000
036000*                                                                 CNB24000
036100 PROCEDURE DIVISION.                                              CNB24000
036200 P0000-MAINLINE.                                                  CNB24000
036300     PERFORM P1000-INITIALIZE                                     CNB24000
036400     IF WS-FUNC-DAILY                                             CNB24000
036500        PERFORM P3000-DAILY-REGISTER                              CNB24000
036600     ELSE                                                         CNB24000
036700        PERFORM P4000-VERIFY-RESTORED                             CNB24000
036800     END-IF                                                       CNB24000
036900     PERFORM P9000-TERMINATE                                      CNB24000
037000     GOBACK.                                                      CNB24000
037100*                                                                 CNB24000
037200 P1000-INITIALIZE.                                                CNB24000
037300     OPEN INPUT PARM-FILE                                         CNB24000
037400     IF NOT WS-PARM-OK                                            CNB24000
037500        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB24000
037600        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB24000
037700        PERFORM P9999-GOT-PROBLEM                                 CNB24000
037800     END-IF                                                       CNB24000
037900     READ PARM-FILE                                               CNB24000
038000     IF NOT WS-PARM-OK                                            CNB24000
038100        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB24000
038200        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB24000
038300        PERFORM P9999-GOT-PROBLEM                                 CNB24000
038400     END-IF                                                       CNB24000
038500     MOVE PARM-FUNC                TO WS-FUNC                     CNB24000
038600     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB24000
038700     MOVE PARM-REPORT-DATE         TO WS-REPORT-DATE              CNB24000
038800     IF PARM-OPEN-DAYS NUMERIC                                    CNB24000
038900        MOVE PARM-OPEN-DAYS        TO WS-OPEN-DAYS                CNB24000
039000     END-IF                                                       CNB24000
039100     IF PARM-KEEP-DAYS NUMERIC                                    CNB24000
039200        MOVE PARM-KEEP-DAYS        TO WS-KEEP-DAYS                CNB24000
039300     END-IF                                                       CNB24000
039400     IF PARM-GRACE-MINS NUMERIC                                   CNB24000
039500        MOVE PARM-GRACE-MINS       TO WS-GRACE-MINS               CNB24000
039600     END-IF                                                       CNB24000
039700     IF PARM-LOOKBACK-DAYS NUMERIC                                CNB24000
039800        MOVE PARM-LOOKBACK-DAYS    TO WS-LOOKBACK-DAYS            CNB24000
039900     END-IF                                                       CNB24000
040000     CLOSE PARM-FILE                                              CNB24000
040100     IF NOT WS-FUNC-DAILY AND NOT WS-FUNC-VERIFY                  CNB24000
040200        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB24000
040300        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB24000
040400        PERFORM P9999-GOT-PROBLEM                                 CNB24000
040500     END-IF                                                       CNB24000
040600     IF WS-RUN-DATE-TIME (1:10) NOT NUMERIC                       CNB24000
040700        MOVE 'P1000-BAD-DATE'      TO WS-ABEND-PARAGRAPH          CNB24000
040800        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB24000
040900        PERFORM P9999-GOT-PROBLEM                                 CNB24000
041000     END-IF                                                       CNB24000
041100     IF WS-REPORT-DATE NOT NUMERIC                                CNB24000
041200        MOVE WS-RUN-DATE-TIME (1:6) TO WS-REPORT-DATE             CNB24000
041300     END-IF                                                       CNB24000
041400     OPEN I-O CL-FILE                                             CNB24000
041500     IF NOT WS-CL-OK                                              CNB24000
041600        MOVE 'P1000-OPEN-CL'       TO WS-ABEND-PARAGRAPH          CNB24000
041700        MOVE WS-CL-STATUS          TO WS-ABEND-STATUS             CNB24000
041800        PERFORM P9999-GOT-PROBLEM                                 CNB24000
041900     END-IF                                                       CNB24000
042000     IF WS-FUNC-VERIFY                                            CNB24000
042100        PERFORM P1100-OPEN-VERIFY-FILES                           CNB24000
042200     END-IF                                                       CNB24000
042300     OPEN OUTPUT RPT-FILE                                         CNB24000
042400     IF NOT WS-RPT-OK                                             CNB24000
042500        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB24000
042600        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB24000
042700        PERFORM P9999-GOT-PROBLEM                                 CNB24000
042800     END-IF                                                       CNB24000
042900     MOVE WS-FUNC                  TO HDR-FUNC                    CNB24000
043000     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB24000
043100     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB24000
043200     MOVE WS-RUN-DATE-TIME (1:10)  TO WS-SERIAL-DATE-TIME         CNB24000
043300     PERFORM P8000-DATE-TO-SERIAL                                 CNB24000
043400     COMPUTE WS-MINS-RUN = (WS-SERIAL-DAYS * 1440)                CNB24000
043500           + (WS-SD-HH * 60) + WS-SD-MIN                          CNB24000
043600     COMPUTE WS-MINS-OPEN-CUT = WS-MINS-RUN                       CNB24000
043700           - (WS-OPEN-DAYS * 1440)                                CNB24000
043800     COMPUTE WS-MINS-KEEP-CUT = WS-MINS-RUN                       CNB24000
043900           - (WS-KEEP-DAYS * 1440)                                CNB24000
044000     COMPUTE WS-MINS-GRACE-CUT = WS-MINS-RUN - WS-GRACE-MINS      CNB24000
044100     COMPUTE WS-MINS-LOOK-CUT = WS-MINS-RUN                       CNB24000
044200           - (WS-LOOKBACK-DAYS * 1440)                            CNB24000
044300     MOVE LOW-VALUES               TO CL-KEY                      CNB24000
044400     START CL-FILE KEY NOT < CL-KEY                               CNB24000
044500     IF NOT WS-CL-OK                                              CNB24000
044600        SET WS-EOF-INPUT TO TRUE                                  CNB24000
044700     END-IF.                                                      CNB24000
044800*                                                                 CNB24000
044900 P1100-OPEN-VERIFY-FILES.                                         CNB24000
045000     OPEN INPUT MSTR-FILE                                         CNB24000
045100     IF NOT WS-MSTRF-OK                                           CNB24000
045200        MOVE 'P1100-OPEN-MST'      TO WS-ABEND-PARAGRAPH          CNB24000
045300        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB24000
045400        PERFORM P9999-GOT-PROBLEM                                 CNB24000
045500     END-IF                                                       CNB24000
045600     OPEN INPUT ASGN-FILE                                         CNB24000
045700     IF NOT WS-ASGN-OK                                            CNB24000
045800        MOVE 'P1100-OPEN-ASGN'     TO WS-ABEND-PARAGRAPH          CNB24000
045900        MOVE WS-ASGN-STATUS        TO WS-ABEND-STATUS             CNB24000
046000        PERFORM P9999-GOT-PROBLEM                                 CNB24000
046100     END-IF                                                       CNB24000
046200     OPEN INPUT UFP-FILE                                          CNB24000
046300     IF NOT WS-UFP-OK                                             CNB24000
046400        MOVE 'P1100-OPEN-UFP'      TO WS-ABEND-PARAGRAPH          CNB24000
046500        MOVE WS-UFP-STATUS         TO WS-ABEND-STATUS             CNB24000
046600        PERFORM P9999-GOT-PROBLEM                                 CNB24000
046700     END-IF.                                                      CNB24000
046800*                                                                 CNB24000
046900 P3000-DAILY-REGISTER.                                            CNB24000
047000     PERFORM P3100-DAILY-RECORD THRU P3100-EXIT                   CNB24000
047100             UNTIL WS-EOF-INPUT                                   CNB24000
047200     MOVE SPACES                   TO RPT-LINE                    CNB24000
047300     WRITE RPT-LINE                                               CNB24000
047400     MOVE 'CALLS CANCELLED BY TRAIN FOR ' TO TTL-TEXT             CNB24000
047500     MOVE WS-REPORT-DATE           TO TTL-DATE                    CNB24000
047600     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB24000
047700     WRITE RPT-LINE FROM WS-DAY-HDR-LINE                          CNB24000
047800     PERFORM P3500-PRINT-TRAIN                                    CNB24000
047900             VARYING WS-CN-SUB FROM 1 BY 1                        CNB24000
048000             UNTIL WS-CN-SUB > WS-CN-COUNT                        CNB24000
048100     MOVE SPACES                   TO RPT-LINE                    CNB24000
048200     WRITE RPT-LINE                                               CNB24000
048300     MOVE 'CALLS CANCELLED BY BOARD FOR ' TO TTL-TEXT             CNB24000
048400     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB24000
048500     WRITE RPT-LINE FROM WS-BRD-HDR-LINE                          CNB24000
048600     PERFORM P3600-PRINT-BOARD                                    CNB24000
048700             VARYING WS-BD-SUB FROM 1 BY 1                        CNB24000
048800             UNTIL WS-BD-SUB > WS-BD-COUNT.                       CNB24000
048900*                                                                 CNB24000
049000 P3100-DAILY-RECORD.                                              CNB24000
049100     READ CL-FILE NEXT                                            CNB24000
049200          AT END                                                  CNB24000
049300             SET WS-EOF-INPUT TO TRUE                             CNB24000
049400     END-READ                                                     CNB24000
049500     IF WS-EOF-INPUT                                              CNB24000
049600        GO TO P3100-EXIT                                          CNB24000
049700     END-IF                                                       CNB24000
049800     ADD 1 TO WS-READ-COUNT                                       CNB24000
049900*    A CALL NEVER CANCELLED IS ONLY KEPT LONG ENOUGH FOR A LATE   CNB24000
050000*    CANCEL TO FIND IT.                                           CNB24000
050100     IF CL-CALLED                                                 CNB24000
050200        IF CL-CALL-DATE-TIME NUMERIC                              CNB24000
050300           MOVE CL-CALL-DATE-TIME  TO WS-SERIAL-DATE-TIME         CNB24000
050400           PERFORM P8100-EVENT-MINUTES                            CNB24000
050500           IF WS-MINS-EVENT < WS-MINS-OPEN-CUT                    CNB24000
050600              PERFORM P3900-PURGE-CALL                            CNB24000
050700           END-IF                                                 CNB24000
050800        END-IF                                                    CNB24000
050900        GO TO P3100-EXIT                                          CNB24000
051000     END-IF                                                       CNB24000
051100     IF NOT CL-CANCELLED                                          CNB24000
051200        OR CL-CANCEL-DATE-TIME NOT NUMERIC                        CNB24000
051300        GO TO P3100-EXIT                                          CNB24000
051400     END-IF                                                       CNB24000
051500     MOVE CL-CANCEL-DATE-TIME      TO WS-SERIAL-DATE-TIME         CNB24000
051600     PERFORM P8100-EVENT-MINUTES                                  CNB24000
051700     IF WS-MINS-EVENT < WS-MINS-KEEP-CUT                          CNB24000
051800        PERFORM P3900-PURGE-CALL                                  CNB24000
051900        GO TO P3100-EXIT                                          CNB24000
052000     END-IF                                                       CNB24000
052100     IF CL-CANCEL-DATE-TIME (1:6) = WS-REPORT-DATE                CNB24000
052200        ADD 1 TO WS-DAY-COUNT                                     CNB24000
052300        PERFORM P3200-TABLE-CANCEL                                CNB24000
052400        PERFORM P3300-TOTAL-BOARD                                 CNB24000
052500     END-IF.                                                      CNB24000
052600 P3100-EXIT.                                                      CNB24000
052700     EXIT.                                                        CNB24000
052800*                                                                 CNB24000
052900 P3200-TABLE-CANCEL.                                              CNB24000
053000*    THE REGISTER IS IN CALL-TIME ORDER; THE LISTING IS BY TRAIN, CNB24000
053100*    SO EACH CANCEL IS INSERTED IN PLACE.                         CNB24000
053200     IF WS-CN-COUNT NOT < WS-CN-MAX                               CNB24000
053300        ADD 1 TO WS-OVER-COUNT                                    CNB24000
053400     ELSE                                                         CNB24000
053500        MOVE CL-TRAIN              TO WS-CN-NEW-KEY (1:10)        CNB24000
053600        MOVE CL-CANCEL-DATE-TIME   TO WS-CN-NEW-KEY (11:10)       CNB24000
053700        MOVE ZEROS                 TO WS-CN-INS-AT                CNB24000
053800        PERFORM P3210-FIND-TRAIN-SLOT                             CNB24000
053900                VARYING WS-CN-SUB FROM 1 BY 1                     CNB24000
054000                UNTIL WS-CN-SUB > WS-CN-COUNT                     CNB24000
054100        IF WS-CN-INS-AT = ZEROS                                   CNB24000
054200           COMPUTE WS-CN-INS-AT = WS-CN-COUNT + 1                 CNB24000
054300        END-IF                                                    CNB24000
054400        PERFORM P3220-SHIFT-TRAIN                                 CNB24000
054500                VARYING WS-CN-SUB2 FROM WS-CN-COUNT BY -1         CNB24000
054600                UNTIL WS-CN-SUB2 < WS-CN-INS-AT                   CNB24000
054700        MOVE WS-CN-NEW-KEY         TO WS-CN-KEY (WS-CN-INS-AT)    CNB24000
054800        MOVE CL-RECORD             TO WS-CN-DATA (WS-CN-INS-AT)   CNB24000
054900        ADD 1 TO WS-CN-COUNT                                      CNB24000
055000     END-IF.                                                      CNB24000
055100*                                                                 CNB24000
055200 P3210-FIND-TRAIN-SLOT.                                           CNB24000
055300     IF WS-CN-INS-AT = ZEROS                                      CNB24000
055400        AND WS-CN-NEW-KEY < WS-CN-KEY (WS-CN-SUB)                 CNB24000
055500        MOVE WS-CN-SUB             TO WS-CN-INS-AT                CNB24000
055600     END-IF.                                                      CNB24000
055700*                                                                 CNB24000
055800 P3220-SHIFT-TRAIN.                                               CNB24000
055900     COMPUTE WS-CN-SUB = WS-CN-SUB2 + 1                           CNB24000
056000     MOVE WS-CN-ENTRY (WS-CN-SUB2) TO WS-CN-ENTRY (WS-CN-SUB).    CNB24000
056100*                                                                 CNB24000
056200 P3300-TOTAL-BOARD.                                               CNB24000
056300*    BOARDS ARE KEPT IN KEY ORDER AS THEY ARE FIRST SEEN.         CNB24000
056400     MOVE ZEROS                    TO WS-BD-AT                    CNB24000
056500                                      WS-BD-INS-AT                CNB24000
056600     PERFORM P3310-FIND-BOARD                                     CNB24000
056700             VARYING WS-BD-SUB FROM 1 BY 1                        CNB24000
056800             UNTIL WS-BD-SUB > WS-BD-COUNT                        CNB24000
056900     IF WS-BD-AT = ZEROS                                          CNB24000
057000        IF WS-BD-COUNT NOT < WS-BD-MAX                            CNB24000
057100           GO TO P3300-EXIT                                       CNB24000
057200        END-IF                                                    CNB24000
057300        IF WS-BD-INS-AT = ZEROS                                   CNB24000
057400           COMPUTE WS-BD-INS-AT = WS-BD-COUNT + 1                 CNB24000
057500        END-IF                                                    CNB24000
057600        PERFORM P3320-SHIFT-BOARD                                 CNB24000
057700                VARYING WS-BD-SUB2 FROM WS-BD-COUNT BY -1         CNB24000
057800                UNTIL WS-BD-SUB2 < WS-BD-INS-AT                   CNB24000
057900        MOVE WS-BD-INS-AT          TO WS-BD-AT                    CNB24000
058000        MOVE CL-CALL-BOARD         TO WS-BD-KEY (WS-BD-AT)        CNB24000
058100        MOVE ZEROS                 TO WS-BD-CANCELLED (WS-BD-AT)  CNB24000
058200                                      WS-BD-AT-HOME (WS-BD-AT)    CNB24000
058300                                      WS-BD-RESTORED (WS-BD-AT)   CNB24000
058400                                      WS-BD-FAILED (WS-BD-AT)     CNB24000
058500                                      WS-BD-PENDING (WS-BD-AT)    CNB24000
058600        ADD 1 TO WS-BD-COUNT                                      CNB24000
058700     END-IF                                                       CNB24000
058800     ADD 1 TO WS-BD-CANCELLED (WS-BD-AT)                          CNB24000
058900     IF CL-CANCELLED-AT-HOME                                      CNB24000
059000        ADD 1 TO WS-BD-AT-HOME (WS-BD-AT)                         CNB24000
059100     END-IF                                                       CNB24000
059200     EVALUATE TRUE                                                CNB24000
059300        WHEN CL-VERIFY-OK                                         CNB24000
059400             ADD 1 TO WS-BD-RESTORED (WS-BD-AT)                   CNB24000
059500        WHEN CL-VERIFY-FAILED                                     CNB24000
059600             ADD 1 TO WS-BD-FAILED (WS-BD-AT)                     CNB24000
059700        WHEN OTHER                                                CNB24000
059800             ADD 1 TO WS-BD-PENDING (WS-BD-AT)                    CNB24000
059900     END-EVALUATE.                                                CNB24000
060000 P3300-EXIT.                                                      CNB24000
060100     EXIT.                                                        CNB24000
060200*                                                                 CNB24000
060300 P3310-FIND-BOARD.                                                CNB24000
060400     IF WS-BD-AT = ZEROS                                          CNB24000
060500        AND WS-BD-INS-AT = ZEROS                                  CNB24000
060600        IF CL-CALL-BOARD = WS-BD-KEY (WS-BD-SUB)                  CNB24000
060700           MOVE WS-BD-SUB          TO WS-BD-AT                    CNB24000
060800        ELSE                                                      CNB24000
060900           IF CL-CALL-BOARD < WS-BD-KEY (WS-BD-SUB)               CNB24000
061000              MOVE WS-BD-SUB       TO WS-BD-INS-AT                CNB24000
061100           END-IF                                                 CNB24000
061200        END-IF                                                    CNB24000
061300     END-IF.                                                      CNB24000
061400*                                                                 CNB24000
061500 P3320-SHIFT-BOARD.                                               CNB24000
061600     COMPUTE WS-BD-SUB = WS-BD-SUB2 + 1                           CNB24000
061700     MOVE WS-BD-ENTRY (WS-BD-SUB2) TO WS-BD-ENTRY (WS-BD-SUB).    CNB24000
061800*                                                                 CNB24000
061900 P3500-PRINT-TRAIN.                                               CNB24000
062000     MOVE WS-CN-DATA (WS-CN-SUB)   TO CL-RECORD                   CNB24000
062100     MOVE CL-TRAIN                 TO DAY-TRAIN                   CNB24000
062200     MOVE CL-CALL-DATE-TIME        TO DAY-CALLED                  CNB24000
062300     MOVE CL-CANCEL-DATE-TIME      TO DAY-CANCELLED               CNB24000
062400     MOVE CL-EMP-NBR               TO DAY-EMP-NBR                 CNB24000
062500     MOVE CL-EMP-NAME              TO DAY-EMP-NAME                CNB24000
062600     MOVE CL-ASGN-TYPE             TO DAY-ASGN-TYPE               CNB24000
062700     MOVE CL-ASGN                  TO DAY-ASGN                    CNB24000
062800     MOVE CL-CALL-DIST             TO DAY-DIST                    CNB24000
062900     MOVE CL-CALL-SDIST            TO DAY-SDIST                   CNB24000
063000     MOVE CL-CALL-POOL             TO DAY-POOL                    CNB24000
063100     MOVE CL-CANCEL-USER           TO DAY-USER                    CNB24000
063200     MOVE CL-REASON                TO DAY-REASON                  CNB24000
063300     MOVE CL-AT-HOME               TO DAY-AT-HOME                 CNB24000
063400     MOVE SPACES                   TO DAY-VERIFY-REASON           CNB24000
063500     EVALUATE TRUE                                                CNB24000
063600        WHEN CL-VERIFY-OK                                         CNB24000
063700             MOVE 'RESTORED'       TO DAY-VERIFY                  CNB24000
063800        WHEN CL-VERIFY-FAILED                                     CNB24000
063900             MOVE 'FAILED'         TO DAY-VERIFY                  CNB24000
064000             MOVE CL-VERIFY-REASON TO DAY-VERIFY-REASON           CNB24000
064100        WHEN OTHER                                                CNB24000
064200             MOVE 'PENDING'        TO DAY-VERIFY                  CNB24000
064300     END-EVALUATE                                                 CNB24000
064400     WRITE RPT-LINE FROM WS-DAY-LINE.                             CNB24000
064500*                                                                 CNB24000
064600 P3600-PRINT-BOARD.                                               CNB24000
064700     MOVE WS-BD-DIST (WS-BD-SUB)      TO BRD-DIST                 CNB24000
064800     MOVE WS-BD-SDIST (WS-BD-SUB)     TO BRD-SDIST                CNB24000
064900     MOVE WS-BD-POOL (WS-BD-SUB)      TO BRD-POOL                 CNB24000
065000     MOVE WS-BD-CANCELLED (WS-BD-SUB) TO BRD-CANCELLED            CNB24000
065100     MOVE WS-BD-AT-HOME (WS-BD-SUB)   TO BRD-AT-HOME              CNB24000
065200     MOVE WS-BD-RESTORED (WS-BD-SUB)  TO BRD-RESTORED             CNB24000
065300     MOVE WS-BD-FAILED (WS-BD-SUB)    TO BRD-FAILED               CNB24000
065400     MOVE WS-BD-PENDING (WS-BD-SUB)   TO BRD-PENDING              CNB24000
065500     WRITE RPT-LINE FROM WS-BRD-LINE.                             CNB24000
065600*                                                                 CNB24000
065700 P3900-PURGE-CALL.                                                CNB24000
065800     DELETE CL-FILE RECORD                                        CNB24000
065900     IF NOT WS-CL-OK                                              CNB24000
066000        MOVE 'P3900-DEL-CL'        TO WS-ABEND-PARAGRAPH          CNB24000
066100        MOVE WS-CL-STATUS          TO WS-ABEND-STATUS             CNB24000
066200        PERFORM P9999-GOT-PROBLEM                                 CNB24000
066300     END-IF                                                       CNB24000
066400     ADD 1 TO WS-PURGE-COUNT.                                     CNB24000
066500*                                                                 CNB24000
066600 P4000-VERIFY-RESTORED.                                           CNB24000
066700     MOVE SPACES                   TO RPT-LINE                    CNB24000
066800     WRITE RPT-LINE                                               CNB24000
066900     WRITE RPT-LINE FROM WS-VFY-HDR-LINE                          CNB24000
067000     PERFORM P4100-VERIFY-CALL THRU P4100-EXIT                    CNB24000
067100             UNTIL WS-EOF-INPUT.                                  CNB24000
067200*                                                                 CNB24000
067300 P4100-VERIFY-CALL.                                               CNB24000
067400     READ CL-FILE NEXT                                            CNB24000
067500          AT END                                                  CNB24000
067600             SET WS-EOF-INPUT TO TRUE                             CNB24000
067700     END-READ                                                     CNB24000
067800     IF WS-EOF-INPUT                                              CNB24000
067900        GO TO P4100-EXIT                                          CNB24000
068000     END-IF                                                       CNB24000
068100     ADD 1 TO WS-READ-COUNT                                       CNB24000
068200     IF NOT CL-CANCELLED                                          CNB24000
068300        OR CL-VERIFY-OK                                           CNB24000
068400        OR CL-CANCEL-DATE-TIME NOT NUMERIC                        CNB24000
068500        GO TO P4100-EXIT                                          CNB24000
068600     END-IF                                                       CNB24000
068700*    THE BOARD IS GIVEN THE GRACE PERIOD TO PUT THE EMPLOYEE BACK;CNB24000
068800*    CANCELS OLDER THAN THE LOOKBACK ARE LEFT AS THEY STAND.      CNB24000
068900     MOVE CL-CANCEL-DATE-TIME      TO WS-SERIAL-DATE-TIME         CNB24000
069000     PERFORM P8100-EVENT-MINUTES                                  CNB24000
069100     IF WS-MINS-EVENT > WS-MINS-GRACE-CUT                         CNB24000
069200        OR WS-MINS-EVENT < WS-MINS-LOOK-CUT                       CNB24000
069300        GO TO P4100-EXIT                                          CNB24000
069400     END-IF                                                       CNB24000
069500     ADD 1 TO WS-CHECK-COUNT                                      CNB24000
069600     PERFORM P4200-CHECK-RESTORED THRU P4200-EXIT                 CNB24000
069700     MOVE SPACES                   TO WS-VFY-LINE                 CNB24000
069800     IF WS-PROBLEM = SPACES                                       CNB24000
069900        ADD 1 TO WS-RESTORED-COUNT                                CNB24000
070000        IF CL-VERIFY-FAILED                                       CNB24000
070100           ADD 1 TO WS-CORRECTED-COUNT                            CNB24000
070200           MOVE 'CORRECTED'        TO VFY-ACTION                  CNB24000
070300           MOVE CL-VERIFY-REASON   TO WS-PROBLEM                  CNB24000
070400           PERFORM P8200-PROBLEM-TEXT                             CNB24000
070500           PERFORM P8300-PRINT-VERIFY                             CNB24000
070600        END-IF                                                    CNB24000
070700        SET CL-VERIFY-OK TO TRUE                                  CNB24000
070800        MOVE SPACES                TO CL-VERIFY-REASON            CNB24000
070900     ELSE                                                         CNB24000
071000        ADD 1 TO WS-FAILED-COUNT                                  CNB24000
071100        IF CL-VERIFY-FAILED                                       CNB24000
071200           MOVE 'STILL OUT'        TO VFY-ACTION                  CNB24000
071300        ELSE                                                      CNB24000
071400           MOVE 'FAILED'           TO VFY-ACTION                  CNB24000
071500        END-IF                                                    CNB24000
071600        PERFORM P8200-PROBLEM-TEXT                                CNB24000
071700        PERFORM P8300-PRINT-VERIFY                                CNB24000
071800        SET CL-VERIFY-FAILED TO TRUE                              CNB24000
071900        MOVE WS-PROBLEM            TO CL-VERIFY-REASON            CNB24000
072000     END-IF                                                       CNB24000
072100     MOVE WS-RUN-DATE-TIME         TO CL-VERIFY-DATE-TIME         CNB24000
072200     REWRITE CL-RECORD                                            CNB24000
072300     IF NOT WS-CL-OK                                              CNB24000
072400        MOVE 'P4100-REWR-CL'       TO WS-ABEND-PARAGRAPH          CNB24000
072500        MOVE WS-CL-STATUS          TO WS-ABEND-STATUS             CNB24000
072600        PERFORM P9999-GOT-PROBLEM                                 CNB24000
072700     END-IF.                                                      CNB24000
072800 P4100-EXIT.                                                      CNB24000
072900     EXIT.                                                        CNB24000
073000*                                                                 CNB24000
073100 P4200-CHECK-RESTORED.                                            CNB24000
073200*    THE EMPLOYEE MUST BE OFF THE CANCELLED CALL AND BACK ON THE  CNB24000
073300*    TURN OR EXTRABOARD POSITION THEY WERE CALLED FROM.           CNB24000
073400     MOVE SPACES                   TO WS-PROBLEM                  CNB24000
073500                                      WS-MSTR                     CNB24000
073600     MOVE CL-EMP-NBR               TO MIO-EMP-NBR                 CNB24000
073700     READ MSTR-FILE KEY IS MIO-EMP-NBR                            CNB24000
073800     IF WS-MSTRF-NOTFND                                           CNB24000
073900        MOVE 'NOEM'                TO WS-PROBLEM                  CNB24000
074000        GO TO P4200-EXIT                                          CNB24000
074100     END-IF                                                       CNB24000
074200     IF NOT WS-MSTRF-OK                                           CNB24000
074300        MOVE 'P4200-RD-MST'        TO WS-ABEND-PARAGRAPH          CNB24000
074400        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB24000
074500        PERFORM P9999-GOT-PROBLEM                                 CNB24000
074600     END-IF                                                       CNB24000
074700     MOVE MIO-RECORD               TO WS-MSTR                     CNB24000
074800     IF WORKING                                                   CNB24000
074900        AND LAST-ON-DUTY-TIME NOT > CL-CANCEL-DATE-TIME           CNB24000
075000        MOVE 'WORK'                TO WS-PROBLEM                  CNB24000
075100        GO TO P4200-EXIT                                          CNB24000
075200     END-IF                                                       CNB24000
075300     IF NOT AVAILABLE AND NOT WORKING                             CNB24000
075400        AND LAYOFF-TIME NOT > CL-CANCEL-DATE-TIME                 CNB24000
075500        MOVE 'UNAV'                TO WS-PROBLEM                  CNB24000
075600        GO TO P4200-EXIT                                          CNB24000
075700     END-IF                                                       CNB24000
075800     IF CL-XB-TURN                                                CNB24000
075900        MOVE CL-TURN-DIST          TO WK-ASGN-DIST                CNB24000
076000        MOVE CL-TURN-SDIST         TO WK-ASGN-SUB-DIST            CNB24000
076100        MOVE CL-TURN-CC            TO WK-ASGN-CC                  CNB24000
076200        MOVE CL-TURN-NBR           TO WK-ASGN-XB-TURN             CNB24000
076300        READ ASGN-FILE                                            CNB24000
076400        IF NOT WS-ASGN-OK AND NOT WS-ASGN-NOTFND                  CNB24000
076500           MOVE 'P4200-RD-ASGN'    TO WS-ABEND-PARAGRAPH          CNB24000
076600           MOVE WS-ASGN-STATUS     TO WS-ABEND-STATUS             CNB24000
076700           PERFORM P9999-GOT-PROBLEM                              CNB24000
076800        END-IF                                                    CNB24000
076900        IF WS-ASGN-NOTFND                                         CNB24000
077000           OR ASGN-EMP-NO NOT = CL-EMP-NBR                        CNB24000
077100           MOVE 'XBTN'             TO WS-PROBLEM                  CNB24000
077200        END-IF                                                    CNB24000
077300        GO TO P4200-EXIT                                          CNB24000
077400     END-IF                                                       CNB24000
077500     IF CL-POOL-TURN                                              CNB24000
077600        MOVE CL-TURN-DIST          TO UFIO-DIST                   CNB24000
077700        MOVE CL-TURN-SDIST         TO UFIO-SDIST                  CNB24000
077800        MOVE CL-TURN-POOL          TO UFIO-POOL                   CNB24000
077900        MOVE CL-TURN-NBR           TO UFIO-TURN                   CNB24000
078000        READ UFP-FILE                                             CNB24000
078100        IF NOT WS-UFP-OK AND NOT WS-UFP-NOTFND                    CNB24000
078200           MOVE 'P4200-RD-UFP'     TO WS-ABEND-PARAGRAPH          CNB24000
078300           MOVE WS-UFP-STATUS      TO WS-ABEND-STATUS             CNB24000
078400           PERFORM P9999-GOT-PROBLEM                              CNB24000
078500        END-IF                                                    CNB24000
078600        IF WS-UFP-NOTFND                                          CNB24000
078700           OR UFIO-EMP-NO NOT = CL-EMP-NBR                        CNB24000
078800           MOVE 'PLTN'             TO WS-PROBLEM                  CNB24000
078900           GO TO P4200-EXIT                                       CNB24000
079000        END-IF                                                    CNB24000
079100*       A LATER CALL MAY HAVE TAKEN THE TURN OUT OF TOWN SINCE.   CNB24000
079200        IF CL-CANCELLED-AT-HOME                                   CNB24000
079300           AND NOT WORKING                                        CNB24000
079400           AND NOT UFIO-IN-TOWN                                   CNB24000
079500           MOVE 'TOWN'             TO WS-PROBLEM                  CNB24000
079600        END-IF                                                    CNB24000
079700     END-IF.                                                      CNB24000
079800 P4200-EXIT.                                                      CNB24000
079900     EXIT.                                                        CNB24000
080000*                                                                 CNB24000
080100 P8000-DATE-TO-SERIAL.                                            CNB24000
080200*    DAYS FROM 01/01/00 TO THE YYMMDD IN WS-SERIAL-DATE-TIME.     CNB24000
080300     DIVIDE WS-SD-YY BY 4 GIVING WS-LEAP-QUOT                     CNB24000
080400            REMAINDER WS-LEAP-REM                                 CNB24000
080500     COMPUTE WS-SERIAL-DAYS = (WS-SD-YY * 365) + WS-LEAP-QUOT     CNB24000
080600           + WS-CUM-MON (WS-SD-MM) + WS-SD-DD                     CNB24000
080700     IF WS-LEAP-REM = ZEROS                                       CNB24000
080800        AND WS-SD-MM < 3                                          CNB24000
080900        SUBTRACT 1 FROM WS-SERIAL-DAYS                            CNB24000
081000     END-IF.                                                      CNB24000
081100*                                                                 CNB24000
081200 P8100-EVENT-MINUTES.                                             CNB24000
081300     PERFORM P8000-DATE-TO-SERIAL                                 CNB24000
081400     COMPUTE WS-MINS-EVENT = (WS-SERIAL-DAYS * 1440)              CNB24000
081500           + (WS-SD-HH * 60) + WS-SD-MIN.                         CNB24000
081600*                                                                 CNB24000
081700 P8200-PROBLEM-TEXT.                                              CNB24000
081800     EVALUATE WS-PROBLEM                                          CNB24000
081900        WHEN 'NOEM'                                               CNB24000
082000             MOVE 'NOT ON THE MASTER FILE'   TO WS-PROBLEM-TEXT   CNB24000
082100        WHEN 'WORK'                                               CNB24000
082200             MOVE 'STILL WORKING CANCELLED CALL'                  CNB24000
082300                                             TO WS-PROBLEM-TEXT   CNB24000
082400        WHEN 'UNAV'                                               CNB24000
082500             MOVE 'NOT MARKED BACK UP'       TO WS-PROBLEM-TEXT   CNB24000
082600        WHEN 'XBTN'                                               CNB24000
082700             MOVE 'NOT ON EXTRABOARD POSITION' TO WS-PROBLEM-TEXT CNB24000
082800        WHEN 'PLTN'                                               CNB24000
082900             MOVE 'NOT ON POOL TURN'         TO WS-PROBLEM-TEXT   CNB24000
083000        WHEN 'TOWN'                                               CNB24000
083100             MOVE 'POOL TURN NOT IN TOWN'    TO WS-PROBLEM-TEXT   CNB24000
083200        WHEN OTHER                                                CNB24000
083300             MOVE WS-PROBLEM                 TO WS-PROBLEM-TEXT   CNB24000
083400     END-EVALUATE.                                                CNB24000
083500*                                                                 CNB24000
083600 P8300-PRINT-VERIFY.                                              CNB24000
083700     MOVE CL-EMP-NBR               TO VFY-EMP-NBR                 CNB24000
083800     MOVE CL-EMP-NAME              TO VFY-EMP-NAME                CNB24000
083900     MOVE CL-TRAIN                 TO VFY-TRAIN                   CNB24000
084000     MOVE CL-CALL-DATE-TIME        TO VFY-CALLED                  CNB24000
084100     MOVE CL-CANCEL-DATE-TIME      TO VFY-CANCELLED               CNB24000
084200     MOVE CL-TURN-TYPE             TO VFY-TURN-TYPE               CNB24000
084300     MOVE CL-TURN                  TO VFY-TURN                    CNB24000
084400     MOVE LAYOFF-CODE              TO VFY-STATUS                  CNB24000
084500     MOVE WS-PROBLEM-TEXT          TO VFY-PROBLEM                 CNB24000
084600     WRITE RPT-LINE FROM WS-VFY-LINE.                             CNB24000
084700*                                                                 CNB24000
084800 P9000-TERMINATE.                                                 CNB24000
084900     MOVE SPACES                   TO RPT-LINE                    CNB24000
085000     WRITE RPT-LINE                                               CNB24000
085100     MOVE 'REGISTER RECORDS READ .....' TO CNT-LABEL              CNB24000
085200     MOVE WS-READ-COUNT            TO CNT-VALUE                   CNB24000
085300     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB24000
085400     IF WS-FUNC-DAILY                                             CNB24000
085500        MOVE 'CANCELLED ON REPORT DATE ..' TO CNT-LABEL           CNB24000
085600        MOVE WS-DAY-COUNT          TO CNT-VALUE                   CNB24000
085700        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB24000
085800        IF WS-OVER-COUNT > ZEROS                                  CNB24000
085900           MOVE 'NOT LISTED - TABLE FULL ...' TO CNT-LABEL        CNB24000
086000           MOVE WS-OVER-COUNT      TO CNT-VALUE                   CNB24000
086100           WRITE RPT-LINE FROM WS-CNT-LINE                        CNB24000
086200        END-IF                                                    CNB24000
086300        MOVE 'PURGED FROM REGISTER ......' TO CNT-LABEL           CNB24000
086400        MOVE WS-PURGE-COUNT        TO CNT-VALUE                   CNB24000
086500        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB24000
086600     ELSE                                                         CNB24000
086700        MOVE 'CANCELS CHECKED ...........' TO CNT-LABEL           CNB24000
086800        MOVE WS-CHECK-COUNT        TO CNT-VALUE                   CNB24000
086900        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB24000
087000        MOVE 'RESTORED TO THE BOARD .....' TO CNT-LABEL           CNB24000
087100        MOVE WS-RESTORED-COUNT     TO CNT-VALUE                   CNB24000
087200        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB24000
087300        MOVE 'CORRECTED SINCE LAST RUN ..' TO CNT-LABEL           CNB24000
087400        MOVE WS-CORRECTED-COUNT    TO CNT-VALUE                   CNB24000
087500        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB24000
087600        MOVE 'NOT RESTORED ..............' TO CNT-LABEL           CNB24000
087700        MOVE WS-FAILED-COUNT       TO CNT-VALUE                   CNB24000
087800        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB24000
087900        CLOSE MSTR-FILE                                           CNB24000
088000              ASGN-FILE                                           CNB24000
088100              UFP-FILE                                            CNB24000
088200     END-IF                                                       CNB24000
088300     CLOSE CL-FILE                                                CNB24000
088400           RPT-FILE.                                              CNB24000
088500*                                                                 CNB24000
088600 P9999-GOT-PROBLEM.                                               CNB24000
088610     MOVE 'CNB240'                 TO XE-PROGRAM                  CNB24000
088620     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB24000
088630     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB24000
088640     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB24000
088700     DISPLAY 'CNB240 ABEND IN ' WS-ABEND-PARAGRAPH                CNB24000
088800              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB24000
088900     MOVE 16 TO RETURN-CODE                                       CNB24000
089000     GOBACK.                                                      CNB24000
