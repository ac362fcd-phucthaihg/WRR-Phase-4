000100 IDENTIFICATION DIVISION.                                         CNB26000
000200 PROGRAM-ID. CNB260.                                              CNB26000
000300*AUTHOR.     JMC.                                                 CNB26000
000400*DATE-WRITTEN. 10/15/26.                                          CNB26000
000500*REMARKS.                                                         CNB26000
000600*    FORCE-ASSIGNMENT (JUNIOR FORCING) ROTATION AND REGISTER.     CNB26000
000700*    WHEN A CNB150 BULLETIN CLOSES NO-BID AND THE BOARD CANNOT    CNB26000
000800*    COVER THE VACANCY THE AGREEMENT REQUIRES FORCING THE JUNIOR  CNB26000
000900*    QUALIFIED EMPLOYEE, ROTATING SO THE SAME JUNIOR IS NOT       CNB26000
001000*    FORCED EVERY TIME.  THAT WAS DONE FROM CNP06'S SENIORITY     CNB26000
001100*    BOARD AND MEMORY.  FUNCTIONS FROM THE PARM CARD:             CNB26000
001200*      FORCE    - ONE FRCTRAN CARD PER VACANCY TO FORCE (BULLETIN CNB26000
001300*                 NUMBER, USER ID, REASON).  THE BULLETIN MUST BE CNB26000
001400*                 NO-BID.  THE CANDIDATES ARE THE BULLETIN'S DIST/CNB26000
001500*                 SDIST/CRAFT ROSTER (QUALIFIED AS FOR A CNB150   CNB26000
001600*                 AWARD) WHO ARE ON THE MASTER AVAILABLE OR       CNB26000
001700*                 WORKING.  THE ROTATION ORDER IS FEWEST FORCES ONCNB26000
001800*                 THAT BOARD SINCE THE ROTATION START (PARM CYCLE-CNB26000
001900*                 START, DEFAULT 1 JANUARY OF THE RUN YEAR), THEN CNB26000
002000*                 THE JUNIOR (HIGHEST ROSTER RANK).  THE FORCE IS CNB26000
002100*                 POSTED TO THE JOB-HOLDER FILE AS A CNB150 AWARD,CNB26000
002200*                 THE BULLETIN IS MARKED FILLED BY FORCE (METHOD FCNB26000
002300*                 FOR CNB214) AND THE FORCE IS WRITTEN TO THE     CNB26000
002400*                 FRCFILE REGISTER.  THE REPORT LISTS EVERY JUNIORCNB26000
002500*                 EMPLOYEE PASSED OVER AND WHY, FOR ANY CLAIM.    CNB26000
002600*      INQUIRY  - EACH EMPLOYEE'S FORCE HISTORY FROM THE REGISTER CNB26000
002700*                 (PARM EMP-NBR, BLANK = EVERY EMPLOYEE).         CNB26000
002800*      QUARTER  - FORCING DISTRIBUTION PER BOARD FOR THE PARM     CNB26000
002900*                 QUARTER CCYYQ (BLANK = THE QUARTER BEFORE THE   CNB26000
003000*                 RUN DATE): FORCES PER EMPLOYEE AND BOARD TOTALS.CNB26000
003100*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB26000
003200*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB26000
003300*                                                                 CNB26000
003400*TBD  THE BULLETIN, ROSTER AND JOB-HOLDER SHAPES ARE THE ONES     CNB26000
003500*CNB150 CARRIES.  VERIFY BEFORE NEXT COMPILE.                     CNB26000
003600*                                                                 CNB26000
003700 ENVIRONMENT DIVISION.                                            CNB26000
003800 CONFIGURATION SECTION.                                           CNB26000
003900 SOURCE-COMPUTER.  IBM-370.                                       CNB26000
004000 OBJECT-COMPUTER.  IBM-370.                                       CNB26000
004100 INPUT-OUTPUT SECTION.                                            CNB26000
004200 FILE-CONTROL.                                                    CNB26000
004300     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB26000
004400            ORGANIZATION  SEQUENTIAL                              CNB26000
004500            FILE STATUS   WS-PARM-STATUS.                         CNB26000
004600     SELECT FTRAN-FILE   ASSIGN TO FRCTRAN                        CNB26000
004700            ORGANIZATION  SEQUENTIAL                              CNB26000
004800            FILE STATUS   WS-FTRAN-STATUS.                        CNB26000
004900     SELECT BUL-FILE     ASSIGN TO BULFILE                        CNB26000
005000            ORGANIZATION  INDEXED                                 CNB26000
005100            ACCESS MODE   DYNAMIC                                 CNB26000
005200            RECORD KEY    BU-KEY                                  CNB26000
005300            FILE STATUS   WS-BUL-STATUS.                          CNB26000
005400     SELECT ROS-FILE     ASSIGN TO ROSFILE                        CNB26000
005500            ORGANIZATION  INDEXED                                 CNB26000
005600            ACCESS MODE   DYNAMIC                                 CNB26000
005700            RECORD KEY    ROS-KEY                                 CNB26000
005800            FILE STATUS   WS-ROS-STATUS.                          CNB26000
005900     SELECT JA-FILE      ASSIGN TO JOBASGN                        CNB26000
006000            ORGANIZATION  INDEXED                                 CNB26000
006100            ACCESS MODE   RANDOM                                  CNB26000
006200            RECORD KEY    JA-KEY                                  CNB26000
006300            FILE STATUS   WS-JA-STATUS.                           CNB26000
006400     SELECT MSTR-FILE    ASSIGN TO MSTRFILE                       CNB26000
006500            ORGANIZATION  INDEXED                                 CNB26000
006600            ACCESS MODE   DYNAMIC                                 CNB26000
006700            RECORD KEY    MIO-KEY                                 CNB26000
006800            ALTERNATE RECORD KEY MIO-EMP-NBR                      CNB26000
006900            FILE STATUS   WS-MSTRF-STATUS.                        CNB26000
007000     SELECT FRC-FILE     ASSIGN TO FRCFILE                        CNB26000
007100            ORGANIZATION  INDEXED                                 CNB26000
007200            ACCESS MODE   DYNAMIC                                 CNB26000
007300            RECORD KEY    FR-KEY                                  CNB26000
007400            FILE STATUS   WS-FRC-STATUS.                          CNB26000
007500     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB26000
007600            ORGANIZATION  LINE SEQUENTIAL                         CNB26000
007700            FILE STATUS   WS-RPT-STATUS.                          CNB26000
007800*                                                                 CNB26000
007900 DATA DIVISION.                                                   CNB26000
008000 FILE SECTION.                                                    CNB26000
008100 FD  PARM-FILE                                                    CNB26000
008200     RECORD CONTAINS 80 CHARACTERS.                               CNB26000
008300 01  WS-PARM-RECORD.                                              CNB26000
008400     05  PARM-FUNC                 PIC X(8).                      CNB26000
008500     05  PARM-DATE-TIME            PIC X(12).                     CNB26000
008600*    CCYYMMDD:                                                    CNB26000
008700     05  PARM-CYCLE-START          PIC X(8).                      CNB26000
008800     05  PARM-EMP-NBR              PIC X(9).                      CNB26000
008900*    CCYYQ:                                                       CNB26000
009000     05  PARM-QUARTER.                                            CNB26000
009100         10  PARM-QTR-CCYY         PIC X(4).                      CNB26000
009200         10  PARM-QTR-Q            PIC X(1).                      CNB26000
009300     05  FILLER                    PIC X(38).                     CNB26000
009400 FD  FTRAN-FILE                                                   CNB26000
009500     RECORD CONTAINS 80 CHARACTERS.                               CNB26000
009600 01  WS-FTRAN-RECORD.                                             CNB26000
009700     05  FT-BULLETIN-NBR           PIC X(12).                     CNB26000
009800     05  FT-USERID                 PIC X(8).                      CNB26000
009900     05  FT-REASON                 PIC X(20).                     CNB26000
010000     05  FILLER                    PIC X(40).                     CNB26000
010100 FD  BUL-FILE                                                     CNB26000
010200     RECORD CONTAINS 120 CHARACTERS.                              CNB26000
010300 01  BU-RECORD.                                                   CNB26000
010400     05  BU-KEY.                                                  CNB26000
010500         10  BU-BULLETIN-NBR       PIC X(12).                     CNB26000
010600     05  BU-DIST                   PIC X(2).                      CNB26000
010700     05  BU-SDIST                  PIC X(2).                      CNB26000
010800     05  BU-CRAFT                  PIC X(2).                      CNB26000
010900     05  BU-POOL                   PIC X(10).                     CNB26000
011000     05  BU-TURN                   PIC X(4).                      CNB26000
011100     05  BU-DESCRIPTION            PIC X(20).                     CNB26000
011200     05  BU-CLOSE-DATE             PIC X(8).                      CNB26000
011300     05  BU-STATUS                 PIC X(1).                      CNB26000
011400         88  BU-OPEN                     VALUE 'O'.               CNB26000
011500         88  BU-AWARDED                  VALUE 'A'.               CNB26000
011600         88  BU-NO-BID                   VALUE 'N'.               CNB26000
011700     05  BU-AWARD-EMP              PIC X(9).                      CNB26000
011800     05  BU-OPEN-DATE-TIME         PIC X(10).                     CNB26000
011900     05  BU-FILL-DATE-TIME         PIC X(10).                     CNB26000
012000     05  BU-FILL-METHOD            PIC X(1).                      CNB26000
012100         88  BU-BY-AWARD                 VALUE 'A'.               CNB26000
012200         88  BU-BY-XB-CALL               VALUE 'X'.               CNB26000
012300         88  BU-BY-FORCE                 VALUE 'F'.               CNB26000
012400     05  FILLER                    PIC X(29).                     CNB26000
012500 FD  ROS-FILE                                                     CNB26000
012600     RECORD CONTAINS 80 CHARACTERS.                               CNB26000
012700 01  ROS-RECORD.                                                  CNB26000
012800     05  ROS-KEY.                                                 CNB26000
012900         10  ROS-DIST              PIC X(2).                      CNB26000
013000         10  ROS-SDIST             PIC X(2).                      CNB26000
013100         10  ROS-CRAFT             PIC X(2).                      CNB26000
013200         10  ROS-RANK              PIC 9(4).                      CNB26000
013300     05  ROS-EMP-NBR               PIC X(9).                      CNB26000
013400     05  ROS-SEN-DATE              PIC X(8).                      CNB26000
013500     05  FILLER                    PIC X(53).                     CNB26000
013600 FD  JA-FILE                                                      CNB26000
013700     RECORD CONTAINS 80 CHARACTERS.                               CNB26000
013800 01  JA-RECORD.                                                   CNB26000
013900     05  JA-KEY.                                                  CNB26000
014000         10  JA-DIST               PIC X(2).                      CNB26000
014100         10  JA-SDIST              PIC X(2).                      CNB26000
014200         10  JA-JOB-ID             PIC X(6).                      CNB26000
014300     05  JA-EMP-NBR                PIC X(9).                      CNB26000
014400     05  JA-CRAFT                  PIC X(2).                      CNB26000
014500     05  FILLER                    PIC X(59).                     CNB26000
014600 FD  MSTR-FILE                                                    CNB26000
014700     RECORD CONTAINS 500 CHARACTERS.                              CNB26000
014800 01  MIO-RECORD.                                                  CNB26000
014900     05  MIO-KEY.                                                 CNB26000
015000         10  MIO-DIST              PIC X(2).                      CNB26000
015100         10  MIO-SDIST             PIC X(2).                      CNB26000
015200         10  MIO-CRAFT             PIC X(2).                      CNB26000
015300         10  MIO-EMP-NAME          PIC X(26).                     CNB26000
015400         10  MIO-EMP-NBR           PIC X(9).                      CNB26000
015500     05  FILLER                    PIC X(459).                    CNB26000
015600 FD  FRC-FILE                                                     CNB26000
015700     RECORD CONTAINS 150 CHARACTERS.                              CNB26000
015800 01  FR-RECORD.                                                   CNB26000
015900     05  FR-KEY.                                                  CNB26000
016000         10  FR-EMP-NBR            PIC X(9).                      CNB26000
016100*        CCYYMMDDHHMM:                                            CNB26000
016200         10  FR-FORCE-STAMP        PIC X(12).                     CNB26000
016300         10  FR-BULLETIN-NBR       PIC X(12).                     CNB26000
016400     05  FR-BOARD.                                                CNB26000
016500         10  FR-DIST               PIC X(2).                      CNB26000
016600         10  FR-SDIST              PIC X(2).                      CNB26000
016700         10  FR-CRAFT              PIC X(2).                      CNB26000
016800     05  FR-POOL                   PIC X(10).                     CNB26000
016900     05  FR-TURN                   PIC X(4).                      CNB26000
017000     05  FR-DESCRIPTION            PIC X(20).                     CNB26000
017100     05  FR-RANK                   PIC 9(4).                      CNB26000
017200*    FORCES ON THE BOARD IN THE ROTATION BEFORE THIS ONE:         CNB26000
017300     05  FR-PRIOR-FORCES           PIC 9(3).                      CNB26000
017400     05  FR-CYCLE-START            PIC X(8).                      CNB26000
017500     05  FR-EMP-NAME               PIC X(26).                     CNB26000
017600     05  FR-USERID                 PIC X(8).                      CNB26000
017700     05  FR-REASON                 PIC X(20).                     CNB26000
017800     05  FILLER                    PIC X(8).                      CNB26000
017900 FD  RPT-FILE                                                     CNB26000
018000     RECORD CONTAINS 132 CHARACTERS.                              CNB26000
018100 01  RPT-LINE                      PIC X(132).                    CNB26000
018200*                                                                 CNB26000
018300 WORKING-STORAGE SECTION.                                         CNB26000
018400 COPY WSMSTR.                                                     CNB26000
018500 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB26000
018600     88  WS-PARM-OK                       VALUE '00'.             CNB26000
018700 01  WS-FTRAN-STATUS               PIC XX VALUE SPACES.           CNB26000
018800     88  WS-FTRAN-OK                      VALUE '00'.             CNB26000
018900 01  WS-BUL-STATUS                 PIC XX VALUE SPACES.           CNB26000
019000     88  WS-BUL-OK                        VALUE '00'.             CNB26000
019100     88  WS-BUL-NOTFND                    VALUE '23'.             CNB26000
019200 01  WS-ROS-STATUS                 PIC XX VALUE SPACES.           CNB26000
019300     88  WS-ROS-OK                        VALUE '00'.             CNB26000
019400 01  WS-JA-STATUS                  PIC XX VALUE SPACES.           CNB26000
019500     88  WS-JA-OK                         VALUE '00'.             CNB26000
019600     88  WS-JA-DUP                        VALUE '22'.             CNB26000
019700 01  WS-MSTRF-STATUS               PIC XX VALUE SPACES.           CNB26000
019800     88  WS-MSTRF-OK                      VALUE '00'.             CNB26000
019900     88  WS-MSTRF-NOTFND                  VALUE '23'.             CNB26000
020000 01  WS-FRC-STATUS                 PIC XX VALUE SPACES.           CNB26000
020100     88  WS-FRC-OK                        VALUE '00'.             CNB26000
020200     88  WS-FRC-NOTFND                    VALUE '23'.             CNB26000
020300 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB26000
020400     88  WS-RPT-OK                        VALUE '00'.             CNB26000
020500 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB26000
020600 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB26000
020700 COPY WSERRLOG.                                                   CNB26000
020800 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB26000
020900     88  WS-FUNC-FORCE                    VALUE 'FORCE'.          CNB26000
021000     88  WS-FUNC-INQUIRY                  VALUE 'INQUIRY'.        CNB26000
021100     88  WS-FUNC-QUARTER                  VALUE 'QUARTER'.        CNB26000
021200 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB26000
021300 01  WS-RUN-STAMP                  PIC X(12) VALUE SPACES.        CNB26000
021400 01  WS-CYCLE-START                PIC X(8) VALUE SPACES.         CNB26000
021500 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB26000
021600     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB26000
021700 01  WS-FRC-EOF-SW                 PIC X  VALUE 'N'.              CNB26000
021800     88  WS-EOF-FRC                       VALUE 'Y'.              CNB26000
021900 01  WS-ROS-DONE-SW                PIC X  VALUE 'N'.              CNB26000
022000     88  WS-ROS-DONE                      VALUE 'Y'.              CNB26000
022100*                                                                 CNB26000
022200*    FORCES PER BOARD AND EMPLOYEE SINCE THE ROTATION START       CNB26000
022300*                                                                 CNB26000
022400 01  WS-RC-MAX                     PIC S9(4) COMP VALUE 5000.     CNB26000
022500 01  WS-RC-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB26000
022600 01  WS-RC-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB26000
022700 01  WS-RC-FOUND-SW                PIC X  VALUE 'N'.              CNB26000
022800     88  WS-RC-FOUND                      VALUE 'Y'.              CNB26000
022900 01  WS-RC-NEW-KEY.                                               CNB26000
023000     05  WS-RC-NEW-BOARD           PIC X(6).                      CNB26000
023100     05  WS-RC-NEW-EMP             PIC X(9).                      CNB26000
023200 01  WS-RC-TABLE.                                                 CNB26000
023300     05  WS-RC-ENTRY OCCURS 5000 TIMES.                           CNB26000
023400         10  WS-RC-KEY             PIC X(15).                     CNB26000
023500         10  WS-RC-FORCES          PIC 9(3).                      CNB26000
023600 01  WS-RC-RESULT                  PIC 9(3) VALUE ZEROS.          CNB26000
023700*                                                                 CNB26000
023800*    THE BULLETIN BOARD'S ROSTER, SENIOR FIRST, AS CANDIDATES     CNB26000
023900*                                                                 CNB26000
024000 01  WS-CD-MAX                     PIC S9(4) COMP VALUE 1500.     CNB26000
024100 01  WS-CD-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB26000
024200 01  WS-CD-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB26000
024300 01  WS-CD-PICK                    PIC S9(4) COMP VALUE ZEROS.    CNB26000
024400 01  WS-CD-TABLE.                                                 CNB26000
024500     05  WS-CD-ENTRY OCCURS 1500 TIMES.                           CNB26000
024600         10  WS-CD-EMP-NBR         PIC X(9).                      CNB26000
024700         10  WS-CD-EMP-NAME        PIC X(26).                     CNB26000
024800         10  WS-CD-RANK            PIC 9(4).                      CNB26000
024900         10  WS-CD-FORCES          PIC 9(3).                      CNB26000
025000         10  WS-CD-ELIGIBLE-SW     PIC X(1).                      CNB26000
025100             88  WS-CD-ELIGIBLE          VALUE 'Y'.               CNB26000
025200         10  WS-CD-REASON          PIC X(30).                     CNB26000
025300 01  WS-CD-LOST-COUNT              PIC 9(7) VALUE ZEROS.          CNB26000
025400 01  WS-REJECT-REASON              PIC X(30) VALUE SPACES.        CNB26000
025500*                                                                 CNB26000
025600*    QUARTERLY DISTRIBUTION - BOARD THEN EMPLOYEE                 CNB26000
025700*                                                                 CNB26000
025800 01  WS-QTR-FROM                   PIC X(6) VALUE SPACES.         CNB26000
025900 01  WS-QTR-TO                     PIC X(6) VALUE SPACES.         CNB26000
026000 01  WS-QTR-CCYY                   PIC 9(4) VALUE ZEROS.          CNB26000
026100 01  WS-QTR-Q                      PIC 9(1) VALUE ZEROS.          CNB26000
026200 01  WS-QTR-MM                     PIC 9(2) VALUE ZEROS.          CNB26000
026300 01  WS-QTR-MONTH.                                                CNB26000
026400     05  WS-QM-CCYY                PIC 9(4).                      CNB26000
026500     05  WS-QM-MM                  PIC 9(2).                      CNB26000
026600 01  WS-QD-MAX                     PIC S9(4) COMP VALUE 5000.     CNB26000
026700 01  WS-QD-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB26000
026800 01  WS-QD-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB26000
026900 01  WS-QD-SUB2                    PIC S9(4) COMP VALUE ZEROS.    CNB26000
027000 01  WS-QD-INS-AT                  PIC S9(4) COMP VALUE ZEROS.    CNB26000
027100 01  WS-QD-TABLE.                                                 CNB26000
027200     05  WS-QD-ENTRY OCCURS 5000 TIMES.                           CNB26000
027300         10  WS-QD-KEY.                                           CNB26000
027400             15  WS-QD-BOARD       PIC X(6).                      CNB26000
027500             15  WS-QD-EMP-NBR     PIC X(9).                      CNB26000
027600         10  WS-QD-EMP-NAME        PIC X(26).                     CNB26000
027700         10  WS-QD-RANK            PIC 9(4).                      CNB26000
027800         10  WS-QD-FORCES          PIC 9(3).                      CNB26000
027900 01  WS-QD-LAST-BOARD              PIC X(6) VALUE SPACES.         CNB26000
028000 01  WS-BD-FORCES                  PIC 9(5) VALUE ZEROS.          CNB26000
028100 01  WS-BD-EMPS                    PIC 9(5) VALUE ZEROS.          CNB26000
028200 01  WS-BD-MOST                    PIC 9(3) VALUE ZEROS.          CNB26000
028300 01  WS-QD-LOST-COUNT              PIC 9(7) VALUE ZEROS.          CNB26000
028400*                                                                 CNB26000
028500 01  WS-INQ-LAST-EMP               PIC X(9) VALUE SPACES.         CNB26000
028600 01  WS-INQ-EMP-FORCES             PIC 9(5) VALUE ZEROS.          CNB26000
028700 01  WS-CARD-COUNT                 PIC 9(7) VALUE ZEROS.          CNB26000
028800 01  WS-FORCE-COUNT                PIC 9(7) VALUE ZEROS.          CNB26000
028900 01  WS-REJECT-COUNT               PIC 9(7) VALUE ZEROS.          CNB26000
029000 01  WS-NOCAND-COUNT               PIC 9(7) VALUE ZEROS.          CNB26000
029100 01  WS-REG-COUNT                  PIC 9(7) VALUE ZEROS.          CNB26000
029200 01  WS-LIST-COUNT                 PIC 9(7) VALUE ZEROS.          CNB26000
029300 01  WS-HDR-LINE.                                                 CNB26000
029400     05  FILLER                PIC X(38)  VALUE                   CNB26000
029500         'CNB260 - FORCE-ASSIGNMENT REGISTER'.                    CNB26000
029600     05  FILLER                PIC X(2)   VALUE SPACES.           CNB26000
029700     05  HDR-FUNC              PIC X(8).                          CNB26000
029800     05  FILLER                PIC X(2)   VALUE SPACES.           CNB26000
029900     05  HDR-DATE-TIME         PIC X(12).                         CNB26000
030000     05  FILLER                PIC X(70)  VALUE SPACES.           CNB26000
030100 01  WS-TITLE-LINE.                                               CNB26000
030200     05  TTL-TEXT                  PIC X(80).                     CNB26000
030300     05  FILLER                    PIC X(52) VALUE SPACES.        CNB26000
030400 01  WS-FD-HDR-LINE.                                              CNB26000
030500     05  FILLER                    PIC X(40) VALUE                CNB26000
030600         'BULLETIN      BOARD     POOL       TURN '.              CNB26000
030700     05  FILLER                    PIC X(40) VALUE                CNB26000
030800         ' EMPLOYEE   NAME                       '.               CNB26000
030900     05  FILLER                    PIC X(52) VALUE                CNB26000
031000         '  RANK  FRCS  RESULT'.                                  CNB26000
031100 01  WS-FD-LINE.                                                  CNB26000
031200     05  FDL-BULLETIN-NBR          PIC X(12).                     CNB26000
031300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26000
031400     05  FDL-DIST                  PIC X(2).                      CNB26000
031500     05  FILLER                    PIC X(1) VALUE '/'.            CNB26000
031600     05  FDL-SDIST                 PIC X(2).                      CNB26000
031700     05  FILLER                    PIC X(1) VALUE '/'.            CNB26000
031800     05  FDL-CRAFT                 PIC X(2).                      CNB26000
031900     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26000
032000     05  FDL-POOL                  PIC X(10).                     CNB26000
032100     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26000
032200     05  FDL-TURN                  PIC X(4).                      CNB26000
032300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26000
032400     05  FDL-EMP-NBR               PIC X(9).                      CNB26000
032500     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26000
032600     05  FDL-EMP-NAME              PIC X(26).                     CNB26000
032700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26000
032800     05  FDL-RANK                  PIC ZZZ9.                      CNB26000
032900     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26000
033000     05  FDL-FORCES                PIC ZZ9.                       CNB26000
033100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26000
033200     05  FDL-RESULT                PIC X(30).                     CNB26000
033300     05  FILLER                    PIC X(11) VALUE SPACES.        CNB26000
033400 01  WS-PS-LINE.                                                  CNB26000
033500     05  FILLER                    PIC X(8) VALUE SPACES.         CNB26000
033600     05  FILLER                    PIC X(7) VALUE 'PASSED '.      CNB26000
033700     05  PSL-EMP-NBR               PIC X(9).                      CNB26000
033800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26000
033900     05  PSL-EMP-NAME              PIC X(26).                     CNB26000
034000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26000
034100     05  FILLER                    PIC X(5) VALUE 'RANK '.        CNB26000
034200     05  PSL-RANK                  PIC ZZZ9.                      CNB26000
034300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26000
034400     05  FILLER                    PIC X(7) VALUE 'FORCES '.      CNB26000
034500     05  PSL-FORCES                PIC ZZ9.                       CNB26000
034600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26000
034700     05  PSL-REASON                PIC X(30).                     CNB26000
034800     05  FILLER                    PIC X(25) VALUE SPACES.        CNB26000
034900 01  WS-IE-LINE.                                                  CNB26000
035000     05  FILLER                    PIC X(9) VALUE 'EMPLOYEE '.    CNB26000
035100     05  IEL-EMP-NBR               PIC X(9).                      CNB26000
035200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26000
035300     05  IEL-EMP-NAME              PIC X(26).                     CNB26000
035400     05  FILLER                    PIC X(86) VALUE SPACES.        CNB26000
035500 01  WS-IQ-HDR-LINE.                                              CNB26000
035600     05  FILLER                    PIC X(40) VALUE                CNB26000
035700         '    FORCED        BOARD     BULLETIN    '.              CNB26000
035800     05  FILLER                    PIC X(40) VALUE                CNB26000
035900         '  POOL       TURN  RANK PRIOR USER     R'.              CNB26000
036000     05  FILLER                    PIC X(52) VALUE                CNB26000
036100         'EASON'.                                                 CNB26000
036200 01  WS-IQ-LINE.                                                  CNB26000
036300     05  FILLER                    PIC X(4) VALUE SPACES.         CNB26000
036400     05  IQL-FORCE-STAMP           PIC X(12).                     CNB26000
036500     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26000
036600     05  IQL-DIST                  PIC X(2).                      CNB26000
036700     05  FILLER                    PIC X(1) VALUE '/'.            CNB26000
036800     05  IQL-SDIST                 PIC X(2).                      CNB26000
036900     05  FILLER                    PIC X(1) VALUE '/'.            CNB26000
037000     05  IQL-CRAFT                 PIC X(2).                      CNB26000
037100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26000
037200     05  IQL-BULLETIN-NBR          PIC X(12).                     CNB26000
037300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26000
037400     05  IQL-POOL                  PIC X(10).                     CNB26000
037500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26000
037600     05  IQL-TURN                  PIC X(4).                      CNB26000
037700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26000
037800     05  IQL-RANK                  PIC ZZZ9.                      CNB26000
037900     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26000
038000     05  IQL-PRIOR                 PIC ZZ9.                       CNB26000
038100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26000
038200     05  IQL-USERID                PIC X(8).                      CNB26000
038300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26000
038400     05  IQL-REASON                PIC X(20).                     CNB26000
038500     05  FILLER                    PIC X(32) VALUE SPACES.        CNB26000
038600 01  WS-ET-LINE.                                                  CNB26000
038700     05  FILLER                    PIC X(4) VALUE SPACES.         CNB26000
038800     05  FILLER                    PIC X(14)                      CNB26000
038900                                   VALUE 'TOTAL FORCES  '.        CNB26000
039000     05  ETL-FORCES                PIC ZZ,ZZ9.                    CNB26000
039100     05  FILLER                    PIC X(108) VALUE SPACES.       CNB26000
039200 01  WS-BRD-LINE.                                                 CNB26000
039300     05  FILLER                    PIC X(7) VALUE 'BOARD  '.      CNB26000
039400     05  BRL-DIST                  PIC X(2).                      CNB26000
039500     05  FILLER                    PIC X(1) VALUE '/'.            CNB26000
039600     05  BRL-SDIST                 PIC X(2).                      CNB26000
039700     05  FILLER                    PIC X(1) VALUE '/'.            CNB26000
039800     05  BRL-CRAFT                 PIC X(2).                      CNB26000
039900     05  FILLER                    PIC X(117) VALUE SPACES.       CNB26000
040000 01  WS-QL-HDR-LINE.                                              CNB26000
040100     05  FILLER                    PIC X(40) VALUE                CNB26000
040200         '    EMPLOYEE   NAME                     '.              CNB26000
040300     05  FILLER                    PIC X(40) VALUE                CNB26000
040400         '    RANK FORCES'.                                       CNB26000
040500     05  FILLER                    PIC X(52) VALUE SPACES.        CNB26000
040600 01  WS-QL-LINE.                                                  CNB26000
040700     05  FILLER                    PIC X(4) VALUE SPACES.         CNB26000
040800     05  QLL-EMP-NBR               PIC X(9).                      CNB26000
040900     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26000
041000     05  QLL-EMP-NAME              PIC X(26).                     CNB26000
041100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26000
041200     05  QLL-RANK                  PIC ZZZ9.                      CNB26000
041300     05  FILLER                    PIC X(3) VALUE SPACES.         CNB26000
041400     05  QLL-FORCES                PIC ZZ9.                       CNB26000
041500     05  FILLER                    PIC X(79) VALUE SPACES.        CNB26000
041600 01  WS-QT-LINE.                                                  CNB26000
041700     05  FILLER                    PIC X(4) VALUE SPACES.         CNB26000
041800     05  FILLER                    PIC X(24) VALUE                CNB26000
041900         'FORCES ON BOARD ....... '.                              CNB26000
042000     05  QTL-FORCES                PIC ZZ,ZZ9.                    CNB26000
042100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26000
042200     05  FILLER                    PIC X(17) VALUE                CNB26000
042300         'EMPLOYEES FORCED '.                                     CNB26000
042400     05  QTL-EMPS                  PIC ZZ,ZZ9.                    CNB26000
042500     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26000
042600     05  FILLER                    PIC X(21) VALUE                CNB26000
042700         'MOST ON ONE EMPLOYEE '.                                 CNB26000
042800     05  QTL-MOST                  PIC ZZ9.                       CNB26000
042900     05  FILLER                    PIC X(47) VALUE SPACES.        CNB26000
043000 01  WS-CNT-LINE.                                                 CNB26000
043100     05  CNT-LABEL                 PIC X(30).                     CNB26000
043200     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB26000
043300     05  FILLER                    PIC X(95) VALUE SPACES.        CNB26000
043400*                                                                 CNB26000
043500 PROCEDURE DIVISION.                                              CNB26000
043600 P0000-MAINLINE.                                                  CNB26000
043700     PERFORM P1000-INITIALIZE                                     CNB26000
043800     EVALUATE TRUE                                                CNB26000
043900        WHEN WS-FUNC-FORCE                                        CNB26000
044000             PERFORM P2000-FORCE-CARD UNTIL WS-EOF-INPUT          CNB26000
044100        WHEN WS-FUNC-INQUIRY                                      CNB26000
044200             PERFORM P3000-INQUIRY                                CNB26000
044300        WHEN OTHER                                                CNB26000
044400             PERFORM P4000-QUARTER                                CNB26000
044500     END-EVALUATE                                                 CNB26000
044600     PERFORM P9000-TERMINATE                                      CNB26000
044700     GOBACK.                                                      CNB26000
044800*                                                                 CNB26000
044900 P1000-INITIALIZE.                                                CNB26000
045000     OPEN INPUT PARM-FILE                                         CNB26000
045100     IF NOT WS-PARM-OK                                            CNB26000
045200        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB26000
045300        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB26000
045400        PERFORM P9999-GOT-PROBLEM                                 CNB26000
045500     END-IF                                                       CNB26000
045600     READ PARM-FILE                                               CNB26000
045700     IF NOT WS-PARM-OK                                            CNB26000
045800        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB26000
045900        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB26000
046000        PERFORM P9999-GOT-PROBLEM                                 CNB26000
046100     END-IF                                                       CNB26000
046200     MOVE PARM-FUNC                TO WS-FUNC                     CNB26000
046300     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB26000
046400     CLOSE PARM-FILE                                              CNB26000
046500     IF NOT WS-FUNC-FORCE AND NOT WS-FUNC-INQUIRY                 CNB26000
046600        AND NOT WS-FUNC-QUARTER                                   CNB26000
046700        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB26000
046800        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB26000
046900        PERFORM P9999-GOT-PROBLEM                                 CNB26000
047000     END-IF                                                       CNB26000
047100     MOVE '20'                     TO WS-RUN-STAMP                CNB26000
047200     MOVE WS-RUN-DATE-TIME (1:10)  TO WS-RUN-STAMP (3:10)         CNB26000
047300     OPEN OUTPUT RPT-FILE                                         CNB26000
047400     IF NOT WS-RPT-OK                                             CNB26000
047500        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB26000
047600        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB26000
047700        PERFORM P9999-GOT-PROBLEM                                 CNB26000
047800     END-IF                                                       CNB26000
047900     MOVE WS-FUNC                  TO HDR-FUNC                    CNB26000
048000     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB26000
048100     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB26000
048200     MOVE SPACES                   TO RPT-LINE                    CNB26000
048300     WRITE RPT-LINE                                               CNB26000
048400     IF WS-FUNC-FORCE                                             CNB26000
048500        PERFORM P1100-OPEN-FORCE-FILES                            CNB26000
048600     ELSE                                                         CNB26000
048700        OPEN INPUT FRC-FILE                                       CNB26000
048800        IF WS-FRC-STATUS = '35'                                   CNB26000
048900           SET WS-EOF-FRC          TO TRUE                        CNB26000
049000        ELSE                                                      CNB26000
049100           IF NOT WS-FRC-OK                                       CNB26000
049200              MOVE 'P1000-OPEN-FRC' TO WS-ABEND-PARAGRAPH         CNB26000
049300              MOVE WS-FRC-STATUS   TO WS-ABEND-STATUS             CNB26000
049400              PERFORM P9999-GOT-PROBLEM                           CNB26000
049500           END-IF                                                 CNB26000
049600        END-IF                                                    CNB26000
049700     END-IF.                                                      CNB26000
049800*                                                                 CNB26000
049900 P1100-OPEN-FORCE-FILES.                                          CNB26000
050000     MOVE PARM-CYCLE-START         TO WS-CYCLE-START              CNB26000
050100     IF WS-CYCLE-START NOT NUMERIC                                CNB26000
050200        MOVE WS-RUN-STAMP (1:4)    TO WS-CYCLE-START (1:4)        CNB26000
050300        MOVE '0101'                TO WS-CYCLE-START (5:4)        CNB26000
050400     END-IF                                                       CNB26000
050500     OPEN INPUT FTRAN-FILE                                        CNB26000
050600     IF NOT WS-FTRAN-OK                                           CNB26000
050700        MOVE 'P1100-OPEN-FTRN'     TO WS-ABEND-PARAGRAPH          CNB26000
050800        MOVE WS-FTRAN-STATUS       TO WS-ABEND-STATUS             CNB26000
050900        PERFORM P9999-GOT-PROBLEM                                 CNB26000
051000     END-IF                                                       CNB26000
051100     OPEN I-O BUL-FILE                                            CNB26000
051200     IF NOT WS-BUL-OK                                             CNB26000
051300        MOVE 'P1100-OPEN-BUL'      TO WS-ABEND-PARAGRAPH          CNB26000
051400        MOVE WS-BUL-STATUS         TO WS-ABEND-STATUS             CNB26000
051500        PERFORM P9999-GOT-PROBLEM                                 CNB26000
051600     END-IF                                                       CNB26000
051700     OPEN INPUT ROS-FILE                                          CNB26000
051800     IF NOT WS-ROS-OK                                             CNB26000
051900        MOVE 'P1100-OPEN-ROS'      TO WS-ABEND-PARAGRAPH          CNB26000
052000        MOVE WS-ROS-STATUS         TO WS-ABEND-STATUS             CNB26000
052100        PERFORM P9999-GOT-PROBLEM                                 CNB26000
052200     END-IF                                                       CNB26000
052300     OPEN I-O JA-FILE                                             CNB26000
052400     IF NOT WS-JA-OK                                              CNB26000
052500        MOVE 'P1100-OPEN-JA'       TO WS-ABEND-PARAGRAPH          CNB26000
052600        MOVE WS-JA-STATUS          TO WS-ABEND-STATUS             CNB26000
052700        PERFORM P9999-GOT-PROBLEM                                 CNB26000
052800     END-IF                                                       CNB26000
052900     OPEN INPUT MSTR-FILE                                         CNB26000
053000     IF NOT WS-MSTRF-OK                                           CNB26000
053100        MOVE 'P1100-OPEN-MSTR'     TO WS-ABEND-PARAGRAPH          CNB26000
053200        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB26000
053300        PERFORM P9999-GOT-PROBLEM                                 CNB26000
053400     END-IF                                                       CNB26000
053500     OPEN I-O FRC-FILE                                            CNB26000
053600     IF WS-FRC-STATUS = '35'                                      CNB26000
053700        OPEN OUTPUT FRC-FILE                                      CNB26000
053800        CLOSE FRC-FILE                                            CNB26000
053900        OPEN I-O FRC-FILE                                         CNB26000
054000     END-IF                                                       CNB26000
054100     IF NOT WS-FRC-OK                                             CNB26000
054200        MOVE 'P1100-OPEN-FRC'      TO WS-ABEND-PARAGRAPH          CNB26000
054300        MOVE WS-FRC-STATUS         TO WS-ABEND-STATUS             CNB26000
054400        PERFORM P9999-GOT-PROBLEM                                 CNB26000
054500     END-IF                                                       CNB26000
054600     PERFORM P1200-LOAD-ROTATION                                  CNB26000
054700     MOVE SPACES                   TO TTL-TEXT                    CNB26000
054800     STRING 'FORCE ASSIGNMENTS - ROTATION FROM ' WS-CYCLE-START   CNB26000
054900            DELIMITED BY SIZE INTO TTL-TEXT                       CNB26000
055000     PERFORM P8900-PRINT-TITLE                                    CNB26000
055100     WRITE RPT-LINE FROM WS-FD-HDR-LINE                           CNB26000
055200     PERFORM P2010-READ-CARD.                                     CNB26000
055300*                                                                 CNB26000
055400*    EVERY FORCE SINCE THE ROTATION START, COUNTED BY BOARD AND   CNB26000
055500*    EMPLOYEE                                                     CNB26000
055600*                                                                 CNB26000
055700 P1200-LOAD-ROTATION.                                             CNB26000
055800     MOVE LOW-VALUES               TO FR-KEY                      CNB26000
055900     START FRC-FILE KEY NOT < FR-KEY                              CNB26000
056000     IF WS-FRC-OK                                                 CNB26000
056100        PERFORM P1210-NEXT-FORCE UNTIL WS-EOF-FRC                 CNB26000
056200     END-IF.                                                      CNB26000
056300*                                                                 CNB26000
056400 P1210-NEXT-FORCE.                                                CNB26000
056500     READ FRC-FILE NEXT                                           CNB26000
056600          AT END                                                  CNB26000
056700             SET WS-EOF-FRC TO TRUE                               CNB26000
056800     END-READ                                                     CNB26000
056900     IF NOT WS-EOF-FRC                                            CNB26000
057000        IF NOT WS-FRC-OK                                          CNB26000
057100           MOVE 'P1210-READ-FRC'   TO WS-ABEND-PARAGRAPH          CNB26000
057200           MOVE WS-FRC-STATUS      TO WS-ABEND-STATUS             CNB26000
057300           PERFORM P9999-GOT-PROBLEM                              CNB26000
057400        END-IF                                                    CNB26000
057500        IF FR-FORCE-STAMP (1:8) NOT < WS-CYCLE-START              CNB26000
057600           MOVE FR-BOARD           TO WS-RC-NEW-BOARD             CNB26000
057700           MOVE FR-EMP-NBR         TO WS-RC-NEW-EMP               CNB26000
057800           PERFORM P5000-FIND-ROTATION                            CNB26000
057900           IF WS-RC-FOUND                                         CNB26000
058000              ADD 1 TO WS-RC-FORCES (WS-RC-SUB)                   CNB26000
058100           ELSE                                                   CNB26000
058200              PERFORM P5100-ADD-ROTATION                          CNB26000
058300           END-IF                                                 CNB26000
058400        END-IF                                                    CNB26000
058500     END-IF.                                                      CNB26000
058600*                                                                 CNB26000
058700*    ONE FORCE CARD - EDIT, PICK THE JUNIOR IN ROTATION, APPLY    CNB26000
058800*                                                                 CNB26000
058900 P2000-FORCE-CARD.                                                CNB26000
059000     ADD 1 TO WS-CARD-COUNT                                       CNB26000
059100     PERFORM P2100-EDIT-CARD THRU P2100-EXIT                      CNB26000
059200     IF WS-REJECT-REASON NOT = SPACES                             CNB26000
059300        ADD 1 TO WS-REJECT-COUNT                                  CNB26000
059400        PERFORM P2900-REJECT-CARD                                 CNB26000
059500     ELSE                                                         CNB26000
059600        PERFORM P2200-BUILD-CANDIDATES                            CNB26000
059700        MOVE ZEROS                 TO WS-CD-PICK                  CNB26000
059800        PERFORM P2300-PICK-JUNIOR                                 CNB26000
059900                VARYING WS-CD-SUB FROM 1 BY 1                     CNB26000
060000                UNTIL WS-CD-SUB > WS-CD-COUNT                     CNB26000
060100        IF WS-CD-PICK = ZEROS                                     CNB26000
060200           ADD 1 TO WS-NOCAND-COUNT                               CNB26000
060300           MOVE 'NOT FORCED - NO ONE AVAILABLE'                   CNB26000
060400                                   TO WS-REJECT-REASON            CNB26000
060500           PERFORM P2900-REJECT-CARD                              CNB26000
060600           PERFORM P2510-PRINT-PASSED                             CNB26000
060700                   VARYING WS-CD-SUB FROM 1 BY 1                  CNB26000
060800                   UNTIL WS-CD-SUB > WS-CD-COUNT                  CNB26000
060900        ELSE                                                      CNB26000
061000           PERFORM P2400-POST-FORCE                               CNB26000
061100           PERFORM P2500-PRINT-FORCE                              CNB26000
061200        END-IF                                                    CNB26000
061300     END-IF                                                       CNB26000
061400     PERFORM P2010-READ-CARD.                                     CNB26000
061500*                                                                 CNB26000
061600 P2010-READ-CARD.                                                 CNB26000
061700     READ FTRAN-FILE                                              CNB26000
061800          AT END                                                  CNB26000
061900             SET WS-EOF-INPUT TO TRUE                             CNB26000
062000     END-READ.                                                    CNB26000
062100*                                                                 CNB26000
062200 P2100-EDIT-CARD.                                                 CNB26000
062300     MOVE SPACES                   TO WS-REJECT-REASON            CNB26000
062400                                      WS-BUL-STATUS               CNB26000
062500     IF FT-USERID = SPACES                                        CNB26000
062600        MOVE 'REJECTED - NO USER ID'  TO WS-REJECT-REASON         CNB26000
062700        GO TO P2100-EXIT                                          CNB26000
062800     END-IF                                                       CNB26000
062900     MOVE FT-BULLETIN-NBR          TO BU-BULLETIN-NBR             CNB26000
063000     READ BUL-FILE                                                CNB26000
063100     IF WS-BUL-NOTFND                                             CNB26000
063200        MOVE 'REJECTED - NO SUCH BULLETIN' TO WS-REJECT-REASON    CNB26000
063300        GO TO P2100-EXIT                                          CNB26000
063400     END-IF                                                       CNB26000
063500     IF NOT WS-BUL-OK                                             CNB26000
063600        MOVE 'P2100-READ-BUL'      TO WS-ABEND-PARAGRAPH          CNB26000
063700        MOVE WS-BUL-STATUS         TO WS-ABEND-STATUS             CNB26000
063800        PERFORM P9999-GOT-PROBLEM                                 CNB26000
063900     END-IF                                                       CNB26000
064000     IF NOT BU-NO-BID                                             CNB26000
064100        MOVE 'REJECTED - BULLETIN NOT NO-BID' TO WS-REJECT-REASON CNB26000
064200     END-IF.                                                      CNB26000
064300 P2100-EXIT.                                                      CNB26000
064400     EXIT.                                                        CNB26000
064500*                                                                 CNB26000
064600*    THE ROSTER IN RANK ORDER WITH EACH EMPLOYEE'S FORCES IN THE  CNB26000
064700*    ROTATION AND WHETHER THEY CAN BE FORCED                      CNB26000
064800*                                                                 CNB26000
064900 P2200-BUILD-CANDIDATES.                                          CNB26000
065000     MOVE ZEROS                    TO WS-CD-COUNT                 CNB26000
065100     MOVE 'N'                      TO WS-ROS-DONE-SW              CNB26000
065200     MOVE BU-DIST                  TO ROS-DIST                    CNB26000
065300     MOVE BU-SDIST                 TO ROS-SDIST                   CNB26000
065400     MOVE BU-CRAFT                 TO ROS-CRAFT                   CNB26000
065500     MOVE ZEROS                    TO ROS-RANK                    CNB26000
065600     START ROS-FILE KEY NOT < ROS-KEY                             CNB26000
065700     IF NOT WS-ROS-OK                                             CNB26000
065800        SET WS-ROS-DONE            TO TRUE                        CNB26000
065900     END-IF                                                       CNB26000
066000     PERFORM P2210-NEXT-ROSTER UNTIL WS-ROS-DONE.                 CNB26000
066100*                                                                 CNB26000
066200 P2210-NEXT-ROSTER.                                               CNB26000
066300     READ ROS-FILE NEXT                                           CNB26000
066400          AT END                                                  CNB26000
066500             SET WS-ROS-DONE TO TRUE                              CNB26000
066600     END-READ                                                     CNB26000
066700     IF NOT WS-ROS-DONE                                           CNB26000
066800        IF ROS-DIST NOT = BU-DIST                                 CNB26000
066900           OR ROS-SDIST NOT = BU-SDIST                            CNB26000
067000           OR ROS-CRAFT NOT = BU-CRAFT                            CNB26000
067100           SET WS-ROS-DONE         TO TRUE                        CNB26000
067200        ELSE                                                      CNB26000
067300           IF WS-CD-COUNT < WS-CD-MAX                             CNB26000
067400              ADD 1 TO WS-CD-COUNT                                CNB26000
067500              PERFORM P2220-CHECK-CANDIDATE                       CNB26000
067600           ELSE                                                   CNB26000
067700              ADD 1 TO WS-CD-LOST-COUNT                           CNB26000
067800           END-IF                                                 CNB26000
067900        END-IF                                                    CNB26000
068000     END-IF.                                                      CNB26000
068100*                                                                 CNB26000
068200 P2220-CHECK-CANDIDATE.                                           CNB26000
068300     MOVE ROS-EMP-NBR              TO WS-CD-EMP-NBR (WS-CD-COUNT) CNB26000
068400     MOVE ROS-RANK                 TO WS-CD-RANK (WS-CD-COUNT)    CNB26000
068500     MOVE 'N'               TO WS-CD-ELIGIBLE-SW (WS-CD-COUNT)    CNB26000
068600     MOVE SPACES                   TO WS-CD-REASON (WS-CD-COUNT)  CNB26000
068700     MOVE BU-DIST                  TO WS-RC-NEW-BOARD (1:2)       CNB26000
068800     MOVE BU-SDIST                 TO WS-RC-NEW-BOARD (3:2)       CNB26000
068900     MOVE BU-CRAFT                 TO WS-RC-NEW-BOARD (5:2)       CNB26000
069000     MOVE ROS-EMP-NBR              TO WS-RC-NEW-EMP               CNB26000
069100     PERFORM P5000-FIND-ROTATION                                  CNB26000
069200     MOVE WS-RC-RESULT             TO WS-CD-FORCES (WS-CD-COUNT)  CNB26000
069300     PERFORM P6000-GET-EMPLOYEE                                   CNB26000
069400     IF NOT WS-MSTRF-OK                                           CNB26000
069500        MOVE SPACES                TO WS-CD-EMP-NAME (WS-CD-COUNT)CNB26000
069600        MOVE 'NOT ON MASTER'       TO WS-CD-REASON (WS-CD-COUNT)  CNB26000
069700     ELSE                                                         CNB26000
069800        MOVE EMP-NAME              TO WS-CD-EMP-NAME (WS-CD-COUNT)CNB26000
069900        IF AVAILABLE OR WORKING                                   CNB26000
070000           SET WS-CD-ELIGIBLE (WS-CD-COUNT) TO TRUE               CNB26000
070100        ELSE                                                      CNB26000
070200           STRING 'NOT AVAILABLE - STATUS ' LAYOFF-CODE-1         CNB26000
070300                  DELIMITED BY SIZE                               CNB26000
070400                  INTO WS-CD-REASON (WS-CD-COUNT)                 CNB26000
070500        END-IF                                                    CNB26000
070600     END-IF.                                                      CNB26000
070700*                                                                 CNB26000
070800*    FEWEST FORCES IN THE ROTATION, THEN THE JUNIOR.  THE ROSTER  CNB26000
070900*    IS SENIOR FIRST, SO A TIE GOES TO THE LATER CANDIDATE.       CNB26000
071000*                                                                 CNB26000
071100 P2300-PICK-JUNIOR.                                               CNB26000
071200     IF WS-CD-ELIGIBLE (WS-CD-SUB)                                CNB26000
071300        IF WS-CD-PICK = ZEROS                                     CNB26000
071400           MOVE WS-CD-SUB          TO WS-CD-PICK                  CNB26000
071500        ELSE                                                      CNB26000
071600           IF WS-CD-FORCES (WS-CD-SUB)                            CNB26000
071700                 NOT > WS-CD-FORCES (WS-CD-PICK)                  CNB26000
071800              MOVE WS-CD-SUB       TO WS-CD-PICK                  CNB26000
071900           END-IF                                                 CNB26000
072000        END-IF                                                    CNB26000
072100     END-IF.                                                      CNB26000
072200*                                                                 CNB26000
072300 P2400-POST-FORCE.                                                CNB26000
072400     MOVE SPACES                   TO JA-RECORD                   CNB26000
072500     MOVE BU-DIST                  TO JA-DIST                     CNB26000
072600     MOVE BU-SDIST                 TO JA-SDIST                    CNB26000
072700     MOVE BU-TURN                  TO JA-JOB-ID (1:4)             CNB26000
072800     MOVE SPACES                   TO JA-JOB-ID (5:2)             CNB26000
072900     MOVE WS-CD-EMP-NBR (WS-CD-PICK) TO JA-EMP-NBR                CNB26000
073000     MOVE BU-CRAFT                 TO JA-CRAFT                    CNB26000
073100     WRITE JA-RECORD                                              CNB26000
073200     IF WS-JA-DUP                                                 CNB26000
073300        MOVE WS-CD-EMP-NBR (WS-CD-PICK) TO JA-EMP-NBR             CNB26000
073400        REWRITE JA-RECORD                                         CNB26000
073500     END-IF                                                       CNB26000
073600     IF NOT WS-JA-OK                                              CNB26000
073700        MOVE 'P2400-WR-JA'         TO WS-ABEND-PARAGRAPH          CNB26000
073800        MOVE WS-JA-STATUS          TO WS-ABEND-STATUS             CNB26000
073900        PERFORM P9999-GOT-PROBLEM                                 CNB26000
074000     END-IF                                                       CNB26000
074100     SET BU-AWARDED                TO TRUE                        CNB26000
074200     MOVE WS-CD-EMP-NBR (WS-CD-PICK) TO BU-AWARD-EMP              CNB26000
074300     MOVE WS-RUN-DATE-TIME (1:10)  TO BU-FILL-DATE-TIME           CNB26000
074400     SET BU-BY-FORCE               TO TRUE                        CNB26000
074500     REWRITE BU-RECORD                                            CNB26000
074600     IF NOT WS-BUL-OK                                             CNB26000
074700        MOVE 'P2400-RW-BUL'        TO WS-ABEND-PARAGRAPH          CNB26000
074800        MOVE WS-BUL-STATUS         TO WS-ABEND-STATUS             CNB26000
074900        PERFORM P9999-GOT-PROBLEM                                 CNB26000
075000     END-IF                                                       CNB26000
075100     MOVE SPACES                   TO FR-RECORD                   CNB26000
075200     MOVE WS-CD-EMP-NBR (WS-CD-PICK) TO FR-EMP-NBR                CNB26000
075300     MOVE WS-RUN-STAMP             TO FR-FORCE-STAMP              CNB26000
075400     MOVE BU-BULLETIN-NBR          TO FR-BULLETIN-NBR             CNB26000
075500     MOVE BU-DIST                  TO FR-DIST                     CNB26000
075600     MOVE BU-SDIST                 TO FR-SDIST                    CNB26000
075700     MOVE BU-CRAFT                 TO FR-CRAFT                    CNB26000
075800     MOVE BU-POOL                  TO FR-POOL                     CNB26000
075900     MOVE BU-TURN                  TO FR-TURN                     CNB26000
076000     MOVE BU-DESCRIPTION           TO FR-DESCRIPTION              CNB26000
076100     MOVE WS-CD-RANK (WS-CD-PICK)  TO FR-RANK                     CNB26000
076200     MOVE WS-CD-FORCES (WS-CD-PICK) TO FR-PRIOR-FORCES            CNB26000
076300     MOVE WS-CYCLE-START           TO FR-CYCLE-START              CNB26000
076400     MOVE WS-CD-EMP-NAME (WS-CD-PICK) TO FR-EMP-NAME              CNB26000
076500     MOVE FT-USERID                TO FR-USERID                   CNB26000
076600     MOVE FT-REASON                TO FR-REASON                   CNB26000
076700     WRITE FR-RECORD                                              CNB26000
076800     IF NOT WS-FRC-OK                                             CNB26000
076900        MOVE 'P2400-WR-FRC'        TO WS-ABEND-PARAGRAPH          CNB26000
077000        MOVE WS-FRC-STATUS         TO WS-ABEND-STATUS             CNB26000
077100        PERFORM P9999-GOT-PROBLEM                                 CNB26000
077200     END-IF                                                       CNB26000
077300     ADD 1 TO WS-FORCE-COUNT                                      CNB26000
077400     MOVE FR-BOARD                 TO WS-RC-NEW-BOARD             CNB26000
077500     MOVE FR-EMP-NBR               TO WS-RC-NEW-EMP               CNB26000
077600     PERFORM P5000-FIND-ROTATION                                  CNB26000
077700     IF WS-RC-FOUND                                               CNB26000
077800        ADD 1 TO WS-RC-FORCES (WS-RC-SUB)                         CNB26000
077900     ELSE                                                         CNB26000
078000        PERFORM P5100-ADD-ROTATION                                CNB26000
078100     END-IF.                                                      CNB26000
078200*                                                                 CNB26000
078300*    THE FORCE, THEN EVERY JUNIOR EMPLOYEE PASSED OVER AND WHY    CNB26000
078400*                                                                 CNB26000
078500 P2500-PRINT-FORCE.                                               CNB26000
078600     PERFORM P2600-BULLETIN-LINE                                  CNB26000
078700     MOVE WS-CD-EMP-NBR (WS-CD-PICK) TO FDL-EMP-NBR               CNB26000
078800     MOVE WS-CD-EMP-NAME (WS-CD-PICK) TO FDL-EMP-NAME             CNB26000
078900     MOVE WS-CD-RANK (WS-CD-PICK)  TO FDL-RANK                    CNB26000
079000     MOVE WS-CD-FORCES (WS-CD-PICK) TO FDL-FORCES                 CNB26000
079100     MOVE 'FORCED'                 TO FDL-RESULT                  CNB26000
079200     WRITE RPT-LINE FROM WS-FD-LINE                               CNB26000
079300     COMPUTE WS-CD-SUB = WS-CD-PICK + 1                           CNB26000
079400     PERFORM P2510-PRINT-PASSED                                   CNB26000
079500             VARYING WS-CD-SUB FROM WS-CD-SUB BY 1                CNB26000
079600             UNTIL WS-CD-SUB > WS-CD-COUNT.                       CNB26000
079700*                                                                 CNB26000
079800 P2510-PRINT-PASSED.                                              CNB26000
079900     MOVE WS-CD-EMP-NBR (WS-CD-SUB) TO PSL-EMP-NBR                CNB26000
080000     MOVE WS-CD-EMP-NAME (WS-CD-SUB) TO PSL-EMP-NAME              CNB26000
080100     MOVE WS-CD-RANK (WS-CD-SUB)   TO PSL-RANK                    CNB26000
080200     MOVE WS-CD-FORCES (WS-CD-SUB) TO PSL-FORCES                  CNB26000
080300     IF WS-CD-ELIGIBLE (WS-CD-SUB)                                CNB26000
080400        MOVE 'MORE FORCES IN THE ROTATION' TO PSL-REASON          CNB26000
080500     ELSE                                                         CNB26000
080600        MOVE WS-CD-REASON (WS-CD-SUB) TO PSL-REASON               CNB26000
080700     END-IF                                                       CNB26000
080800     WRITE RPT-LINE FROM WS-PS-LINE.                              CNB26000
080900*                                                                 CNB26000
081000 P2600-BULLETIN-LINE.                                             CNB26000
081100     MOVE SPACES                   TO WS-FD-LINE                  CNB26000
081200     MOVE FT-BULLETIN-NBR          TO FDL-BULLETIN-NBR            CNB26000
081300     IF WS-BUL-OK                                                 CNB26000
081400        MOVE BU-DIST               TO FDL-DIST                    CNB26000
081500        MOVE '/'                   TO WS-FD-LINE (17:1)           CNB26000
081600        MOVE BU-SDIST              TO FDL-SDIST                   CNB26000
081700        MOVE '/'                   TO WS-FD-LINE (20:1)           CNB26000
081800        MOVE BU-CRAFT              TO FDL-CRAFT                   CNB26000
081900        MOVE BU-POOL               TO FDL-POOL                    CNB26000
082000        MOVE BU-TURN               TO FDL-TURN                    CNB26000
082100     END-IF.                                                      CNB26000
082200*                                                                 CNB26000
082300 P2900-REJECT-CARD.                                               CNB26000
082400     PERFORM P2600-BULLETIN-LINE                                  CNB26000
082500     MOVE WS-REJECT-REASON         TO FDL-RESULT                  CNB26000
082600     WRITE RPT-LINE FROM WS-FD-LINE.                              CNB26000
082700*                                                                 CNB26000
082800*    EACH EMPLOYEE'S FORCE HISTORY                                CNB26000
082900*                                                                 CNB26000
083000 P3000-INQUIRY.                                                   CNB26000
083100     MOVE 'FORCE HISTORY BY EMPLOYEE' TO TTL-TEXT                 CNB26000
083200     PERFORM P8900-PRINT-TITLE                                    CNB26000
083300     IF NOT WS-EOF-FRC                                            CNB26000
083400        MOVE LOW-VALUES            TO FR-KEY                      CNB26000
083500        IF PARM-EMP-NBR NOT = SPACES                              CNB26000
083600           MOVE PARM-EMP-NBR       TO FR-EMP-NBR                  CNB26000
083700        END-IF                                                    CNB26000
083800        START FRC-FILE KEY NOT < FR-KEY                           CNB26000
083900        IF NOT WS-FRC-OK                                          CNB26000
084000           SET WS-EOF-FRC          TO TRUE                        CNB26000
084100        END-IF                                                    CNB26000
084200     END-IF                                                       CNB26000
084300     PERFORM P3100-NEXT-INQUIRY UNTIL WS-EOF-FRC                  CNB26000
084400     IF WS-INQ-LAST-EMP NOT = SPACES                              CNB26000
084500        PERFORM P3200-EMPLOYEE-TOTAL                              CNB26000
084600     ELSE                                                         CNB26000
084700        MOVE '  NO FORCES ON THE REGISTER' TO RPT-LINE            CNB26000
084800        WRITE RPT-LINE                                            CNB26000
084900     END-IF.                                                      CNB26000
085000*                                                                 CNB26000
085100 P3100-NEXT-INQUIRY.                                              CNB26000
085200     READ FRC-FILE NEXT                                           CNB26000
085300          AT END                                                  CNB26000
085400             SET WS-EOF-FRC TO TRUE                               CNB26000
085500     END-READ                                                     CNB26000
085600     IF NOT WS-EOF-FRC                                            CNB26000
085700        IF PARM-EMP-NBR NOT = SPACES                              CNB26000
085800           AND FR-EMP-NBR NOT = PARM-EMP-NBR                      CNB26000
085900           SET WS-EOF-FRC          TO TRUE                        CNB26000
086000        ELSE                                                      CNB26000
086100           ADD 1 TO WS-REG-COUNT                                  CNB26000
086200           IF FR-EMP-NBR NOT = WS-INQ-LAST-EMP                    CNB26000
086300              IF WS-INQ-LAST-EMP NOT = SPACES                     CNB26000
086400                 PERFORM P3200-EMPLOYEE-TOTAL                     CNB26000
086500              END-IF                                              CNB26000
086600              MOVE FR-EMP-NBR      TO WS-INQ-LAST-EMP             CNB26000
086700              MOVE ZEROS           TO WS-INQ-EMP-FORCES           CNB26000
086800              ADD 1 TO WS-LIST-COUNT                              CNB26000
086900              MOVE FR-EMP-NBR      TO IEL-EMP-NBR                 CNB26000
087000              MOVE FR-EMP-NAME     TO IEL-EMP-NAME                CNB26000
087100              MOVE SPACES          TO RPT-LINE                    CNB26000
087200              WRITE RPT-LINE                                      CNB26000
087300              WRITE RPT-LINE FROM WS-IE-LINE                      CNB26000
087400              WRITE RPT-LINE FROM WS-IQ-HDR-LINE                  CNB26000
087500           END-IF                                                 CNB26000
087600           ADD 1 TO WS-INQ-EMP-FORCES                             CNB26000
087700           MOVE FR-FORCE-STAMP     TO IQL-FORCE-STAMP             CNB26000
087800           MOVE FR-DIST            TO IQL-DIST                    CNB26000
087900           MOVE FR-SDIST           TO IQL-SDIST                   CNB26000
088000           MOVE FR-CRAFT           TO IQL-CRAFT                   CNB26000
088100           MOVE FR-BULLETIN-NBR    TO IQL-BULLETIN-NBR            CNB26000
088200           MOVE FR-POOL            TO IQL-POOL                    CNB26000
088300           MOVE FR-TURN            TO IQL-TURN                    CNB26000
088400           MOVE FR-RANK            TO IQL-RANK                    CNB26000
088500           MOVE FR-PRIOR-FORCES    TO IQL-PRIOR                   CNB26000
088600           MOVE FR-USERID          TO IQL-USERID                  CNB26000
088700           MOVE FR-REASON          TO IQL-REASON                  CNB26000
088800           WRITE RPT-LINE FROM WS-IQ-LINE                         CNB26000
088900        END-IF                                                    CNB26000
089000     END-IF.                                                      CNB26000
089100*                                                                 CNB26000
089200 P3200-EMPLOYEE-TOTAL.                                            CNB26000
089300     MOVE WS-INQ-EMP-FORCES        TO ETL-FORCES                  CNB26000
089400     WRITE RPT-LINE FROM WS-ET-LINE.                              CNB26000
089500*                                                                 CNB26000
089600*    FORCING DISTRIBUTION PER BOARD FOR THE QUARTER               CNB26000
089700*                                                                 CNB26000
089800 P4000-QUARTER.                                                   CNB26000
089900     PERFORM P4050-SET-QUARTER                                    CNB26000
090000     MOVE SPACES                   TO TTL-TEXT                    CNB26000
090100     STRING 'FORCING DISTRIBUTION BY BOARD - MONTHS '             CNB26000
090200            WS-QTR-FROM ' TO ' WS-QTR-TO                          CNB26000
090300            DELIMITED BY SIZE INTO TTL-TEXT                       CNB26000
090400     PERFORM P8900-PRINT-TITLE                                    CNB26000
090500     IF NOT WS-EOF-FRC                                            CNB26000
090600        MOVE LOW-VALUES            TO FR-KEY                      CNB26000
090700        START FRC-FILE KEY NOT < FR-KEY                           CNB26000
090800        IF NOT WS-FRC-OK                                          CNB26000
090900           SET WS-EOF-FRC          TO TRUE                        CNB26000
091000        END-IF                                                    CNB26000
091100     END-IF                                                       CNB26000
091200     PERFORM P4100-NEXT-QUARTER UNTIL WS-EOF-FRC                  CNB26000
091300     PERFORM P4200-PRINT-QUARTER                                  CNB26000
091400             VARYING WS-QD-SUB FROM 1 BY 1                        CNB26000
091500             UNTIL WS-QD-SUB > WS-QD-COUNT                        CNB26000
091600     IF WS-QD-COUNT = ZEROS                                       CNB26000
091700        MOVE '  NO FORCES IN THE QUARTER' TO RPT-LINE             CNB26000
091800        WRITE RPT-LINE                                            CNB26000
091900     ELSE                                                         CNB26000
092000        PERFORM P4300-BOARD-TOTAL                                 CNB26000
092100     END-IF.                                                      CNB26000
092200*                                                                 CNB26000
092300*    PARM CCYYQ, ELSE THE QUARTER BEFORE THE RUN DATE             CNB26000
092400*                                                                 CNB26000
092500 P4050-SET-QUARTER.                                               CNB26000
092600     IF PARM-QTR-CCYY NUMERIC                                     CNB26000
092700        AND PARM-QTR-Q NUMERIC                                    CNB26000
092800        AND PARM-QTR-Q > '0' AND PARM-QTR-Q < '5'                 CNB26000
092900        MOVE PARM-QTR-CCYY         TO WS-QTR-CCYY                 CNB26000
093000        MOVE PARM-QTR-Q            TO WS-QTR-Q                    CNB26000
093100     ELSE                                                         CNB26000
093200        MOVE WS-RUN-STAMP (1:4)    TO WS-QTR-CCYY                 CNB26000
093300        MOVE WS-RUN-STAMP (5:2)    TO WS-QTR-MM                   CNB26000
093400        COMPUTE WS-QTR-Q = (WS-QTR-MM + 2) / 3                    CNB26000
093500        IF WS-QTR-Q = 1                                           CNB26000
093600           MOVE 4                  TO WS-QTR-Q                    CNB26000
093700           SUBTRACT 1 FROM WS-QTR-CCYY                            CNB26000
093800        ELSE                                                      CNB26000
093900           SUBTRACT 1 FROM WS-QTR-Q                               CNB26000
094000        END-IF                                                    CNB26000
094100     END-IF                                                       CNB26000
094200     MOVE WS-QTR-CCYY              TO WS-QM-CCYY                  CNB26000
094300     COMPUTE WS-QM-MM = (WS-QTR-Q * 3) - 2                        CNB26000
094400     MOVE WS-QTR-MONTH             TO WS-QTR-FROM                 CNB26000
094500     ADD 2 TO WS-QM-MM                                            CNB26000
094600     MOVE WS-QTR-MONTH             TO WS-QTR-TO.                  CNB26000
094700*                                                                 CNB26000
094800 P4100-NEXT-QUARTER.                                              CNB26000
094900     READ FRC-FILE NEXT                                           CNB26000
095000          AT END                                                  CNB26000
095100             SET WS-EOF-FRC TO TRUE                               CNB26000
095200     END-READ                                                     CNB26000
095300     IF NOT WS-EOF-FRC                                            CNB26000
095400        IF FR-FORCE-STAMP (1:6) NOT < WS-QTR-FROM                 CNB26000
095500           AND FR-FORCE-STAMP (1:6) NOT > WS-QTR-TO               CNB26000
095600           ADD 1 TO WS-REG-COUNT                                  CNB26000
095700           PERFORM P4110-POST-QUARTER                             CNB26000
095800        END-IF                                                    CNB26000
095900     END-IF.                                                      CNB26000
096000*                                                                 CNB26000
096100 P4110-POST-QUARTER.                                              CNB26000
096200     MOVE FR-BOARD                 TO WS-RC-NEW-BOARD             CNB26000
096300     MOVE FR-EMP-NBR               TO WS-RC-NEW-EMP               CNB26000
096400     MOVE 1                        TO WS-QD-INS-AT                CNB26000
096500     PERFORM P4120-FIND-SLOT                                      CNB26000
096600             VARYING WS-QD-SUB FROM 1 BY 1                        CNB26000
096700             UNTIL WS-QD-SUB > WS-QD-COUNT                        CNB26000
096800     IF WS-QD-INS-AT > 1                                          CNB26000
096900        AND WS-QD-KEY (WS-QD-INS-AT - 1) = WS-RC-NEW-KEY          CNB26000
097000        COMPUTE WS-QD-SUB = WS-QD-INS-AT - 1                      CNB26000
097100        ADD 1 TO WS-QD-FORCES (WS-QD-SUB)                         CNB26000
097200        MOVE FR-RANK               TO WS-QD-RANK (WS-QD-SUB)      CNB26000
097300     ELSE                                                         CNB26000
097400        IF WS-QD-COUNT NOT < WS-QD-MAX                            CNB26000
097500           ADD 1 TO WS-QD-LOST-COUNT                              CNB26000
097600        ELSE                                                      CNB26000
097700           PERFORM P4130-SHIFT-QUARTER                            CNB26000
097800                   VARYING WS-QD-SUB FROM WS-QD-COUNT BY -1       CNB26000
097900                   UNTIL WS-QD-SUB < WS-QD-INS-AT                 CNB26000
098000           ADD 1 TO WS-QD-COUNT                                   CNB26000
098100           MOVE WS-RC-NEW-KEY      TO WS-QD-KEY (WS-QD-INS-AT)    CNB26000
098200           MOVE FR-EMP-NAME                                       CNB26000
098300                              TO WS-QD-EMP-NAME (WS-QD-INS-AT)    CNB26000
098400           MOVE FR-RANK            TO WS-QD-RANK (WS-QD-INS-AT)   CNB26000
098500           MOVE 1                  TO WS-QD-FORCES (WS-QD-INS-AT) CNB26000
098600        END-IF                                                    CNB26000
098700     END-IF.                                                      CNB26000
098800*                                                                 CNB26000
098900 P4120-FIND-SLOT.                                                 CNB26000
099000     IF WS-QD-KEY (WS-QD-SUB) NOT > WS-RC-NEW-KEY                 CNB26000
099100        COMPUTE WS-QD-INS-AT = WS-QD-SUB + 1                      CNB26000
099200     END-IF.                                                      CNB26000
099300*                                                                 CNB26000
099400 P4130-SHIFT-QUARTER.                                             CNB26000
099500     COMPUTE WS-QD-SUB2 = WS-QD-SUB + 1                           CNB26000
099600     MOVE WS-QD-ENTRY (WS-QD-SUB)  TO WS-QD-ENTRY (WS-QD-SUB2).   CNB26000
099700*                                                                 CNB26000
099800 P4200-PRINT-QUARTER.                                             CNB26000
099900     IF WS-QD-BOARD (WS-QD-SUB) NOT = WS-QD-LAST-BOARD            CNB26000
100000        IF WS-QD-LAST-BOARD NOT = SPACES                          CNB26000
100100           PERFORM P4300-BOARD-TOTAL                              CNB26000
100200        END-IF                                                    CNB26000
100300        MOVE WS-QD-BOARD (WS-QD-SUB) TO WS-QD-LAST-BOARD          CNB26000
100400        MOVE ZEROS                 TO WS-BD-FORCES                CNB26000
100500                                      WS-BD-EMPS                  CNB26000
100600                                      WS-BD-MOST                  CNB26000
100700        MOVE SPACES                TO RPT-LINE                    CNB26000
100800        WRITE RPT-LINE                                            CNB26000
100900        MOVE WS-QD-LAST-BOARD (1:2) TO BRL-DIST                   CNB26000
101000        MOVE WS-QD-LAST-BOARD (3:2) TO BRL-SDIST                  CNB26000
101100        MOVE WS-QD-LAST-BOARD (5:2) TO BRL-CRAFT                  CNB26000
101200        WRITE RPT-LINE FROM WS-BRD-LINE                           CNB26000
101300        WRITE RPT-LINE FROM WS-QL-HDR-LINE                        CNB26000
101400     END-IF                                                       CNB26000
101500     ADD WS-QD-FORCES (WS-QD-SUB)  TO WS-BD-FORCES                CNB26000
101600     ADD 1 TO WS-BD-EMPS                                          CNB26000
101700     IF WS-QD-FORCES (WS-QD-SUB) > WS-BD-MOST                     CNB26000
101800        MOVE WS-QD-FORCES (WS-QD-SUB) TO WS-BD-MOST               CNB26000
101900     END-IF                                                       CNB26000
102000     ADD 1 TO WS-LIST-COUNT                                       CNB26000
102100     MOVE WS-QD-EMP-NBR (WS-QD-SUB) TO QLL-EMP-NBR                CNB26000
102200     MOVE WS-QD-EMP-NAME (WS-QD-SUB) TO QLL-EMP-NAME              CNB26000
102300     MOVE WS-QD-RANK (WS-QD-SUB)   TO QLL-RANK                    CNB26000
102400     MOVE WS-QD-FORCES (WS-QD-SUB) TO QLL-FORCES                  CNB26000
102500     WRITE RPT-LINE FROM WS-QL-LINE.                              CNB26000
102600*                                                                 CNB26000
102700 P4300-BOARD-TOTAL.                                               CNB26000
102800     MOVE WS-BD-FORCES             TO QTL-FORCES                  CNB26000
102900     MOVE WS-BD-EMPS               TO QTL-EMPS                    CNB26000
103000     MOVE WS-BD-MOST               TO QTL-MOST                    CNB26000
103100     WRITE RPT-LINE FROM WS-QT-LINE.                              CNB26000
103200*                                                                 CNB26000
103300*    ROTATION COUNT FOR WS-RC-NEW-KEY (BOARD + EMPLOYEE)          CNB26000
103400*                                                                 CNB26000
103500 P5000-FIND-ROTATION.                                             CNB26000
103600     MOVE 'N'                      TO WS-RC-FOUND-SW              CNB26000
103700     MOVE ZEROS                    TO WS-RC-RESULT                CNB26000
103800     PERFORM P5010-CHECK-ROTATION                                 CNB26000
103900             VARYING WS-RC-SUB FROM 1 BY 1                        CNB26000
104000             UNTIL WS-RC-SUB > WS-RC-COUNT                        CNB26000
104100                OR WS-RC-FOUND                                    CNB26000
104200     IF WS-RC-FOUND                                               CNB26000
104300        SUBTRACT 1 FROM WS-RC-SUB                                 CNB26000
104400        MOVE WS-RC-FORCES (WS-RC-SUB) TO WS-RC-RESULT             CNB26000
104500     END-IF.                                                      CNB26000
104600*                                                                 CNB26000
104700 P5010-CHECK-ROTATION.                                            CNB26000
104800     IF WS-RC-KEY (WS-RC-SUB) = WS-RC-NEW-KEY                     CNB26000
104900        SET WS-RC-FOUND TO TRUE                                   CNB26000
105000     END-IF.                                                      CNB26000
105100*                                                                 CNB26000
105200 P5100-ADD-ROTATION.                                              CNB26000
105300     IF WS-RC-COUNT < WS-RC-MAX                                   CNB26000
105400        ADD 1 TO WS-RC-COUNT                                      CNB26000
105500        MOVE WS-RC-NEW-KEY         TO WS-RC-KEY (WS-RC-COUNT)     CNB26000
105600        MOVE 1                     TO WS-RC-FORCES (WS-RC-COUNT)  CNB26000
105700     ELSE                                                         CNB26000
105800        MOVE 'P5100-RC-FULL'       TO WS-ABEND-PARAGRAPH          CNB26000
105900        MOVE 'TF'                  TO WS-ABEND-STATUS             CNB26000
106000        PERFORM P9999-GOT-PROBLEM                                 CNB26000
106100     END-IF.                                                      CNB26000
106200*                                                                 CNB26000
106300 P6000-GET-EMPLOYEE.                                              CNB26000
106400     MOVE SPACES                   TO WS-MSTR                     CNB26000
106500     MOVE ROS-EMP-NBR              TO MIO-EMP-NBR                 CNB26000
106600     READ MSTR-FILE KEY IS MIO-EMP-NBR                            CNB26000
106700     IF NOT WS-MSTRF-OK AND NOT WS-MSTRF-NOTFND                   CNB26000
106800        MOVE 'P6000-RD-MSTR'       TO WS-ABEND-PARAGRAPH          CNB26000
106900        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB26000
107000        PERFORM P9999-GOT-PROBLEM                                 CNB26000
107100     END-IF                                                       CNB26000
107200     IF WS-MSTRF-OK                                               CNB26000
107300        MOVE MIO-RECORD            TO WS-MSTR                     CNB26000
107400     END-IF.                                                      CNB26000
107500*                                                                 CNB26000
107600 P8900-PRINT-TITLE.                                               CNB26000
107700     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB26000
107800     MOVE SPACES                   TO RPT-LINE                    CNB26000
107900     WRITE RPT-LINE.                                              CNB26000
108000*                                                                 CNB26000
108100 P9000-TERMINATE.                                                 CNB26000
108200     MOVE SPACES                   TO RPT-LINE                    CNB26000
108300     WRITE RPT-LINE                                               CNB26000
108400     EVALUATE TRUE                                                CNB26000
108500        WHEN WS-FUNC-FORCE                                        CNB26000
108600             MOVE 'FORCE CARDS READ ..........' TO CNT-LABEL      CNB26000
108700             MOVE WS-CARD-COUNT    TO CNT-VALUE                   CNB26000
108800             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26000
108900             MOVE 'VACANCIES FORCED ..........' TO CNT-LABEL      CNB26000
109000             MOVE WS-FORCE-COUNT   TO CNT-VALUE                   CNB26000
109100             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26000
109200             MOVE 'NO ONE AVAILABLE TO FORCE .' TO CNT-LABEL      CNB26000
109300             MOVE WS-NOCAND-COUNT  TO CNT-VALUE                   CNB26000
109400             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26000
109500             MOVE 'CARDS REJECTED ............' TO CNT-LABEL      CNB26000
109600             MOVE WS-REJECT-COUNT  TO CNT-VALUE                   CNB26000
109700             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26000
109800             IF WS-CD-LOST-COUNT > ZEROS                          CNB26000
109900                MOVE '** ROSTER ENTRIES NOT HELD ' TO CNT-LABEL   CNB26000
110000                MOVE WS-CD-LOST-COUNT TO CNT-VALUE                CNB26000
110100                WRITE RPT-LINE FROM WS-CNT-LINE                   CNB26000
110200             END-IF                                               CNB26000
110300             CLOSE FTRAN-FILE                                     CNB26000
110400                   BUL-FILE                                       CNB26000
110500                   ROS-FILE                                       CNB26000
110600                   JA-FILE                                        CNB26000
110700                   MSTR-FILE                                      CNB26000
110800                   FRC-FILE                                       CNB26000
110900        WHEN WS-FUNC-INQUIRY                                      CNB26000
111000             MOVE 'EMPLOYEES LISTED ..........' TO CNT-LABEL      CNB26000
111100             MOVE WS-LIST-COUNT    TO CNT-VALUE                   CNB26000
111200             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26000
111300             MOVE 'FORCES LISTED .............' TO CNT-LABEL      CNB26000
111400             MOVE WS-REG-COUNT     TO CNT-VALUE                   CNB26000
111500             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26000
111600             IF WS-FRC-STATUS NOT = '35'                          CNB26000
111700                CLOSE FRC-FILE                                    CNB26000
111800             END-IF                                               CNB26000
111900        WHEN OTHER                                                CNB26000
112000             MOVE 'FORCES IN THE QUARTER .....' TO CNT-LABEL      CNB26000
112100             MOVE WS-REG-COUNT     TO CNT-VALUE                   CNB26000
112200             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26000
112300             MOVE 'EMPLOYEES FORCED ..........' TO CNT-LABEL      CNB26000
112400             MOVE WS-LIST-COUNT    TO CNT-VALUE                   CNB26000
112500             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26000
112600             IF WS-QD-LOST-COUNT > ZEROS                          CNB26000
112700                MOVE '** NOT LISTED - TABLE FULL ' TO CNT-LABEL   CNB26000
112800                MOVE WS-QD-LOST-COUNT TO CNT-VALUE                CNB26000
112900                WRITE RPT-LINE FROM WS-CNT-LINE                   CNB26000
113000             END-IF                                               CNB26000
113100             IF WS-FRC-STATUS NOT = '35'                          CNB26000
113200                CLOSE FRC-FILE                                    CNB26000
113300             END-IF                                               CNB26000
113400     END-EVALUATE                                                 CNB26000
113500     CLOSE RPT-FILE.                                              CNB26000
113600*                                                                 CNB26000
113700 P9999-GOT-PROBLEM.                                               CNB26000
113800     MOVE 'CNB260'                 TO XE-PROGRAM                  CNB26000
113900     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB26000
114000     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB26000
114100     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB26000
114200     DISPLAY 'CNB260 ABEND IN ' WS-ABEND-PARAGRAPH                CNB26000
114300              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB26000
114400     MOVE 16 TO RETURN-CODE                                       CNB26000
114500     GOBACK.                                                      CNB26000
