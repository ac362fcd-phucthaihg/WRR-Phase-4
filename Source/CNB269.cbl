000100 IDENTIFICATION DIVISION.                                         CNB26900
000200 PROGRAM-ID. CNB269.                                              CNB26900
000300*AUTHOR.     JMC.                                                 CNB26900
000400*DATE-WRITTEN. 10/15/26.                                          CNB26900
000500*REMARKS.                                                         CNB26900
000600*    STANDING PREFERENCE CARDS FOR SHORT-TERM VACANCIES ON        CNB26900
000700*    ASSIGNED JOBS.  UNDER THE AGREEMENT AN EMPLOYEE MAY FILE A   CNB26900
000800*    STANDING PREFERENCE TO FILL A SHORT-TERM VACANCY (THE OWNER  CNB26900
000900*    ON VACATION, SICK OR HOLD-FOR-VCNY) ON A GIVEN ASSIGNED JOB  CNB26900
001000*    BEFORE THE EXTRABOARD IS USED.  THE CARDS WERE KEPT AT THE   CNB26900
001100*    DESK.  THEY NOW LIVE ON PREFFILE, ONE CARD PER EMPLOYEE PER  CNB26900
001200*    JOB POSITION (DIST, SUB-DIST, ASSIGNMENT, CRAFT) WITH THE    CNB26900
001300*    EMPLOYEE'S PRIORITY FOR THE JOB AND THE DATES IT IS IN       CNB26900
001400*    EFFECT.  THE HOLDERS OF A JOB ARE ORDERED BY PRIORITY, THEN  CNB26900
001500*    BY ROSTER SENIORITY DATE (TAKEN FROM ROSFILE WHEN THE CARD   CNB26900
001600*    IS FILED), THEN BY EMPLOYEE NUMBER.                          CNB26900
001700*    CNP12 AND CNP02B LINK CNP962 WHEN THEY SHOW A JOB WHOSE OWNERCNB26900
001800*    IS OFF ON ONE OF THOSE STATUSES.  WHILE THE VACANCY IS OPEN  CNB26900
001900*    THEY SHOW THE HOLDERS WHO ARE ELIGIBLE                       CNB26900
002000*    (CURRENT STATUS, REST AND QUALIFICATION ARE CHECKED ON       CNB26900
002100*    LINE), AND THE ORDERED ELIGIBLE LIST IS KEPT ON VACFILE FOR  CNB26900
002200*    THE VACANCY.  ONCE A TEMPORARY EMPLOYEE IS ON THE JOB THE    CNB26900
002300*    FILL IS RECORDED: FROM A CARD WHEN THE EMPLOYEE IS ON THE    CNB26900
002400*    LIST OR HOLDS A CARD IN EFFECT FOR THE JOB, OTHERWISE FROM   CNB26900
002500*    THE EXTRABOARD.  EVERY ELIGIBLE HOLDER LISTED AHEAD OF THE   CNB26900
002600*    EMPLOYEE WHO FILLED IT WAS SKIPPED.                          CNB26900
002700*    FUNCTIONS FROM THE PARM CARD:                                CNB26900
002800*      MAINT    - PFTRAN CARDS (TYPE, USER, EMPLOYEE, DIST,       CNB26900
002900*                 SUB-DIST, ASSIGNMENT, CRAFT, PRIORITY 01-99,    CNB26900
003000*                 EFFECTIVE FROM AND TO CCYYMMDD, REMARK):        CNB26900
003100*                   A - FILE A CARD.  A BLANK FROM DATE IS THE    CNB26900
003200*                       RUN DATE, A BLANK TO DATE IS OPEN.        CNB26900
003300*                   C - CHANGE THE PRIORITY, DATES OR REMARK.     CNB26900
003400*                       A BLANK FIELD KEEPS THE CURRENT ONE.      CNB26900
003500*                   X - CANCEL THE CARD.                          CNB26900
003600*                 THE USER MUST HOLD FUNCTION PFCD (CNB156).      CNB26900
003700*                 REJECTS: USER NO USER, TYPE BAD CARD TYPE, JOB  CNB26900
003800*                 EMPLOYEE OR JOB POSITION MISSING, PRIO BAD      CNB26900
003900*                 PRIORITY, DATE BAD DATE, NCHG NOTHING TO        CNB26900
004000*                 CHANGE, AUTH USER NOT AUTHORIZED, DUPC CARD     CNB26900
004100*                 ALREADY ON FILE, NREF NO SUCH CARD, EMPN NOT ON CNB26900
004200*                 THE MASTER, NROS NOT ON THE JOB'S ROSTER FOR THECNB26900
004300*                 EMPLOYEE'S CRAFT.                               CNB26900
004400*      CARDS    - EACH EMPLOYEE'S CARDS (PARM EMP-NBR, OR ALL).   CNB26900
004500*      LIST     - EACH JOB POSITION'S HOLDERS IN ORDER, MARKED    CNB26900
004600*                 IN EFFECT, FUTURE OR EXPIRED ON THE RUN DATE.   CNB26900
004700*      MONTHLY  - THE VACANCIES FILLED IN PARM MONTH (CCYYMM,     CNB26900
004800*                 BLANK = THE PRIOR MONTH), EACH FROM A CARD OR   CNB26900
004900*                 FROM THE EXTRABOARD, THEN THE CLAIMS, THEN THE  CNB26900
005000*                 FIGURES BY BOARD.  EVERY SKIPPED HOLDER ON A    CNB26900
005100*                 VACANCY FILLED BY THE END OF THE MONTH AND NOT  CNB26900
005200*                 YET CLAIMED IS A CLAIM: A TIMESLIP (EARN TYPE   CNB26900
005300*                 PS, THE RECORD CNB134 WRITES) FOR PARM          CNB26900
005400*                 PAY-PERIOD OF PARM HOURS (DEFAULT 8, A BASIC    CNB26900
005500*                 DAY) AT THE PARM AGREEMENT RATE IN CENTS PER    CNB26900
005600*                 HOUR.  THE VACANCY                              CNB26900
005700*                 IS MARKED WITH THE PERIOD SO IT IS NEVER CLAIMEDCNB26900
005800*                 TWICE.                                          CNB26900
005900*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB26900
006000*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB26900
006100*                                                                 CNB26900
006200*TBD  ROSFILE IS DECLARED AS IN CNB128.  A BASIC DAY FOR A SKIPPEDCNB26900
006300*HOLDER AND THE PS EARN TYPE ARE ASSUMED FROM PRACTICE, NOT THE   CNB26900
006400*AGREEMENT.  VERIFY BEFORE NEXT COMPILE.                          CNB26900
006500*                                                                 CNB26900
006600 ENVIRONMENT DIVISION.                                            CNB26900
006700 CONFIGURATION SECTION.                                           CNB26900
006800 SOURCE-COMPUTER.  IBM-370.                                       CNB26900
006900 OBJECT-COMPUTER.  IBM-370.                                       CNB26900
007000 INPUT-OUTPUT SECTION.                                            CNB26900
007100 FILE-CONTROL.                                                    CNB26900
007200     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB26900
007300            ORGANIZATION  SEQUENTIAL                              CNB26900
007400            FILE STATUS   WS-PARM-STATUS.                         CNB26900
007500     SELECT TRAN-FILE    ASSIGN TO PFTRAN                         CNB26900
007600            ORGANIZATION  SEQUENTIAL                              CNB26900
007700            FILE STATUS   WS-TRAN-STATUS.                         CNB26900
007800     SELECT PF-FILE      ASSIGN TO PREFFILE                       CNB26900
007900            ORGANIZATION  INDEXED                                 CNB26900
008000            ACCESS MODE   DYNAMIC                                 CNB26900
008100            RECORD KEY    PF-KEY                                  CNB26900
008200            ALTERNATE RECORD KEY PF-ORDER-KEY                     CNB26900
008300            FILE STATUS   WS-PF-STATUS.                           CNB26900
008400     SELECT PV-FILE      ASSIGN TO VACFILE                        CNB26900
008500            ORGANIZATION  INDEXED                                 CNB26900
008600            ACCESS MODE   DYNAMIC                                 CNB26900
008700            RECORD KEY    PV-KEY                                  CNB26900
008800            FILE STATUS   WS-PV-STATUS.                           CNB26900
008900     SELECT ROS-FILE     ASSIGN TO ROSFILE                        CNB26900
009000            ORGANIZATION  INDEXED                                 CNB26900
009100            ACCESS MODE   DYNAMIC                                 CNB26900
009200            RECORD KEY    ROS-KEY                                 CNB26900
009300            FILE STATUS   WS-ROS-STATUS.                          CNB26900
009400     SELECT MSTR-FILE    ASSIGN TO MSTRFILE                       CNB26900
009500            ORGANIZATION  INDEXED                                 CNB26900
009600            ACCESS MODE   DYNAMIC                                 CNB26900
009700            RECORD KEY    MIO-KEY                                 CNB26900
009800            ALTERNATE RECORD KEY MIO-EMP-NBR                      CNB26900
009900            FILE STATUS   WS-MSTRF-STATUS.                        CNB26900
010000     SELECT TSGEN-FILE   ASSIGN TO TSGEN                          CNB26900
010100            ORGANIZATION  SEQUENTIAL                              CNB26900
010200            FILE STATUS   WS-TSGEN-STATUS.                        CNB26900
010300     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB26900
010400            ORGANIZATION  LINE SEQUENTIAL                         CNB26900
010500            FILE STATUS   WS-RPT-STATUS.                          CNB26900
010600*                                                                 CNB26900
010700 DATA DIVISION.                                                   CNB26900
010800 FILE SECTION.                                                    CNB26900
010900 FD  PARM-FILE                                                    CNB26900
011000     RECORD CONTAINS 80 CHARACTERS.                               CNB26900
011100 01  WS-PARM-RECORD.                                              CNB26900
011200     05  PARM-FUNC                 PIC X(8).                      CNB26900
011300     05  PARM-DATE-TIME            PIC X(12).                     CNB26900
011400*    CCYYMM:                                                      CNB26900
011500     05  PARM-MONTH                PIC X(6).                      CNB26900
011600     05  PARM-PAY-PERIOD           PIC X(6).                      CNB26900
011700*    CENTS PER HOUR:                                              CNB26900
011800     05  PARM-RATE                 PIC X(5).                      CNB26900
011900     05  PARM-HOURS                PIC X(2).                      CNB26900
012000     05  PARM-EMP-NBR              PIC X(9).                      CNB26900
012100     05  FILLER                    PIC X(32).                     CNB26900
012200 FD  TRAN-FILE                                                    CNB26900
012300     RECORD CONTAINS 80 CHARACTERS.                               CNB26900
012400 01  PC-RECORD.                                                   CNB26900
012500     05  PC-TYPE                   PIC X(1).                      CNB26900
012600         88  PC-ADD                      VALUE 'A'.               CNB26900
012700         88  PC-CHANGE                   VALUE 'C'.               CNB26900
012800         88  PC-CANCEL                   VALUE 'X'.               CNB26900
012900     05  PC-USER                   PIC X(8).                      CNB26900
013000     05  PC-EMP-NBR                PIC X(9).                      CNB26900
013100     05  PC-JOB.                                                  CNB26900
013200         10  PC-DIST               PIC X(2).                      CNB26900
013300         10  PC-SDIST              PIC X(2).                      CNB26900
013400         10  PC-ASGN-ID            PIC X(6).                      CNB26900
013500         10  PC-CRAFT              PIC X(2).                      CNB26900
013600     05  PC-PRIORITY               PIC X(2).                      CNB26900
013700     05  PC-PRIORITY-N REDEFINES PC-PRIORITY                      CNB26900
013800                                   PIC 9(2).                      CNB26900
013900*    CCYYMMDD:                                                    CNB26900
014000     05  PC-EFF-FROM               PIC X(8).                      CNB26900
014100     05  PC-EFF-TO                 PIC X(8).                      CNB26900
014200     05  PC-REMARK                 PIC X(30).                     CNB26900
014300     05  FILLER                    PIC X(2).                      CNB26900
014400 FD  PF-FILE                                                      CNB26900
014500     RECORD CONTAINS 200 CHARACTERS.                              CNB26900
014600 01  PF-RECORD.                                                   CNB26900
014700     05  PF-KEY.                                                  CNB26900
014800         10  PF-EMP-NBR            PIC X(9).                      CNB26900
014900         10  PF-JOB.                                              CNB26900
015000             15  PF-DIST           PIC X(2).                      CNB26900
015100             15  PF-SDIST          PIC X(2).                      CNB26900
015200             15  PF-ASGN-ID        PIC X(6).                      CNB26900
015300             15  PF-CRAFT          PIC X(2).                      CNB26900
015400*    THE ORDER THE JOB'S HOLDERS ARE OFFERED A VACANCY IN:        CNB26900
015500     05  PF-ORDER-KEY.                                            CNB26900
015600         10  PF-ORD-JOB            PIC X(12).                     CNB26900
015700         10  PF-ORD-PRIORITY       PIC 9(2).                      CNB26900
015800         10  PF-ORD-SEN-DATE       PIC X(8).                      CNB26900
015900         10  PF-ORD-EMP-NBR        PIC X(9).                      CNB26900
016000     05  PF-STATUS                 PIC X(1).                      CNB26900
016100         88  PF-ACTIVE                   VALUE 'A'.               CNB26900
016200         88  PF-CANCELLED                VALUE 'X'.               CNB26900
016300     05  PF-EMP-NAME               PIC X(26).                     CNB26900
016400*    CCYYMMDD - 99999999 IS OPEN:                                 CNB26900
016500     05  PF-EFF-FROM               PIC X(8).                      CNB26900
016600     05  PF-EFF-TO                 PIC X(8).                      CNB26900
016700     05  PF-FILED-BY               PIC X(8).                      CNB26900
016800     05  PF-FILED-DATE             PIC X(8).                      CNB26900
016900     05  PF-CHANGED-BY             PIC X(8).                      CNB26900
017000     05  PF-CHANGED-DATE           PIC X(8).                      CNB26900
017100     05  PF-REMARK                 PIC X(30).                     CNB26900
017200     05  FILLER                    PIC X(43).                     CNB26900
017300 FD  PV-FILE                                                      CNB26900
017400     RECORD CONTAINS 200 CHARACTERS.                              CNB26900
017500 01  PV-RECORD.                                                   CNB26900
017600     05  PV-KEY.                                                  CNB26900
017700         10  PV-JOB.                                              CNB26900
017800             15  PV-DIST           PIC X(2).                      CNB26900
017900             15  PV-SDIST          PIC X(2).                      CNB26900
018000             15  PV-ASGN-ID        PIC X(6).                      CNB26900
018100             15  PV-CRAFT          PIC X(2).                      CNB26900
018200         10  PV-OWNER-EMP          PIC X(9).                      CNB26900
018300*        CCYYMMDD - THE OWNER'S LAYOFF DATE:                      CNB26900
018400         10  PV-OPEN-DATE          PIC X(8).                      CNB26900
018500     05  PV-OWNER-STATUS           PIC X(1).                      CNB26900
018600*    CCYYMMDDHHMM:                                                CNB26900
018700     05  PV-FIRST-SEEN             PIC X(12).                     CNB26900
018800     05  PV-LIST-TIME              PIC X(12).                     CNB26900
018900     05  PV-LIST-COUNT             PIC 9(2).                      CNB26900
019000     05  PV-LIST-AREA.                                            CNB26900
019100         10  PV-LIST-EMP OCCURS 5 TIMES                           CNB26900
019200                                   PIC X(9).                      CNB26900
019300     05  PV-FILL-SOURCE            PIC X(1).                      CNB26900
019400         88  PV-UNFILLED                 VALUE SPACE.             CNB26900
019500         88  PV-FROM-CARD                VALUE 'C'.               CNB26900
019600         88  PV-FROM-EXTRABOARD          VALUE 'E'.               CNB26900
019700     05  PV-FILL-EMP               PIC X(9).                      CNB26900
019800     05  PV-FILL-TIME              PIC X(12).                     CNB26900
019900*    THE FILLER'S PLACE ON THE LIST, ZERO IF NOT LISTED:          CNB26900
020000     05  PV-FILL-POS               PIC 9(2).                      CNB26900
020100     05  PV-SKIP-COUNT             PIC 9(2).                      CNB26900
020200     05  PV-CLAIM-PERIOD           PIC X(6).                      CNB26900
020300     05  FILLER                    PIC X(67).                     CNB26900
020400 FD  ROS-FILE                                                     CNB26900
020500     RECORD CONTAINS 80 CHARACTERS.                               CNB26900
020600 01  ROS-RECORD.                                                  CNB26900
020700     05  ROS-KEY.                                                 CNB26900
020800         10  ROS-DIST              PIC X(2).                      CNB26900
020900         10  ROS-SDIST             PIC X(2).                      CNB26900
021000         10  ROS-CRAFT             PIC X(2).                      CNB26900
021100         10  ROS-RANK              PIC 9(4).                      CNB26900
021200     05  ROS-EMP-NBR               PIC X(9).                      CNB26900
021300     05  ROS-SEN-DATE              PIC X(8).                      CNB26900
021400     05  FILLER                    PIC X(53).                     CNB26900
021500 FD  MSTR-FILE                                                    CNB26900
021600     RECORD CONTAINS 500 CHARACTERS.                              CNB26900
021700 01  MIO-RECORD.                                                  CNB26900
021800     05  MIO-KEY.                                                 CNB26900
021900         10  MIO-DIST              PIC X(2).                      CNB26900
022000         10  MIO-SDIST             PIC X(2).                      CNB26900
022100         10  MIO-CRAFT             PIC X(2).                      CNB26900
022200         10  MIO-EMP-NAME          PIC X(26).                     CNB26900
022300         10  MIO-EMP-NBR           PIC X(9).                      CNB26900
022400     05  FILLER                    PIC X(459).                    CNB26900
022500 FD  TSGEN-FILE                                                   CNB26900
022600     RECORD CONTAINS 80 CHARACTERS.                               CNB26900
022700 01  WS-TSGEN-RECORD.                                             CNB26900
022800     05  TG-EMP-NBR                PIC X(9).                      CNB26900
022900     05  TG-EARN-TYPE              PIC X(2).                      CNB26900
023000     05  TG-PAY-PERIOD             PIC X(6).                      CNB26900
023100     05  TG-AMOUNT                 PIC S9(5)V99.                  CNB26900
023200     05  FILLER                    PIC X(56).                     CNB26900
023300 FD  RPT-FILE                                                     CNB26900
023400     RECORD CONTAINS 132 CHARACTERS.                              CNB26900
023500 01  RPT-LINE                      PIC X(132).                    CNB26900
023600*                                                                 CNB26900
023700 WORKING-STORAGE SECTION.                                         CNB26900
023800 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB26900
023900     88  WS-PARM-OK                       VALUE '00'.             CNB26900
024000 01  WS-TRAN-STATUS                PIC XX VALUE SPACES.           CNB26900
024100     88  WS-TRAN-OK                       VALUE '00'.             CNB26900
024200 01  WS-PF-STATUS                  PIC XX VALUE SPACES.           CNB26900
024300     88  WS-PF-OK                         VALUE '00'.             CNB26900
024400     88  WS-PF-NOTFND                     VALUE '23'.             CNB26900
024500 01  WS-PV-STATUS                  PIC XX VALUE SPACES.           CNB26900
024600     88  WS-PV-OK                         VALUE '00'.             CNB26900
024700 01  WS-ROS-STATUS                 PIC XX VALUE SPACES.           CNB26900
024800     88  WS-ROS-OK                        VALUE '00'.             CNB26900
024900 01  WS-MSTRF-STATUS               PIC XX VALUE SPACES.           CNB26900
025000     88  WS-MSTRF-OK                      VALUE '00'.             CNB26900
025100     88  WS-MSTRF-NOTFND                  VALUE '23'.             CNB26900
025200 01  WS-TSGEN-STATUS               PIC XX VALUE SPACES.           CNB26900
025300     88  WS-TSGEN-OK                      VALUE '00'.             CNB26900
025400 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB26900
025500     88  WS-RPT-OK                        VALUE '00'.             CNB26900
025600 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB26900
025700 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB26900
025800 COPY WSERRLOG.                                                   CNB26900
025900 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB26900
026000     88  WS-FUNC-MAINT                    VALUE 'MAINT'.          CNB26900
026100     88  WS-FUNC-CARDS                    VALUE 'CARDS'.          CNB26900
026200     88  WS-FUNC-LIST                     VALUE 'LIST'.           CNB26900
026300     88  WS-FUNC-MONTHLY                  VALUE 'MONTHLY'.        CNB26900
026400 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB26900
026500 01  WS-RUN-DATE                   PIC X(8) VALUE SPACES.         CNB26900
026600 01  WS-MONTH.                                                    CNB26900
026700     05  WS-MN-CCYY                PIC 9(4) VALUE ZEROS.          CNB26900
026800     05  WS-MN-MM                  PIC 9(2) VALUE ZEROS.          CNB26900
026900 01  WS-MONTH-X REDEFINES WS-MONTH PIC X(6).                      CNB26900
027000 01  WS-PAY-PERIOD                 PIC X(6) VALUE SPACES.         CNB26900
027100 01  WS-RATE                       PIC 9(5) VALUE ZEROS.          CNB26900
027200 01  WS-HOURS                      PIC 9(2) VALUE 8.              CNB26900
027300 01  WS-EMP-NBR                    PIC X(9) VALUE SPACES.         CNB26900
027400 01  WS-EOF-INPUT-SW               PIC X  VALUE 'N'.              CNB26900
027500     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB26900
027600 01  WS-EOF-PF-SW                  PIC X  VALUE 'N'.              CNB26900
027700     88  WS-EOF-PF                        VALUE 'Y'.              CNB26900
027800 01  WS-EOF-PV-SW                  PIC X  VALUE 'N'.              CNB26900
027900     88  WS-EOF-PV                        VALUE 'Y'.              CNB26900
028000 01  WS-REJ-REASON                 PIC X(4) VALUE SPACES.         CNB26900
028100*                                                                 CNB26900
028200*    THE CARD BEING APPLIED                                       CNB26900
028300*                                                                 CNB26900
028400 01  WS-CNB156-PGM                 PIC X(8) VALUE 'CNB156'.       CNB26900
028500 01  CNB156-COMMAREA.                                             CNB26900
028600     05  CA-USERID                 PIC X(8).                      CNB26900
028700     05  CA-FUNC-CODE              PIC X(4).                      CNB26900
028800     05  CA-TERMINAL               PIC X(4).                      CNB26900
028900     05  CA-REPLY                  PIC X(1).                      CNB26900
029000         88  CA-ALLOWED                  VALUE 'A'.               CNB26900
029100         88  CA-DENIED                   VALUE 'D'.               CNB26900
029200     05  CA-ROLE                   PIC X(8).                      CNB26900
029300 01  WS-CARD-FOUND-SW              PIC X  VALUE 'N'.              CNB26900
029400     88  WS-CARD-FOUND                    VALUE 'Y'.              CNB26900
029500 01  WS-NEW-FROM                   PIC X(8) VALUE SPACES.         CNB26900
029600 01  WS-NEW-TO                     PIC X(8) VALUE SPACES.         CNB26900
029700 01  WS-OPEN-TO                    PIC X(8) VALUE '99999999'.     CNB26900
029800*                                                                 CNB26900
029900*    ROSTER LOOKUP - THE EMPLOYEE'S ENTRY ON ONE BOARD            CNB26900
030000*                                                                 CNB26900
030100 01  WS-BOARD                      PIC X(6) VALUE SPACES.         CNB26900
030200 01  WS-FB-EMP                     PIC X(9) VALUE SPACES.         CNB26900
030300 01  WS-FB-SEN-DATE                PIC X(8) VALUE SPACES.         CNB26900
030400 01  WS-FB-FOUND-SW                PIC X  VALUE 'N'.              CNB26900
030500     88  WS-FB-FOUND                      VALUE 'Y'.              CNB26900
030600 01  WS-GROUP-DONE-SW              PIC X  VALUE 'N'.              CNB26900
030700     88  WS-GROUP-DONE                    VALUE 'Y'.              CNB26900
030800*                                                                 CNB26900
030900*    LIST AND CARDS BREAKS                                        CNB26900
031000*                                                                 CNB26900
031100 01  WS-PREV-JOB                   PIC X(12) VALUE SPACES.        CNB26900
031200 01  WS-PREV-EMP                   PIC X(9) VALUE SPACES.         CNB26900
031300 01  WS-HOLDER-SEQ                 PIC 9(3) VALUE ZEROS.          CNB26900
031400*                                                                 CNB26900
031500*    MONTHLY                                                      CNB26900
031600*                                                                 CNB26900
031700 01  WS-SUB                        PIC S9(4) COMP VALUE ZEROS.    CNB26900
031800 01  WS-AMOUNT                     PIC S9(5)V99 VALUE ZEROS.      CNB26900
031900 01  WS-TOTAL-AMOUNT               PIC S9(7)V99 VALUE ZEROS.      CNB26900
032000 01  WS-BD-MAX                     PIC S9(4) COMP VALUE 300.      CNB26900
032100 01  WS-BD-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB26900
032200 01  WS-BD-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB26900
032300 01  WS-BD-SUB2                    PIC S9(4) COMP VALUE ZEROS.    CNB26900
032400 01  WS-BD-AT                      PIC S9(4) COMP VALUE ZEROS.    CNB26900
032500 01  WS-BD-INS-AT                  PIC S9(4) COMP VALUE ZEROS.    CNB26900
032600 01  WS-BD-FIND-BOARD              PIC X(6) VALUE SPACES.         CNB26900
032700 01  WS-BD-TABLE.                                                 CNB26900
032800     05  WS-BD-ENTRY OCCURS 300 TIMES.                            CNB26900
032900         10  WS-BD-BOARD           PIC X(6).                      CNB26900
033000         10  WS-BD-FILLED          PIC 9(5).                      CNB26900
033100         10  WS-BD-CARD            PIC 9(5).                      CNB26900
033200         10  WS-BD-XB              PIC 9(5).                      CNB26900
033300         10  WS-BD-SKIPS           PIC 9(5).                      CNB26900
033400*                                                                 CNB26900
033500 01  WS-TRAN-COUNT                 PIC 9(7) VALUE ZEROS.          CNB26900
033600 01  WS-REJ-COUNT                  PIC 9(7) VALUE ZEROS.          CNB26900
033700 01  WS-ADD-COUNT                  PIC 9(7) VALUE ZEROS.          CNB26900
033800 01  WS-CHG-COUNT                  PIC 9(7) VALUE ZEROS.          CNB26900
033900 01  WS-CAN-COUNT                  PIC 9(7) VALUE ZEROS.          CNB26900
034000 01  WS-READ-COUNT                 PIC 9(7) VALUE ZEROS.          CNB26900
034100 01  WS-PRINT-COUNT                PIC 9(7) VALUE ZEROS.          CNB26900
034200 01  WS-FILLED-COUNT               PIC 9(7) VALUE ZEROS.          CNB26900
034300 01  WS-CARD-COUNT                 PIC 9(7) VALUE ZEROS.          CNB26900
034400 01  WS-XB-COUNT                   PIC 9(7) VALUE ZEROS.          CNB26900
034500 01  WS-UNFILLED-COUNT             PIC 9(7) VALUE ZEROS.          CNB26900
034600 01  WS-CLAIM-COUNT                PIC 9(7) VALUE ZEROS.          CNB26900
034700 01  WS-LOST-COUNT                 PIC 9(7) VALUE ZEROS.          CNB26900
034800 01  WS-HDR-LINE.                                                 CNB26900
034900     05  FILLER                PIC X(38)  VALUE                   CNB26900
035000         'CNB269 - STANDING PREFERENCE CARDS'.                    CNB26900
035100     05  FILLER                PIC X(2)   VALUE SPACES.           CNB26900
035200     05  HDR-FUNC              PIC X(8).                          CNB26900
035300     05  FILLER                PIC X(2)   VALUE SPACES.           CNB26900
035400     05  HDR-DATE-TIME         PIC X(12).                         CNB26900
035500     05  FILLER                PIC X(70)  VALUE SPACES.           CNB26900
035600 01  WS-TITLE-LINE.                                               CNB26900
035700     05  TTL-TEXT                  PIC X(80).                     CNB26900
035800     05  FILLER                    PIC X(52) VALUE SPACES.        CNB26900
035900 01  WS-TRAN-HDR-LINE.                                            CNB26900
036000     05  FILLER                    PIC X(40) VALUE                CNB26900
036100         'T  USER      EMPLOYEE   JOB POSITION'.                  CNB26900
036200     05  FILLER                    PIC X(40) VALUE                CNB26900
036300         ' PR  FROM      TO        REMARK'.                       CNB26900
036400     05  FILLER                    PIC X(52) VALUE                CNB26900
036500         '                 RESULT'.                               CNB26900
036600 01  WS-TRAN-LINE.                                                CNB26900
036700     05  TL-TYPE                   PIC X(1).                      CNB26900
036800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
036900     05  TL-USER                   PIC X(8).                      CNB26900
037000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
037100     05  TL-EMP-NBR                PIC X(9).                      CNB26900
037200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
037300     05  TL-DIST                   PIC X(2).                      CNB26900
037400     05  FILLER                    PIC X(1) VALUE '/'.            CNB26900
037500     05  TL-SDIST                  PIC X(2).                      CNB26900
037600     05  FILLER                    PIC X(1) VALUE '/'.            CNB26900
037700     05  TL-ASGN-ID                PIC X(6).                      CNB26900
037800     05  FILLER                    PIC X(1) VALUE '/'.            CNB26900
037900     05  TL-CRAFT                  PIC X(2).                      CNB26900
038000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
038100     05  TL-PRIORITY               PIC X(2).                      CNB26900
038200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
038300     05  TL-EFF-FROM               PIC X(8).                      CNB26900
038400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
038500     05  TL-EFF-TO                 PIC X(8).                      CNB26900
038600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
038700     05  TL-REMARK                 PIC X(30).                     CNB26900
038800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
038900     05  TL-RESULT                 PIC X(20).                     CNB26900
039000     05  FILLER                    PIC X(15) VALUE SPACES.        CNB26900
039100 01  WS-CD-HDR-LINE.                                              CNB26900
039200     05  FILLER                    PIC X(40) VALUE                CNB26900
039300         'EMPLOYEE   NAME                        J'.              CNB26900
039400     05  FILLER                    PIC X(40) VALUE                CNB26900
039500         'OB POSITION      PR  FROM      TO'.                     CNB26900
039600     05  FILLER                    PIC X(52) VALUE                CNB26900
039700         ' STATUS     FILED BY  ON        REMARK'.                CNB26900
039800 01  WS-CD-LINE.                                                  CNB26900
039900     05  CDL-EMP-NBR               PIC X(9).                      CNB26900
040000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
040100     05  CDL-EMP-NAME              PIC X(26).                     CNB26900
040200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
040300     05  CDL-DIST                  PIC X(2).                      CNB26900
040400     05  FILLER                    PIC X(1) VALUE '/'.            CNB26900
040500     05  CDL-SDIST                 PIC X(2).                      CNB26900
040600     05  FILLER                    PIC X(1) VALUE '/'.            CNB26900
040700     05  CDL-ASGN-ID               PIC X(6).                      CNB26900
040800     05  FILLER                    PIC X(1) VALUE '/'.            CNB26900
040900     05  CDL-CRAFT                 PIC X(2).                      CNB26900
041000     05  FILLER                    PIC X(3) VALUE SPACES.         CNB26900
041100     05  CDL-PRIORITY              PIC X(2).                      CNB26900
041200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
041300     05  CDL-EFF-FROM              PIC X(8).                      CNB26900
041400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
041500     05  CDL-EFF-TO                PIC X(8).                      CNB26900
041600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
041700     05  CDL-STATUS                PIC X(9).                      CNB26900
041800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
041900     05  CDL-FILED-BY              PIC X(8).                      CNB26900
042000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
042100     05  CDL-FILED-DATE            PIC X(8).                      CNB26900
042200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
042300     05  CDL-REMARK                PIC X(20).                     CNB26900
042400 01  WS-JOB-LINE.                                                 CNB26900
042500     05  FILLER                    PIC X(14) VALUE                CNB26900
042600         'JOB POSITION  '.                                        CNB26900
042700     05  JBL-DIST                  PIC X(2).                      CNB26900
042800     05  FILLER                    PIC X(1) VALUE '/'.            CNB26900
042900     05  JBL-SDIST                 PIC X(2).                      CNB26900
043000     05  FILLER                    PIC X(1) VALUE '/'.            CNB26900
043100     05  JBL-ASGN-ID               PIC X(6).                      CNB26900
043200     05  FILLER                    PIC X(1) VALUE '/'.            CNB26900
043300     05  JBL-CRAFT                 PIC X(2).                      CNB26900
043400     05  FILLER                    PIC X(103) VALUE SPACES.       CNB26900
043500 01  WS-HL-HDR-LINE.                                              CNB26900
043600     05  FILLER                    PIC X(40) VALUE                CNB26900
043700         '  SEQ  PR  SENIORITY  EMPLOYEE   NAME'.                 CNB26900
043800     05  FILLER                    PIC X(40) VALUE                CNB26900
043900         '                     FROM      TO'.                     CNB26900
044000     05  FILLER                    PIC X(52) VALUE                CNB26900
044100         ' STATUS'.                                               CNB26900
044200 01  WS-HL-LINE.                                                  CNB26900
044300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
044400     05  HLL-SEQ                   PIC ZZ9.                       CNB26900
044500     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
044600     05  HLL-PRIORITY              PIC 99.                        CNB26900
044700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
044800     05  HLL-SEN-DATE              PIC X(8).                      CNB26900
044900     05  FILLER                    PIC X(3) VALUE SPACES.         CNB26900
045000     05  HLL-EMP-NBR               PIC X(9).                      CNB26900
045100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
045200     05  HLL-EMP-NAME              PIC X(26).                     CNB26900
045300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
045400     05  HLL-EFF-FROM              PIC X(8).                      CNB26900
045500     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
045600     05  HLL-EFF-TO                PIC X(8).                      CNB26900
045700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
045800     05  HLL-STATUS                PIC X(9).                      CNB26900
045900     05  FILLER                    PIC X(42) VALUE SPACES.        CNB26900
046000 01  WS-VC-HDR-LINE.                                              CNB26900
046100     05  FILLER                    PIC X(40) VALUE                CNB26900
046200         'JOB POSITION      OWNER     ST  OPENED'.                CNB26900
046300     05  FILLER                    PIC X(40) VALUE                CNB26900
046400         '  FILLED        FILLED BY  SOURCE     PL'.              CNB26900
046500     05  FILLER                    PIC X(52) VALUE                CNB26900
046600         'ACE  SKIPPED  LISTED'.                                  CNB26900
046700 01  WS-VC-LINE.                                                  CNB26900
046800     05  VCL-DIST                  PIC X(2).                      CNB26900
046900     05  FILLER                    PIC X(1) VALUE '/'.            CNB26900
047000     05  VCL-SDIST                 PIC X(2).                      CNB26900
047100     05  FILLER                    PIC X(1) VALUE '/'.            CNB26900
047200     05  VCL-ASGN-ID               PIC X(6).                      CNB26900
047300     05  FILLER                    PIC X(1) VALUE '/'.            CNB26900
047400     05  VCL-CRAFT                 PIC X(2).                      CNB26900
047500     05  FILLER                    PIC X(3) VALUE SPACES.         CNB26900
047600     05  VCL-OWNER                 PIC X(9).                      CNB26900
047700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
047800     05  VCL-OWNER-STATUS          PIC X(1).                      CNB26900
047900     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
048000     05  VCL-OPEN-DATE             PIC X(8).                      CNB26900
048100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
048200     05  VCL-FILL-TIME             PIC X(12).                     CNB26900
048300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
048400     05  VCL-FILL-EMP              PIC X(9).                      CNB26900
048500     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
048600     05  VCL-SOURCE                PIC X(10).                     CNB26900
048700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
048800     05  VCL-POS                   PIC Z9.                        CNB26900
048900     05  FILLER                    PIC X(7) VALUE SPACES.         CNB26900
049000     05  VCL-SKIPS                 PIC Z9.                        CNB26900
049100     05  FILLER                    PIC X(6) VALUE SPACES.         CNB26900
049200     05  VCL-LISTED                PIC Z9.                        CNB26900
049300     05  FILLER                    PIC X(34) VALUE SPACES.        CNB26900
049400 01  WS-CL-HDR-LINE.                                              CNB26900
049500     05  FILLER                    PIC X(40) VALUE                CNB26900
049600         'HOLDER     JOB POSITION      OWNER'.                    CNB26900
049700     05  FILLER                    PIC X(40) VALUE                CNB26900
049800         'FILLED        FILLED BY  SOURCE      PLA'.              CNB26900
049900     05  FILLER                    PIC X(52) VALUE                CNB26900
050000         'CE    AMOUNT'.                                          CNB26900
050100 01  WS-CL-LINE.                                                  CNB26900
050200     05  CLL-HOLDER                PIC X(9).                      CNB26900
050300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
050400     05  CLL-DIST                  PIC X(2).                      CNB26900
050500     05  FILLER                    PIC X(1) VALUE '/'.            CNB26900
050600     05  CLL-SDIST                 PIC X(2).                      CNB26900
050700     05  FILLER                    PIC X(1) VALUE '/'.            CNB26900
050800     05  CLL-ASGN-ID               PIC X(6).                      CNB26900
050900     05  FILLER                    PIC X(1) VALUE '/'.            CNB26900
051000     05  CLL-CRAFT                 PIC X(2).                      CNB26900
051100     05  FILLER                    PIC X(3) VALUE SPACES.         CNB26900
051200     05  CLL-OWNER                 PIC X(9).                      CNB26900
051300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
051400     05  CLL-FILL-TIME             PIC X(12).                     CNB26900
051500     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
051600     05  CLL-FILL-EMP              PIC X(9).                      CNB26900
051700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
051800     05  CLL-SOURCE                PIC X(10).                     CNB26900
051900     05  FILLER                    PIC X(3) VALUE SPACES.         CNB26900
052000     05  CLL-PLACE                 PIC Z9.                        CNB26900
052100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
052200     05  CLL-AMOUNT                PIC ZZ,ZZ9.99-.                CNB26900
052300     05  FILLER                    PIC X(40) VALUE SPACES.        CNB26900
052400 01  WS-BD-HDR-LINE.                                              CNB26900
052500     05  FILLER                    PIC X(40) VALUE                CNB26900
052600         'BOARD       FILLED   CARDS EXTRABOARD  S'.              CNB26900
052700     05  FILLER                    PIC X(40) VALUE                CNB26900
052800         'KIPPED'.                                                CNB26900
052900     05  FILLER                    PIC X(52) VALUE SPACES.        CNB26900
053000 01  WS-BD-LINE.                                                  CNB26900
053100     05  BDL-DIST                  PIC X(2).                      CNB26900
053200     05  FILLER                    PIC X(1) VALUE '/'.            CNB26900
053300     05  BDL-SDIST                 PIC X(2).                      CNB26900
053400     05  FILLER                    PIC X(1) VALUE '/'.            CNB26900
053500     05  BDL-CRAFT                 PIC X(2).                      CNB26900
053600     05  FILLER                    PIC X(4) VALUE SPACES.         CNB26900
053700     05  BDL-FILLED                PIC ZZ,ZZ9.                    CNB26900
053800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26900
053900     05  BDL-CARD                  PIC ZZ,ZZ9.                    CNB26900
054000     05  FILLER                    PIC X(5) VALUE SPACES.         CNB26900
054100     05  BDL-XB                    PIC ZZ,ZZ9.                    CNB26900
054200     05  FILLER                    PIC X(3) VALUE SPACES.         CNB26900
054300     05  BDL-SKIPS                 PIC ZZ,ZZ9.                    CNB26900
054400     05  FILLER                    PIC X(86) VALUE SPACES.        CNB26900
054500 01  WS-CNT-LINE.                                                 CNB26900
054600     05  CNT-LABEL                 PIC X(30).                     CNB26900
054700     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB26900
054800     05  FILLER                    PIC X(95) VALUE SPACES.        CNB26900
054900 01  WS-AMT-LINE.                                                 CNB26900
055000     05  AMT-LABEL                 PIC X(30).                     CNB26900
055100     05  AMT-VALUE                 PIC Z,ZZZ,ZZ9.99-.             CNB26900
055200     05  FILLER                    PIC X(89) VALUE SPACES.        CNB26900
055300*                                                                 CNB26900
055400 PROCEDURE DIVISION.                                              CNB26900
055500 P0000-MAINLINE.                                                  CNB26900
055600     PERFORM P1000-INITIALIZE                                     CNB26900
055700     EVALUATE TRUE                                                CNB26900
055800        WHEN WS-FUNC-MAINT                                        CNB26900
055900             PERFORM P2000-APPLY-CARDS UNTIL WS-EOF-INPUT         CNB26900
056000        WHEN WS-FUNC-CARDS                                        CNB26900
056100             PERFORM P4000-PRINT-CARDS                            CNB26900
056200        WHEN WS-FUNC-LIST                                         CNB26900
056300             PERFORM P5000-PRINT-HOLDERS                          CNB26900
056400        WHEN OTHER                                                CNB26900
056500             PERFORM P6000-MONTHLY-REPORT                         CNB26900
056600     END-EVALUATE                                                 CNB26900
056700     PERFORM P9000-TERMINATE                                      CNB26900
056800     GOBACK.                                                      CNB26900
056900*                                                                 CNB26900
057000 P1000-INITIALIZE.                                                CNB26900
057100     OPEN INPUT PARM-FILE                                         CNB26900
057200     IF NOT WS-PARM-OK                                            CNB26900
057300        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB26900
057400        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB26900
057500        PERFORM P9999-GOT-PROBLEM                                 CNB26900
057600     END-IF                                                       CNB26900
057700     READ PARM-FILE                                               CNB26900
057800     IF NOT WS-PARM-OK                                            CNB26900
057900        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB26900
058000        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB26900
058100        PERFORM P9999-GOT-PROBLEM                                 CNB26900
058200     END-IF                                                       CNB26900
058300     MOVE PARM-FUNC                TO WS-FUNC                     CNB26900
058400     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB26900
058500     MOVE PARM-PAY-PERIOD          TO WS-PAY-PERIOD               CNB26900
058600     MOVE PARM-EMP-NBR             TO WS-EMP-NBR                  CNB26900
058700     CLOSE PARM-FILE                                              CNB26900
058800     IF NOT WS-FUNC-MAINT AND NOT WS-FUNC-CARDS                   CNB26900
058900        AND NOT WS-FUNC-LIST AND NOT WS-FUNC-MONTHLY              CNB26900
059000        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB26900
059100        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB26900
059200        PERFORM P9999-GOT-PROBLEM                                 CNB26900
059300     END-IF                                                       CNB26900
059400     IF WS-RUN-DATE-TIME (1:10) NOT NUMERIC                       CNB26900
059500        OR (WS-FUNC-MONTHLY                                       CNB26900
059600            AND (WS-PAY-PERIOD NOT NUMERIC                        CNB26900
059700                 OR PARM-RATE NOT NUMERIC                         CNB26900
059800                 OR (PARM-MONTH NOT = SPACES                      CNB26900
059900                     AND PARM-MONTH NOT NUMERIC)))                CNB26900
060000        MOVE 'P1000-BAD-PARM'      TO WS-ABEND-PARAGRAPH          CNB26900
060100        MOVE 'PM'                  TO WS-ABEND-STATUS             CNB26900
060200        PERFORM P9999-GOT-PROBLEM                                 CNB26900
060300     END-IF                                                       CNB26900
060400     MOVE '20'                     TO WS-RUN-DATE (1:2)           CNB26900
060500     MOVE WS-RUN-DATE-TIME (1:6)   TO WS-RUN-DATE (3:6)           CNB26900
060600     IF WS-FUNC-MONTHLY                                           CNB26900
060700        MOVE PARM-RATE             TO WS-RATE                     CNB26900
060800        IF PARM-HOURS NUMERIC                                     CNB26900
060900           MOVE PARM-HOURS         TO WS-HOURS                    CNB26900
061000        END-IF                                                    CNB26900
061100        IF PARM-MONTH NOT = SPACES                                CNB26900
061200           MOVE PARM-MONTH         TO WS-MONTH-X                  CNB26900
061300        ELSE                                                      CNB26900
061400           MOVE WS-RUN-DATE (1:6)  TO WS-MONTH-X                  CNB26900
061500           IF WS-MN-MM = 01                                       CNB26900
061600              MOVE 12              TO WS-MN-MM                    CNB26900
061700              SUBTRACT 1 FROM WS-MN-CCYY                          CNB26900
061800           ELSE                                                   CNB26900
061900              SUBTRACT 1 FROM WS-MN-MM                            CNB26900
062000           END-IF                                                 CNB26900
062100        END-IF                                                    CNB26900
062200     END-IF                                                       CNB26900
062300     OPEN OUTPUT RPT-FILE                                         CNB26900
062400     IF NOT WS-RPT-OK                                             CNB26900
062500        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB26900
062600        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB26900
062700        PERFORM P9999-GOT-PROBLEM                                 CNB26900
062800     END-IF                                                       CNB26900
062900     MOVE WS-FUNC                  TO HDR-FUNC                    CNB26900
063000     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB26900
063100     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB26900
063200     MOVE SPACES                   TO RPT-LINE                    CNB26900
063300     WRITE RPT-LINE                                               CNB26900
063400     IF WS-FUNC-MAINT                                             CNB26900
063500        OPEN I-O PF-FILE                                          CNB26900
063600        IF WS-PF-STATUS = '35'                                    CNB26900
063700           OPEN OUTPUT PF-FILE                                    CNB26900
063800           CLOSE PF-FILE                                          CNB26900
063900           OPEN I-O PF-FILE                                       CNB26900
064000        END-IF                                                    CNB26900
064100     ELSE                                                         CNB26900
064200        OPEN INPUT PF-FILE                                        CNB26900
064300     END-IF                                                       CNB26900
064400     IF NOT WS-PF-OK                                              CNB26900
064500        MOVE 'P1000-OPEN-PREF'     TO WS-ABEND-PARAGRAPH          CNB26900
064600        MOVE WS-PF-STATUS          TO WS-ABEND-STATUS             CNB26900
064700        PERFORM P9999-GOT-PROBLEM                                 CNB26900
064800     END-IF                                                       CNB26900
064900     IF WS-FUNC-MAINT                                             CNB26900
065000        OPEN INPUT TRAN-FILE                                      CNB26900
065100        IF NOT WS-TRAN-OK                                         CNB26900
065200           MOVE 'P1000-OPEN-TRAN'  TO WS-ABEND-PARAGRAPH          CNB26900
065300           MOVE WS-TRAN-STATUS     TO WS-ABEND-STATUS             CNB26900
065400           PERFORM P9999-GOT-PROBLEM                              CNB26900
065500        END-IF                                                    CNB26900
065600        OPEN INPUT ROS-FILE                                       CNB26900
065700        IF NOT WS-ROS-OK                                          CNB26900
065800           MOVE 'P1000-OPEN-ROS'   TO WS-ABEND-PARAGRAPH          CNB26900
065900           MOVE WS-ROS-STATUS      TO WS-ABEND-STATUS             CNB26900
066000           PERFORM P9999-GOT-PROBLEM                              CNB26900
066100        END-IF                                                    CNB26900
066200        OPEN INPUT MSTR-FILE                                      CNB26900
066300        IF NOT WS-MSTRF-OK                                        CNB26900
066400           MOVE 'P1000-OPEN-MSTR'  TO WS-ABEND-PARAGRAPH          CNB26900
066500           MOVE WS-MSTRF-STATUS    TO WS-ABEND-STATUS             CNB26900
066600           PERFORM P9999-GOT-PROBLEM                              CNB26900
066700        END-IF                                                    CNB26900
066800        MOVE 'PREFERENCE CARDS APPLIED' TO TTL-TEXT               CNB26900
066900        PERFORM P8900-PRINT-TITLE                                 CNB26900
067000        WRITE RPT-LINE FROM WS-TRAN-HDR-LINE                      CNB26900
067100     END-IF                                                       CNB26900
067200     IF WS-FUNC-MONTHLY                                           CNB26900
067300        OPEN I-O PV-FILE                                          CNB26900
067400        IF WS-PV-STATUS = '35'                                    CNB26900
067500           OPEN OUTPUT PV-FILE                                    CNB26900
067600           CLOSE PV-FILE                                          CNB26900
067700           OPEN I-O PV-FILE                                       CNB26900
067800        END-IF                                                    CNB26900
067900        IF NOT WS-PV-OK                                           CNB26900
068000           MOVE 'P1000-OPEN-VAC'   TO WS-ABEND-PARAGRAPH          CNB26900
068100           MOVE WS-PV-STATUS       TO WS-ABEND-STATUS             CNB26900
068200           PERFORM P9999-GOT-PROBLEM                              CNB26900
068300        END-IF                                                    CNB26900
068400        OPEN OUTPUT TSGEN-FILE                                    CNB26900
068500        IF NOT WS-TSGEN-OK                                        CNB26900
068600           MOVE 'P1000-OPEN-TSGN'  TO WS-ABEND-PARAGRAPH          CNB26900
068700           MOVE WS-TSGEN-STATUS    TO WS-ABEND-STATUS             CNB26900
068800           PERFORM P9999-GOT-PROBLEM                              CNB26900
068900        END-IF                                                    CNB26900
069000     END-IF.                                                      CNB26900
069100*                                                                 CNB26900
069200 P2000-APPLY-CARDS.                                               CNB26900
069300     READ TRAN-FILE                                               CNB26900
069400          AT END                                                  CNB26900
069500             SET WS-EOF-INPUT TO TRUE                             CNB26900
069600     END-READ                                                     CNB26900
069700     IF NOT WS-EOF-INPUT                                          CNB26900
069800        PERFORM P2100-EDIT-CARD THRU P2100-EXIT                   CNB26900
069900        MOVE PC-TYPE               TO TL-TYPE                     CNB26900
070000        MOVE PC-USER               TO TL-USER                     CNB26900
070100        MOVE PC-EMP-NBR            TO TL-EMP-NBR                  CNB26900
070200        MOVE PC-DIST               TO TL-DIST                     CNB26900
070300        MOVE PC-SDIST              TO TL-SDIST                    CNB26900
070400        MOVE PC-ASGN-ID            TO TL-ASGN-ID                  CNB26900
070500        MOVE PC-CRAFT              TO TL-CRAFT                    CNB26900
070600        MOVE PC-PRIORITY           TO TL-PRIORITY                 CNB26900
070700        MOVE PC-EFF-FROM           TO TL-EFF-FROM                 CNB26900
070800        MOVE PC-EFF-TO             TO TL-EFF-TO                   CNB26900
070900        MOVE PC-REMARK             TO TL-REMARK                   CNB26900
071000        IF WS-REJ-REASON = SPACES                                 CNB26900
071100           PERFORM P2200-POST-CARD                                CNB26900
071200           ADD 1 TO WS-TRAN-COUNT                                 CNB26900
071300        ELSE                                                      CNB26900
071400           ADD 1 TO WS-REJ-COUNT                                  CNB26900
071500           MOVE SPACES             TO TL-RESULT                   CNB26900
071600           STRING 'REJECTED ' WS-REJ-REASON                       CNB26900
071700                  DELIMITED BY SIZE INTO TL-RESULT                CNB26900
071800        END-IF                                                    CNB26900
071900        WRITE RPT-LINE FROM WS-TRAN-LINE                          CNB26900
072000     END-IF.                                                      CNB26900
072100*                                                                 CNB26900
072200*    THE CARD ITSELF, THE USER'S AUTHORITY, THE CARD ON FILE (LEFTCNB26900
072300*    IN PF-RECORD), THEN FOR A NEW CARD THE EMPLOYEE'S MASTER AND CNB26900
072400*    ROSTER ENTRIES.  THE DATES THE CARD WILL CARRY ARE LEFT IN   CNB26900
072500*    WS-NEW-FROM AND WS-NEW-TO.                                   CNB26900
072600*                                                                 CNB26900
072700 P2100-EDIT-CARD.                                                 CNB26900
072800     MOVE SPACES                   TO WS-REJ-REASON               CNB26900
072900     EVALUATE TRUE                                                CNB26900
073000        WHEN PC-USER = SPACES                                     CNB26900
073100             MOVE 'USER'           TO WS-REJ-REASON               CNB26900
073200        WHEN NOT PC-ADD AND NOT PC-CHANGE AND NOT PC-CANCEL       CNB26900
073300             MOVE 'TYPE'           TO WS-REJ-REASON               CNB26900
073400        WHEN PC-EMP-NBR = SPACES                                  CNB26900
073500             OR PC-DIST = SPACES                                  CNB26900
073600             OR PC-SDIST = SPACES                                 CNB26900
073700             OR PC-ASGN-ID = SPACES                               CNB26900
073800             OR PC-CRAFT = SPACES                                 CNB26900
073900             MOVE 'JOB'            TO WS-REJ-REASON               CNB26900
074000        WHEN PC-ADD AND PC-PRIORITY NOT NUMERIC                   CNB26900
074100             MOVE 'PRIO'           TO WS-REJ-REASON               CNB26900
074200        WHEN PC-CHANGE                                            CNB26900
074300             AND PC-PRIORITY NOT = SPACES                         CNB26900
074400             AND PC-PRIORITY NOT NUMERIC                          CNB26900
074500             MOVE 'PRIO'           TO WS-REJ-REASON               CNB26900
074600        WHEN PC-PRIORITY = '00'                                   CNB26900
074700             MOVE 'PRIO'           TO WS-REJ-REASON               CNB26900
074800        WHEN PC-EFF-FROM NOT = SPACES                             CNB26900
074900             AND PC-EFF-FROM NOT NUMERIC                          CNB26900
075000             MOVE 'DATE'           TO WS-REJ-REASON               CNB26900
075100        WHEN PC-EFF-TO NOT = SPACES                               CNB26900
075200             AND PC-EFF-TO NOT NUMERIC                            CNB26900
075300             MOVE 'DATE'           TO WS-REJ-REASON               CNB26900
075400        WHEN PC-CHANGE                                            CNB26900
075500             AND PC-PRIORITY = SPACES                             CNB26900
075600             AND PC-EFF-FROM = SPACES                             CNB26900
075700             AND PC-EFF-TO = SPACES                               CNB26900
075800             AND PC-REMARK = SPACES                               CNB26900
075900             MOVE 'NCHG'           TO WS-REJ-REASON               CNB26900
076000        WHEN OTHER                                                CNB26900
076100             CONTINUE                                             CNB26900
076200     END-EVALUATE                                                 CNB26900
076300     IF WS-REJ-REASON NOT = SPACES                                CNB26900
076400        GO TO P2100-EXIT                                          CNB26900
076500     END-IF                                                       CNB26900
076600     MOVE PC-USER                  TO CA-USERID                   CNB26900
076700     MOVE 'PFCD'                   TO CA-FUNC-CODE                CNB26900
076800     MOVE 'BTCH'                   TO CA-TERMINAL                 CNB26900
076900     CALL WS-CNB156-PGM USING CNB156-COMMAREA                     CNB26900
077000     IF NOT CA-ALLOWED                                            CNB26900
077100        MOVE 'AUTH'                TO WS-REJ-REASON               CNB26900
077200        GO TO P2100-EXIT                                          CNB26900
077300     END-IF                                                       CNB26900
077400     MOVE 'N'                      TO WS-CARD-FOUND-SW            CNB26900
077500     MOVE PC-EMP-NBR               TO PF-EMP-NBR                  CNB26900
077600     MOVE PC-JOB                   TO PF-JOB                      CNB26900
077700     READ PF-FILE                                                 CNB26900
077800     IF WS-PF-OK                                                  CNB26900
077900        SET WS-CARD-FOUND TO TRUE                                 CNB26900
078000     ELSE                                                         CNB26900
078100        IF NOT WS-PF-NOTFND                                       CNB26900
078200           MOVE 'P2100-READ-PREF'  TO WS-ABEND-PARAGRAPH          CNB26900
078300           MOVE WS-PF-STATUS       TO WS-ABEND-STATUS             CNB26900
078400           PERFORM P9999-GOT-PROBLEM                              CNB26900
078500        END-IF                                                    CNB26900
078600     END-IF                                                       CNB26900
078700     IF PC-ADD                                                    CNB26900
078800        IF WS-CARD-FOUND AND PF-ACTIVE                            CNB26900
078900           MOVE 'DUPC'             TO WS-REJ-REASON               CNB26900
079000           GO TO P2100-EXIT                                       CNB26900
079100        END-IF                                                    CNB26900
079200        MOVE WS-RUN-DATE           TO WS-NEW-FROM                 CNB26900
079300        MOVE WS-OPEN-TO            TO WS-NEW-TO                   CNB26900
079400     ELSE                                                         CNB26900
079500        IF NOT WS-CARD-FOUND OR PF-CANCELLED                      CNB26900
079600           MOVE 'NREF'             TO WS-REJ-REASON               CNB26900
079700           GO TO P2100-EXIT                                       CNB26900
079800        END-IF                                                    CNB26900
079900        MOVE PF-EFF-FROM           TO WS-NEW-FROM                 CNB26900
080000        MOVE PF-EFF-TO             TO WS-NEW-TO                   CNB26900
080100     END-IF                                                       CNB26900
080200     IF PC-EFF-FROM NOT = SPACES                                  CNB26900
080300        MOVE PC-EFF-FROM           TO WS-NEW-FROM                 CNB26900
080400     END-IF                                                       CNB26900
080500     IF PC-EFF-TO NOT = SPACES                                    CNB26900
080600        MOVE PC-EFF-TO             TO WS-NEW-TO                   CNB26900
080700     END-IF                                                       CNB26900
080800     IF WS-NEW-FROM > WS-NEW-TO                                   CNB26900
080900        MOVE 'DATE'                TO WS-REJ-REASON               CNB26900
081000        GO TO P2100-EXIT                                          CNB26900
081100     END-IF                                                       CNB26900
081200     IF NOT PC-ADD                                                CNB26900
081300        GO TO P2100-EXIT                                          CNB26900
081400     END-IF                                                       CNB26900
081500     MOVE PC-EMP-NBR               TO MIO-EMP-NBR                 CNB26900
081600     READ MSTR-FILE KEY IS MIO-EMP-NBR                            CNB26900
081700     IF WS-MSTRF-NOTFND                                           CNB26900
081800        MOVE 'EMPN'                TO WS-REJ-REASON               CNB26900
081900        GO TO P2100-EXIT                                          CNB26900
082000     END-IF                                                       CNB26900
082100     IF NOT WS-MSTRF-OK                                           CNB26900
082200        MOVE 'P2100-RD-MSTR'       TO WS-ABEND-PARAGRAPH          CNB26900
082300        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB26900
082400        PERFORM P9999-GOT-PROBLEM                                 CNB26900
082500     END-IF                                                       CNB26900
082600     MOVE PC-DIST                  TO WS-BOARD (1:2)              CNB26900
082700     MOVE PC-SDIST                 TO WS-BOARD (3:2)              CNB26900
082800     MOVE MIO-CRAFT                TO WS-BOARD (5:2)              CNB26900
082900     MOVE PC-EMP-NBR               TO WS-FB-EMP                   CNB26900
083000     PERFORM P7200-FIND-ON-BOARD                                  CNB26900
083100     IF NOT WS-FB-FOUND                                           CNB26900
083200        MOVE 'NROS'                TO WS-REJ-REASON               CNB26900
083300     END-IF.                                                      CNB26900
083400 P2100-EXIT.                                                      CNB26900
083500     EXIT.                                                        CNB26900
083600*                                                                 CNB26900
083700 P2200-POST-CARD.                                                 CNB26900
083800     MOVE SPACES                   TO TL-RESULT                   CNB26900
083900     EVALUATE TRUE                                                CNB26900
084000        WHEN PC-ADD                                               CNB26900
084100             PERFORM P2300-FILE-CARD                              CNB26900
084200             ADD 1 TO WS-ADD-COUNT                                CNB26900
084300             MOVE 'FILED'          TO TL-RESULT                   CNB26900
084400        WHEN PC-CHANGE                                            CNB26900
084500             IF PC-PRIORITY NOT = SPACES                          CNB26900
084600                MOVE PC-PRIORITY-N TO PF-ORD-PRIORITY             CNB26900
084700             END-IF                                               CNB26900
084800             IF PC-REMARK NOT = SPACES                            CNB26900
084900                MOVE PC-REMARK     TO PF-REMARK                   CNB26900
085000             END-IF                                               CNB26900
085100             ADD 1 TO WS-CHG-COUNT                                CNB26900
085200             MOVE 'CHANGED'        TO TL-RESULT                   CNB26900
085300        WHEN OTHER                                                CNB26900
085400             SET PF-CANCELLED TO TRUE                             CNB26900
085500             ADD 1 TO WS-CAN-COUNT                                CNB26900
085600             MOVE 'CANCELLED'      TO TL-RESULT                   CNB26900
085700     END-EVALUATE                                                 CNB26900
085800     MOVE WS-NEW-FROM              TO PF-EFF-FROM                 CNB26900
085900     MOVE WS-NEW-TO                TO PF-EFF-TO                   CNB26900
086000     IF PC-ADD AND NOT WS-CARD-FOUND                              CNB26900
086100        WRITE PF-RECORD                                           CNB26900
086200     ELSE                                                         CNB26900
086300        IF NOT PC-ADD                                             CNB26900
086400           MOVE PC-USER            TO PF-CHANGED-BY               CNB26900
086500           MOVE WS-RUN-DATE        TO PF-CHANGED-DATE             CNB26900
086600        END-IF                                                    CNB26900
086700        REWRITE PF-RECORD                                         CNB26900
086800     END-IF                                                       CNB26900
086900     IF NOT WS-PF-OK                                              CNB26900
087000        MOVE 'P2200-PUT-PREF'      TO WS-ABEND-PARAGRAPH          CNB26900
087100        MOVE WS-PF-STATUS          TO WS-ABEND-STATUS             CNB26900
087200        PERFORM P9999-GOT-PROBLEM                                 CNB26900
087300     END-IF.                                                      CNB26900
087400*                                                                 CNB26900
087500*    A NEW CARD, OR A CANCELLED ONE FOR THE SAME JOB FILED AGAIN. CNB26900
087600*    THE SENIORITY DATE IS THE ONE P2100 FOUND ON THE ROSTER.     CNB26900
087700*                                                                 CNB26900
087800 P2300-FILE-CARD.                                                 CNB26900
087900     MOVE SPACES                   TO PF-RECORD                   CNB26900
088000     MOVE PC-EMP-NBR               TO PF-EMP-NBR                  CNB26900
088100                                      PF-ORD-EMP-NBR              CNB26900
088200     MOVE PC-JOB                   TO PF-JOB                      CNB26900
088300                                      PF-ORD-JOB                  CNB26900
088400     MOVE PC-PRIORITY-N            TO PF-ORD-PRIORITY             CNB26900
088500     MOVE WS-FB-SEN-DATE           TO PF-ORD-SEN-DATE             CNB26900
088600     SET PF-ACTIVE TO TRUE                                        CNB26900
088700     MOVE MIO-EMP-NAME             TO PF-EMP-NAME                 CNB26900
088800     MOVE PC-USER                  TO PF-FILED-BY                 CNB26900
088900     MOVE WS-RUN-DATE              TO PF-FILED-DATE               CNB26900
089000     MOVE PC-REMARK                TO PF-REMARK.                  CNB26900
089100*                                                                 CNB26900
089200*    PREFFILE IN EMPLOYEE ORDER                                   CNB26900
089300*                                                                 CNB26900
089400 P4000-PRINT-CARDS.                                               CNB26900
089500     MOVE SPACES                   TO TTL-TEXT                    CNB26900
089600     IF WS-EMP-NBR = SPACES                                       CNB26900
089700        MOVE 'STANDING PREFERENCE CARDS BY EMPLOYEE' TO TTL-TEXT  CNB26900
089800     ELSE                                                         CNB26900
089900        STRING 'STANDING PREFERENCE CARDS FOR EMPLOYEE '          CNB26900
090000               WS-EMP-NBR                                         CNB26900
090100               DELIMITED BY SIZE INTO TTL-TEXT                    CNB26900
090200     END-IF                                                       CNB26900
090300     PERFORM P8900-PRINT-TITLE                                    CNB26900
090400     WRITE RPT-LINE FROM WS-CD-HDR-LINE                           CNB26900
090500     MOVE LOW-VALUES               TO PF-KEY                      CNB26900
090600     IF WS-EMP-NBR NOT = SPACES                                   CNB26900
090700        MOVE WS-EMP-NBR            TO PF-EMP-NBR                  CNB26900
090800     END-IF                                                       CNB26900
090900     START PF-FILE KEY NOT < PF-KEY                               CNB26900
091000     IF WS-PF-OK                                                  CNB26900
091100        PERFORM P8000-READ-PREF                                   CNB26900
091200     ELSE                                                         CNB26900
091300        SET WS-EOF-PF TO TRUE                                     CNB26900
091400     END-IF                                                       CNB26900
091500     PERFORM P4100-PRINT-CARD UNTIL WS-EOF-PF                     CNB26900
091600     IF WS-PRINT-COUNT = ZEROS                                    CNB26900
091700        MOVE '  NONE'              TO RPT-LINE                    CNB26900
091800        WRITE RPT-LINE                                            CNB26900
091900     END-IF.                                                      CNB26900
092000*                                                                 CNB26900
092100 P4100-PRINT-CARD.                                                CNB26900
092200     IF WS-EMP-NBR NOT = SPACES                                   CNB26900
092300        AND PF-EMP-NBR NOT = WS-EMP-NBR                           CNB26900
092400        SET WS-EOF-PF TO TRUE                                     CNB26900
092500     ELSE                                                         CNB26900
092600        ADD 1 TO WS-PRINT-COUNT                                   CNB26900
092700        IF PF-EMP-NBR = WS-PREV-EMP                               CNB26900
092800           MOVE SPACES             TO CDL-EMP-NBR                 CNB26900
092900                                      CDL-EMP-NAME                CNB26900
093000        ELSE                                                      CNB26900
093100           MOVE PF-EMP-NBR         TO CDL-EMP-NBR                 CNB26900
093200                                      WS-PREV-EMP                 CNB26900
093300           MOVE PF-EMP-NAME        TO CDL-EMP-NAME                CNB26900
093400        END-IF                                                    CNB26900
093500        MOVE PF-DIST               TO CDL-DIST                    CNB26900
093600        MOVE PF-SDIST              TO CDL-SDIST                   CNB26900
093700        MOVE PF-ASGN-ID            TO CDL-ASGN-ID                 CNB26900
093800        MOVE PF-CRAFT              TO CDL-CRAFT                   CNB26900
093900        MOVE PF-ORD-PRIORITY       TO CDL-PRIORITY                CNB26900
094000        MOVE PF-EFF-FROM           TO CDL-EFF-FROM                CNB26900
094100        MOVE PF-EFF-TO             TO CDL-EFF-TO                  CNB26900
094200        PERFORM P7100-CARD-STATUS                                 CNB26900
094300        MOVE HLL-STATUS            TO CDL-STATUS                  CNB26900
094400        MOVE PF-FILED-BY           TO CDL-FILED-BY                CNB26900
094500        MOVE PF-FILED-DATE         TO CDL-FILED-DATE              CNB26900
094600        MOVE PF-REMARK             TO CDL-REMARK                  CNB26900
094700        WRITE RPT-LINE FROM WS-CD-LINE                            CNB26900
094800        PERFORM P8000-READ-PREF                                   CNB26900
094900     END-IF.                                                      CNB26900
095000*                                                                 CNB26900
095100*    PREFFILE IN OFFER ORDER - BY JOB POSITION, THEN PRIORITY,    CNB26900
095200*    SENIORITY AND EMPLOYEE.  CANCELLED CARDS ARE LEFT OUT.       CNB26900
095300*                                                                 CNB26900
095400 P5000-PRINT-HOLDERS.                                             CNB26900
095500     MOVE 'PREFERENCE HOLDERS BY JOB POSITION, IN OFFER ORDER'    CNB26900
095600                                   TO TTL-TEXT                    CNB26900
095700     PERFORM P8900-PRINT-TITLE                                    CNB26900
095800     MOVE LOW-VALUES               TO PF-ORDER-KEY                CNB26900
095900     START PF-FILE KEY NOT < PF-ORDER-KEY                         CNB26900
096000     IF WS-PF-OK                                                  CNB26900
096100        PERFORM P8000-READ-PREF                                   CNB26900
096200     ELSE                                                         CNB26900
096300        SET WS-EOF-PF TO TRUE                                     CNB26900
096400     END-IF                                                       CNB26900
096500     PERFORM P5100-PRINT-HOLDER UNTIL WS-EOF-PF                   CNB26900
096600     IF WS-PRINT-COUNT = ZEROS                                    CNB26900
096700        MOVE '  NONE'              TO RPT-LINE                    CNB26900
096800        WRITE RPT-LINE                                            CNB26900
096900     END-IF.                                                      CNB26900
097000*                                                                 CNB26900
097100 P5100-PRINT-HOLDER.                                              CNB26900
097200     IF PF-ACTIVE                                                 CNB26900
097300        ADD 1 TO WS-PRINT-COUNT                                   CNB26900
097400        IF PF-ORD-JOB NOT = WS-PREV-JOB                           CNB26900
097500           MOVE PF-ORD-JOB         TO WS-PREV-JOB                 CNB26900
097600           MOVE ZEROS              TO WS-HOLDER-SEQ               CNB26900
097700           MOVE SPACES             TO RPT-LINE                    CNB26900
097800           WRITE RPT-LINE                                         CNB26900
097900           MOVE PF-DIST            TO JBL-DIST                    CNB26900
098000           MOVE PF-SDIST           TO JBL-SDIST                   CNB26900
098100           MOVE PF-ASGN-ID         TO JBL-ASGN-ID                 CNB26900
098200           MOVE PF-CRAFT           TO JBL-CRAFT                   CNB26900
098300           WRITE RPT-LINE FROM WS-JOB-LINE                        CNB26900
098400           WRITE RPT-LINE FROM WS-HL-HDR-LINE                     CNB26900
098500        END-IF                                                    CNB26900
098600        ADD 1 TO WS-HOLDER-SEQ                                    CNB26900
098700        MOVE WS-HOLDER-SEQ         TO HLL-SEQ                     CNB26900
098800        MOVE PF-ORD-PRIORITY       TO HLL-PRIORITY                CNB26900
098900        MOVE PF-ORD-SEN-DATE       TO HLL-SEN-DATE                CNB26900
099000        MOVE PF-EMP-NBR            TO HLL-EMP-NBR                 CNB26900
099100        MOVE PF-EMP-NAME           TO HLL-EMP-NAME                CNB26900
099200        MOVE PF-EFF-FROM           TO HLL-EFF-FROM                CNB26900
099300        MOVE PF-EFF-TO             TO HLL-EFF-TO                  CNB26900
099400        PERFORM P7100-CARD-STATUS                                 CNB26900
099500        WRITE RPT-LINE FROM WS-HL-LINE                            CNB26900
099600     END-IF                                                       CNB26900
099700     PERFORM P8000-READ-PREF.                                     CNB26900
099800*                                                                 CNB26900
099900*    THE MONTH'S FILLED VACANCIES, THEN A SECOND PASS FOR THE     CNB26900
100000*    CLAIMS, THEN THE FIGURES BY BOARD                            CNB26900
100100*                                                                 CNB26900
100200 P6000-MONTHLY-REPORT.                                            CNB26900
100300     MOVE SPACES                   TO TTL-TEXT                    CNB26900
100400     STRING 'SHORT-TERM VACANCIES FILLED IN ' WS-MONTH-X          CNB26900
100500            ' - FROM CARDS AND FROM THE EXTRABOARD'               CNB26900
100600            DELIMITED BY SIZE INTO TTL-TEXT                       CNB26900
100700     PERFORM P8900-PRINT-TITLE                                    CNB26900
100800     WRITE RPT-LINE FROM WS-VC-HDR-LINE                           CNB26900
100900     PERFORM P6900-START-VACANCIES                                CNB26900
101000     PERFORM P6100-TALLY-VACANCY UNTIL WS-EOF-PV                  CNB26900
101100     IF WS-FILLED-COUNT = ZEROS                                   CNB26900
101200        MOVE '  NONE'              TO RPT-LINE                    CNB26900
101300        WRITE RPT-LINE                                            CNB26900
101400     END-IF                                                       CNB26900
101500     MOVE SPACES                   TO RPT-LINE                    CNB26900
101600     WRITE RPT-LINE                                               CNB26900
101700     MOVE SPACES                   TO TTL-TEXT                    CNB26900
101800     STRING 'SKIPPED PREFERENCE HOLDERS - CLAIMS FOR PAY PERIOD ' CNB26900
101900            WS-PAY-PERIOD                                         CNB26900
102000            DELIMITED BY SIZE INTO TTL-TEXT                       CNB26900
102100     PERFORM P8900-PRINT-TITLE                                    CNB26900
102200     WRITE RPT-LINE FROM WS-CL-HDR-LINE                           CNB26900
102300     PERFORM P6900-START-VACANCIES                                CNB26900
102400     PERFORM P6200-CLAIM-VACANCY UNTIL WS-EOF-PV                  CNB26900
102500     IF WS-CLAIM-COUNT = ZEROS                                    CNB26900
102600        MOVE '  NONE'              TO RPT-LINE                    CNB26900
102700        WRITE RPT-LINE                                            CNB26900
102800     END-IF                                                       CNB26900
102900     MOVE SPACES                   TO RPT-LINE                    CNB26900
103000     WRITE RPT-LINE                                               CNB26900
103100     MOVE 'SHORT-TERM VACANCIES FILLED BY BOARD' TO TTL-TEXT      CNB26900
103200     PERFORM P8900-PRINT-TITLE                                    CNB26900
103300     WRITE RPT-LINE FROM WS-BD-HDR-LINE                           CNB26900
103400     PERFORM P6410-PRINT-BOARD                                    CNB26900
103500             VARYING WS-BD-SUB FROM 1 BY 1                        CNB26900
103600             UNTIL WS-BD-SUB > WS-BD-COUNT.                       CNB26900
103700*                                                                 CNB26900
103800 P6100-TALLY-VACANCY.                                             CNB26900
103900     ADD 1 TO WS-READ-COUNT                                       CNB26900
104000     EVALUATE TRUE                                                CNB26900
104100        WHEN PV-UNFILLED                                          CNB26900
104200             IF PV-OPEN-DATE (1:6) NOT > WS-MONTH-X               CNB26900
104300                ADD 1 TO WS-UNFILLED-COUNT                        CNB26900
104400             END-IF                                               CNB26900
104500        WHEN PV-FILL-TIME (1:6) = WS-MONTH-X                      CNB26900
104600             ADD 1 TO WS-FILLED-COUNT                             CNB26900
104700             IF PV-FROM-CARD                                      CNB26900
104800                ADD 1 TO WS-CARD-COUNT                            CNB26900
104900             ELSE                                                 CNB26900
105000                ADD 1 TO WS-XB-COUNT                              CNB26900
105100             END-IF                                               CNB26900
105200             PERFORM P6300-COUNT-BOARD                            CNB26900
105300             PERFORM P6110-PRINT-VACANCY                          CNB26900
105400        WHEN OTHER                                                CNB26900
105500             CONTINUE                                             CNB26900
105600     END-EVALUATE                                                 CNB26900
105700     PERFORM P6910-READ-VACANCY.                                  CNB26900
105800*                                                                 CNB26900
105900 P6110-PRINT-VACANCY.                                             CNB26900
106000     MOVE PV-DIST                  TO VCL-DIST                    CNB26900
106100     MOVE PV-SDIST                 TO VCL-SDIST                   CNB26900
106200     MOVE PV-ASGN-ID               TO VCL-ASGN-ID                 CNB26900
106300     MOVE PV-CRAFT                 TO VCL-CRAFT                   CNB26900
106400     MOVE PV-OWNER-EMP             TO VCL-OWNER                   CNB26900
106500     MOVE PV-OWNER-STATUS          TO VCL-OWNER-STATUS            CNB26900
106600     MOVE PV-OPEN-DATE             TO VCL-OPEN-DATE               CNB26900
106700     MOVE PV-FILL-TIME             TO VCL-FILL-TIME               CNB26900
106800     MOVE PV-FILL-EMP              TO VCL-FILL-EMP                CNB26900
106900     PERFORM P7000-SOURCE-NAME                                    CNB26900
107000     MOVE CLL-SOURCE               TO VCL-SOURCE                  CNB26900
107100     MOVE PV-FILL-POS              TO VCL-POS                     CNB26900
107200     MOVE PV-SKIP-COUNT            TO VCL-SKIPS                   CNB26900
107300     MOVE PV-LIST-COUNT            TO VCL-LISTED                  CNB26900
107400     WRITE RPT-LINE FROM WS-VC-LINE.                              CNB26900
107500*                                                                 CNB26900
107600*    EVERY HOLDER LISTED AHEAD OF THE EMPLOYEE WHO FILLED THE     CNB26900
107700*    VACANCY IS A CLAIM, WHATEVER MONTH IT WAS FILLED IN          CNB26900
107800*                                                                 CNB26900
107900 P6200-CLAIM-VACANCY.                                             CNB26900
108000     IF NOT PV-UNFILLED                                           CNB26900
108100        AND PV-FILL-TIME (1:6) NOT > WS-MONTH-X                   CNB26900
108200        AND PV-SKIP-COUNT > ZEROS                                 CNB26900
108300        AND PV-CLAIM-PERIOD = SPACES                              CNB26900
108400        COMPUTE WS-AMOUNT ROUNDED = WS-HOURS * WS-RATE / 100      CNB26900
108500        PERFORM P6210-CLAIM-HOLDER                                CNB26900
108600                VARYING WS-SUB FROM 1 BY 1                        CNB26900
108700                UNTIL WS-SUB > PV-SKIP-COUNT                      CNB26900
108800        MOVE WS-PAY-PERIOD         TO PV-CLAIM-PERIOD             CNB26900
108900        REWRITE PV-RECORD                                         CNB26900
109000        IF NOT WS-PV-OK                                           CNB26900
109100           MOVE 'P6200-REW-VAC'    TO WS-ABEND-PARAGRAPH          CNB26900
109200           MOVE WS-PV-STATUS       TO WS-ABEND-STATUS             CNB26900
109300           PERFORM P9999-GOT-PROBLEM                              CNB26900
109400        END-IF                                                    CNB26900
109500     END-IF                                                       CNB26900
109600     PERFORM P6910-READ-VACANCY.                                  CNB26900
109700*                                                                 CNB26900
109800 P6210-CLAIM-HOLDER.                                              CNB26900
109900     MOVE SPACES                   TO WS-TSGEN-RECORD             CNB26900
110000     MOVE PV-LIST-EMP (WS-SUB)     TO TG-EMP-NBR                  CNB26900
110100     MOVE 'PS'                     TO TG-EARN-TYPE                CNB26900
110200     MOVE WS-PAY-PERIOD            TO TG-PAY-PERIOD               CNB26900
110300     MOVE WS-AMOUNT                TO TG-AMOUNT                   CNB26900
110400     WRITE WS-TSGEN-RECORD                                        CNB26900
110500     IF NOT WS-TSGEN-OK                                           CNB26900
110600        MOVE 'P6210-WRT-TSGN'      TO WS-ABEND-PARAGRAPH          CNB26900
110700        MOVE WS-TSGEN-STATUS       TO WS-ABEND-STATUS             CNB26900
110800        PERFORM P9999-GOT-PROBLEM                                 CNB26900
110900     END-IF                                                       CNB26900
111000     ADD 1 TO WS-CLAIM-COUNT                                      CNB26900
111100     ADD WS-AMOUNT                 TO WS-TOTAL-AMOUNT             CNB26900
111200     MOVE PV-LIST-EMP (WS-SUB)     TO CLL-HOLDER                  CNB26900
111300     MOVE PV-DIST                  TO CLL-DIST                    CNB26900
111400     MOVE PV-SDIST                 TO CLL-SDIST                   CNB26900
111500     MOVE PV-ASGN-ID               TO CLL-ASGN-ID                 CNB26900
111600     MOVE PV-CRAFT                 TO CLL-CRAFT                   CNB26900
111700     MOVE PV-OWNER-EMP             TO CLL-OWNER                   CNB26900
111800     MOVE PV-FILL-TIME             TO CLL-FILL-TIME               CNB26900
111900     MOVE PV-FILL-EMP              TO CLL-FILL-EMP                CNB26900
112000     PERFORM P7000-SOURCE-NAME                                    CNB26900
112100     MOVE WS-SUB                   TO CLL-PLACE                   CNB26900
112200     MOVE WS-AMOUNT                TO CLL-AMOUNT                  CNB26900
112300     WRITE RPT-LINE FROM WS-CL-LINE.                              CNB26900
112400*                                                                 CNB26900
112500*    THE JOB'S BOARD, INSERTED IN BOARD ORDER                     CNB26900
112600*                                                                 CNB26900
112700 P6300-COUNT-BOARD.                                               CNB26900
112800     MOVE PV-DIST                  TO WS-BD-FIND-BOARD (1:2)      CNB26900
112900     MOVE PV-SDIST                 TO WS-BD-FIND-BOARD (3:2)      CNB26900
113000     MOVE PV-CRAFT                 TO WS-BD-FIND-BOARD (5:2)      CNB26900
113100     MOVE ZEROS                    TO WS-BD-AT                    CNB26900
113200     PERFORM P6310-FIND-BOARD                                     CNB26900
113300             VARYING WS-BD-SUB FROM 1 BY 1                        CNB26900
113400             UNTIL WS-BD-SUB > WS-BD-COUNT                        CNB26900
113500                OR WS-BD-AT > ZEROS                               CNB26900
113600     IF WS-BD-AT = ZEROS                                          CNB26900
113700        IF WS-BD-COUNT < WS-BD-MAX                                CNB26900
113800           MOVE 1                  TO WS-BD-INS-AT                CNB26900
113900           PERFORM P6320-FIND-SLOT                                CNB26900
114000                   VARYING WS-BD-SUB FROM 1 BY 1                  CNB26900
114100                   UNTIL WS-BD-SUB > WS-BD-COUNT                  CNB26900
114200           PERFORM P6330-SHIFT-BOARDS                             CNB26900
114300                   VARYING WS-BD-SUB FROM WS-BD-COUNT BY -1       CNB26900
114400                   UNTIL WS-BD-SUB < WS-BD-INS-AT                 CNB26900
114500           ADD 1 TO WS-BD-COUNT                                   CNB26900
114600           MOVE WS-BD-INS-AT       TO WS-BD-AT                    CNB26900
114700           MOVE WS-BD-FIND-BOARD   TO WS-BD-BOARD (WS-BD-AT)      CNB26900
114800           MOVE ZEROS              TO WS-BD-FILLED (WS-BD-AT)     CNB26900
114900                                      WS-BD-CARD (WS-BD-AT)       CNB26900
115000                                      WS-BD-XB (WS-BD-AT)         CNB26900
115100                                      WS-BD-SKIPS (WS-BD-AT)      CNB26900
115200        ELSE                                                      CNB26900
115300           ADD 1 TO WS-LOST-COUNT                                 CNB26900
115400        END-IF                                                    CNB26900
115500     END-IF                                                       CNB26900
115600     IF WS-BD-AT > ZEROS                                          CNB26900
115700        ADD 1 TO WS-BD-FILLED (WS-BD-AT)                          CNB26900
115800        IF PV-FROM-CARD                                           CNB26900
115900           ADD 1 TO WS-BD-CARD (WS-BD-AT)                         CNB26900
116000        ELSE                                                      CNB26900
116100           ADD 1 TO WS-BD-XB (WS-BD-AT)                           CNB26900
116200        END-IF                                                    CNB26900
116300        ADD PV-SKIP-COUNT          TO WS-BD-SKIPS (WS-BD-AT)      CNB26900
116400     END-IF.                                                      CNB26900
116500*                                                                 CNB26900
116600 P6310-FIND-BOARD.                                                CNB26900
116700     IF WS-BD-BOARD (WS-BD-SUB) = WS-BD-FIND-BOARD                CNB26900
116800        MOVE WS-BD-SUB             TO WS-BD-AT                    CNB26900
116900     END-IF.                                                      CNB26900
117000*                                                                 CNB26900
117100 P6320-FIND-SLOT.                                                 CNB26900
117200     IF WS-BD-BOARD (WS-BD-SUB) < WS-BD-FIND-BOARD                CNB26900
117300        COMPUTE WS-BD-INS-AT = WS-BD-SUB + 1                      CNB26900
117400     END-IF.                                                      CNB26900
117500*                                                                 CNB26900
117600 P6330-SHIFT-BOARDS.                                              CNB26900
117700     COMPUTE WS-BD-SUB2 = WS-BD-SUB + 1                           CNB26900
117800     MOVE WS-BD-ENTRY (WS-BD-SUB)  TO WS-BD-ENTRY (WS-BD-SUB2).   CNB26900
117900*                                                                 CNB26900
118000 P6410-PRINT-BOARD.                                               CNB26900
118100     MOVE WS-BD-BOARD (WS-BD-SUB) (1:2) TO BDL-DIST               CNB26900
118200     MOVE WS-BD-BOARD (WS-BD-SUB) (3:2) TO BDL-SDIST              CNB26900
118300     MOVE WS-BD-BOARD (WS-BD-SUB) (5:2) TO BDL-CRAFT              CNB26900
118400     MOVE WS-BD-FILLED (WS-BD-SUB)      TO BDL-FILLED             CNB26900
118500     MOVE WS-BD-CARD (WS-BD-SUB)        TO BDL-CARD               CNB26900
118600     MOVE WS-BD-XB (WS-BD-SUB)          TO BDL-XB                 CNB26900
118700     MOVE WS-BD-SKIPS (WS-BD-SUB)       TO BDL-SKIPS              CNB26900
118800     WRITE RPT-LINE FROM WS-BD-LINE.                              CNB26900
118900*                                                                 CNB26900
119000 P6900-START-VACANCIES.                                           CNB26900
119100     MOVE 'N'                      TO WS-EOF-PV-SW                CNB26900
119200     MOVE LOW-VALUES               TO PV-KEY                      CNB26900
119300     START PV-FILE KEY NOT < PV-KEY                               CNB26900
119400     IF WS-PV-OK                                                  CNB26900
119500        PERFORM P6910-READ-VACANCY                                CNB26900
119600     ELSE                                                         CNB26900
119700        SET WS-EOF-PV TO TRUE                                     CNB26900
119800     END-IF.                                                      CNB26900
119900*                                                                 CNB26900
120000 P6910-READ-VACANCY.                                              CNB26900
120100     READ PV-FILE NEXT                                            CNB26900
120200          AT END                                                  CNB26900
120300             SET WS-EOF-PV TO TRUE                                CNB26900
120400     END-READ                                                     CNB26900
120500     IF NOT WS-EOF-PV AND NOT WS-PV-OK                            CNB26900
120600        MOVE 'P6910-READ-VAC'      TO WS-ABEND-PARAGRAPH          CNB26900
120700        MOVE WS-PV-STATUS          TO WS-ABEND-STATUS             CNB26900
120800        PERFORM P9999-GOT-PROBLEM                                 CNB26900
120900     END-IF.                                                      CNB26900
121000*                                                                 CNB26900
121100 P7000-SOURCE-NAME.                                               CNB26900
121200     IF PV-FROM-CARD                                              CNB26900
121300        MOVE 'CARD'                TO CLL-SOURCE                  CNB26900
121400     ELSE                                                         CNB26900
121500        MOVE 'EXTRABOARD'          TO CLL-SOURCE                  CNB26900
121600     END-IF.                                                      CNB26900
121700*                                                                 CNB26900
121800*    THE CARD ON THE RUN DATE                                     CNB26900
121900*                                                                 CNB26900
122000 P7100-CARD-STATUS.                                               CNB26900
122100     EVALUATE TRUE                                                CNB26900
122200        WHEN PF-CANCELLED                                         CNB26900
122300             MOVE 'CANCELLED'      TO HLL-STATUS                  CNB26900
122400        WHEN PF-EFF-FROM > WS-RUN-DATE                            CNB26900
122500             MOVE 'FUTURE'         TO HLL-STATUS                  CNB26900
122600        WHEN PF-EFF-TO < WS-RUN-DATE                              CNB26900
122700             MOVE 'EXPIRED'        TO HLL-STATUS                  CNB26900
122800        WHEN OTHER                                                CNB26900
122900             MOVE 'IN EFFECT'      TO HLL-STATUS                  CNB26900
123000     END-EVALUATE.                                                CNB26900
123100*                                                                 CNB26900
123200*    WS-FB-EMP ON BOARD WS-BOARD - WS-FB-SEN-DATE WHEN FOUND      CNB26900
123300*                                                                 CNB26900
123400 P7200-FIND-ON-BOARD.                                             CNB26900
123500     MOVE 'N'                      TO WS-FB-FOUND-SW              CNB26900
123600                                      WS-GROUP-DONE-SW            CNB26900
123700     MOVE SPACES                   TO WS-FB-SEN-DATE              CNB26900
123800     MOVE WS-BOARD                 TO ROS-KEY (1:6)               CNB26900
123900     MOVE ZEROS                    TO ROS-RANK                    CNB26900
124000     START ROS-FILE KEY NOT < ROS-KEY                             CNB26900
124100     IF NOT WS-ROS-OK                                             CNB26900
124200        SET WS-GROUP-DONE TO TRUE                                 CNB26900
124300     END-IF                                                       CNB26900
124400     PERFORM P7220-CHECK-ENTRY UNTIL WS-GROUP-DONE.               CNB26900
124500*                                                                 CNB26900
124600 P7210-READ-BOARD.                                                CNB26900
124700     READ ROS-FILE NEXT                                           CNB26900
124800          AT END                                                  CNB26900
124900             SET WS-GROUP-DONE TO TRUE                            CNB26900
125000     END-READ                                                     CNB26900
125100     IF NOT WS-GROUP-DONE AND NOT WS-ROS-OK                       CNB26900
125200        MOVE 'P7210-READ-ROS'      TO WS-ABEND-PARAGRAPH          CNB26900
125300        MOVE WS-ROS-STATUS         TO WS-ABEND-STATUS             CNB26900
125400        PERFORM P9999-GOT-PROBLEM                                 CNB26900
125500     END-IF                                                       CNB26900
125600     IF NOT WS-GROUP-DONE                                         CNB26900
125700        AND ROS-KEY (1:6) NOT = WS-BOARD                          CNB26900
125800        SET WS-GROUP-DONE TO TRUE                                 CNB26900
125900     END-IF.                                                      CNB26900
126000*                                                                 CNB26900
126100 P7220-CHECK-ENTRY.                                               CNB26900
126200     PERFORM P7210-READ-BOARD                                     CNB26900
126300     IF NOT WS-GROUP-DONE                                         CNB26900
126400        AND ROS-EMP-NBR = WS-FB-EMP                               CNB26900
126500        SET WS-FB-FOUND TO TRUE                                   CNB26900
126600        MOVE ROS-SEN-DATE          TO WS-FB-SEN-DATE              CNB26900
126700        SET WS-GROUP-DONE TO TRUE                                 CNB26900
126800     END-IF.                                                      CNB26900
126900*                                                                 CNB26900
127000 P8000-READ-PREF.                                                 CNB26900
127100     READ PF-FILE NEXT                                            CNB26900
127200          AT END                                                  CNB26900
127300             SET WS-EOF-PF TO TRUE                                CNB26900
127400     END-READ                                                     CNB26900
127500     IF NOT WS-EOF-PF AND NOT WS-PF-OK                            CNB26900
127600        MOVE 'P8000-READ-PREF'     TO WS-ABEND-PARAGRAPH          CNB26900
127700        MOVE WS-PF-STATUS          TO WS-ABEND-STATUS             CNB26900
127800        PERFORM P9999-GOT-PROBLEM                                 CNB26900
127900     END-IF.                                                      CNB26900
128000*                                                                 CNB26900
128100 P8900-PRINT-TITLE.                                               CNB26900
128200     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB26900
128300     MOVE SPACES                   TO RPT-LINE                    CNB26900
128400     WRITE RPT-LINE.                                              CNB26900
128500*                                                                 CNB26900
128600 P9000-TERMINATE.                                                 CNB26900
128700     MOVE SPACES                   TO RPT-LINE                    CNB26900
128800     WRITE RPT-LINE                                               CNB26900
128900     EVALUATE TRUE                                                CNB26900
129000        WHEN WS-FUNC-MAINT                                        CNB26900
129100             MOVE 'CARDS APPLIED .............' TO CNT-LABEL      CNB26900
129200             MOVE WS-TRAN-COUNT    TO CNT-VALUE                   CNB26900
129300             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26900
129400             MOVE 'CARDS REJECTED ............' TO CNT-LABEL      CNB26900
129500             MOVE WS-REJ-COUNT     TO CNT-VALUE                   CNB26900
129600             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26900
129700             MOVE 'PREFERENCES FILED .........' TO CNT-LABEL      CNB26900
129800             MOVE WS-ADD-COUNT     TO CNT-VALUE                   CNB26900
129900             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26900
130000             MOVE 'PREFERENCES CHANGED .......' TO CNT-LABEL      CNB26900
130100             MOVE WS-CHG-COUNT     TO CNT-VALUE                   CNB26900
130200             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26900
130300             MOVE 'PREFERENCES CANCELLED .....' TO CNT-LABEL      CNB26900
130400             MOVE WS-CAN-COUNT     TO CNT-VALUE                   CNB26900
130500             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26900
130600             CLOSE TRAN-FILE                                      CNB26900
130700                   ROS-FILE                                       CNB26900
130800                   MSTR-FILE                                      CNB26900
130900        WHEN WS-FUNC-MONTHLY                                      CNB26900
131000             MOVE 'VACANCIES READ ............' TO CNT-LABEL      CNB26900
131100             MOVE WS-READ-COUNT    TO CNT-VALUE                   CNB26900
131200             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26900
131300             MOVE 'FILLED IN THE MONTH .......' TO CNT-LABEL      CNB26900
131400             MOVE WS-FILLED-COUNT  TO CNT-VALUE                   CNB26900
131500             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26900
131600             MOVE '  FROM A CARD .............' TO CNT-LABEL      CNB26900
131700             MOVE WS-CARD-COUNT    TO CNT-VALUE                   CNB26900
131800             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26900
131900             MOVE '  FROM THE EXTRABOARD .....' TO CNT-LABEL      CNB26900
132000             MOVE WS-XB-COUNT      TO CNT-VALUE                   CNB26900
132100             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26900
132200             MOVE 'STILL OPEN AT MONTH END ...' TO CNT-LABEL      CNB26900
132300             MOVE WS-UNFILLED-COUNT TO CNT-VALUE                  CNB26900
132400             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26900
132500             MOVE 'SKIPPED HOLDER CLAIMS .....' TO CNT-LABEL      CNB26900
132600             MOVE WS-CLAIM-COUNT   TO CNT-VALUE                   CNB26900
132700             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26900
132800             MOVE 'AMOUNT CLAIMED ............' TO AMT-LABEL      CNB26900
132900             MOVE WS-TOTAL-AMOUNT  TO AMT-VALUE                   CNB26900
133000             WRITE RPT-LINE FROM WS-AMT-LINE                      CNB26900
133100             IF WS-LOST-COUNT > ZEROS                             CNB26900
133200                MOVE '** NOT BY BOARD - TABLE FULL' TO CNT-LABEL  CNB26900
133300                MOVE WS-LOST-COUNT TO CNT-VALUE                   CNB26900
133400                WRITE RPT-LINE FROM WS-CNT-LINE                   CNB26900
133500             END-IF                                               CNB26900
133600             CLOSE PV-FILE                                        CNB26900
133700                   TSGEN-FILE                                     CNB26900
133800        WHEN OTHER                                                CNB26900
133900             MOVE 'CARDS LISTED ..............' TO CNT-LABEL      CNB26900
134000             MOVE WS-PRINT-COUNT   TO CNT-VALUE                   CNB26900
134100             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26900
134200     END-EVALUATE                                                 CNB26900
134300     CLOSE PF-FILE                                                CNB26900
134400           RPT-FILE.                                              CNB26900
134500*                                                                 CNB26900
134600 P9999-GOT-PROBLEM.                                               CNB26900
134700     MOVE 'CNB269'                 TO XE-PROGRAM                  CNB26900
134800     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB26900
134900     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB26900
135000     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB26900
135100     DISPLAY 'CNB269 ABEND IN ' WS-ABEND-PARAGRAPH                CNB26900
135200              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB26900
135300     MOVE 16 TO RETURN-CODE                                       CNB26900
135400     GOBACK.                                                      CNB26900
