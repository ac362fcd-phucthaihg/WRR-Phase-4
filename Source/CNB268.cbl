000100 IDENTIFICATION DIVISION.                                         CNB26800
000200 PROGRAM-ID. CNB268.                                              CNB26800
000300*AUTHOR.     JMC.                                                 CNB26800
000400*DATE-WRITTEN. 10/15/26.                                          CNB26800
000500*REMARKS.                                                         CNB26800
000600*    ANNUAL SENIORITY ROSTER PUBLICATION AND PROTESTS.  THE       CNB26800
000700*    ROSTER WAS POSTED BY PHOTOCOPYING A LISTING AND PROTESTS CAMECNB26800
000800*    IN AS LETTERS, SO NOTHING TRACKED THE PROTEST WINDOW, THE    CNB26800
000900*    ANSWER OWED OR WHAT AN UPHELD PROTEST CHANGED.  THE YEAR'S   CNB26800
001000*    PUBLICATION AND EVERY PROTEST AGAINST IT ARE KEPT ON PROTFILECNB26800
001100*    (KEY PUBLICATION YEAR, PROTESTING EMPLOYEE, SEQUENCE; THE    CNB26800
001200*    PUBLICATION ITSELF IS THE CONTROL RECORD UNDER EMPLOYEE      CNB26800
001300*    000000000).  FUNCTIONS FROM THE PARM CARD:                   CNB26800
001400*      PUBLISH  - THE OFFICIAL POSTED ROSTER FOR EVERY BOARD ON   CNB26800
001500*                 ROSFILE, IN RANK ORDER WITH NAME AND SENIORITY  CNB26800
001600*                 DATE, HEADED WITH THE PUBLICATION DATE (THE RUN CNB26800
001700*                 DATE) AND THE PROTEST DEADLINE (PARM WINDOW-DAYSCNB26800
001800*                 AFTER IT).  RECORDS THE PUBLICATION AND THE     CNB26800
001900*                 ANSWER PERIOD (PARM ANSWER-DAYS) ON PROTFILE;   CNB26800
002000*                 RE-PUBLISHING THE YEAR RESTARTS THE WINDOW.     CNB26800
002100*      INTAKE   - PROTRAN P CARDS, ONE PER PROTEST: USER,         CNB26800
002200*                 PROTESTING EMPLOYEE, BOARD, THE DISPUTED ENTRY  CNB26800
002300*                 (BLANK = THE PROTESTER'S OWN), THE RANK CLAIMED CNB26800
002400*                 FOR IT, THE DATE THE PROTEST WAS RECEIVED (BLANKCNB26800
002500*                 = RUN DATE) AND THE GROUNDS.  THE USER MUST HOLDCNB26800
002600*                 FUNCTION RPIN (CNB156).  THE PROTEST IS RECORDEDCNB26800
002700*                 OPEN WITH THE RANK POSTED AND THE ANSWER DUE    CNB26800
002800*                 DATE, UNDER THE PROTESTER'S NEXT FREE SEQUENCE. CNB26800
002900*                 REJECTS: USER NO USER, TYPE BAD CARD TYPE, EMPN CNB26800
003000*                 BAD OR UNKNOWN EMPLOYEE, BRD NO BOARD, RANK BAD CNB26800
003100*                 RANK, DATE BAD RECEIVED DATE, GRND NO GROUNDS,  CNB26800
003200*                 AUTH USER NOT AUTHORIZED, NPUB YEAR NOT         CNB26800
003300*                 PUBLISHED, LATE RECEIVED AFTER THE DEADLINE,    CNB26800
003400*                 NROS DISPUTED ENTRY NOT ON THE BOARD, SAME      CNB26800
003500*                 RANK CLAIMED IS THE RANK POSTED.                CNB26800
003600*      RESOLVE  - PROTRAN U (UPHOLD) AND D (DENY) CARDS: USER,    CNB26800
003700*                 PROTESTER, SEQUENCE, THE RANK GRANTED ON AN     CNB26800
003800*                 UPHOLD (BLANK = AS CLAIMED) AND THE RESOLUTION. CNB26800
003900*                 THE USER MUST HOLD FUNCTION RPRS (CNB156).  AN  CNB26800
004000*                 UPHELD PROTEST MOVES THE DISPUTED ENTRY TO THE  CNB26800
004100*                 RANK GRANTED: EACH BOARD CHANGED IS WRITTEN     CNB26800
004200*                 WHOLE TO ROSTRAN UNDER PARM EFF-DATE (BLANK =   CNB26800
004300*                 RUN DATE) FOR THE CNB128 LOAD / COMPARE /       CNB26800
004400*                 CUTOVER RE-RANK PATH.  A BOARD WITH AN EARLIER  CNB26800
004500*                 UPHELD RE-RANK NOT YET ON ROSHIST IS HELD UNTIL CNB26800
004600*                 THAT ONE IS CUT OVER, SO THE NEW RANKING IS NOT CNB26800
004700*                 BUILT FROM A STALE ROSTER.                      CNB26800
004800*                 REJECTS: USER, TYPE, EMPN, RANK, AUTH, NROS AS  CNB26800
004900*                 ABOVE, SEQ BAD SEQUENCE, RSN NO RESOLUTION, NREFCNB26800
005000*                 NO SUCH PROTEST, CLSD ALREADY ANSWERED, GRVC NOWCNB26800
005100*                 A BINDING GRIEVANCE, PEND EARLIER RE-RANK OF THECNB26800
005200*                 BOARD AWAITING CUTOVER.                         CNB26800
005300*      STATUS   - THE YEAR'S OPEN, UPHELD, DENIED AND GRIEVANCE   CNB26800
005400*                 PROTESTS.                                       CNB26800
005500*    A PROTEST STILL OPEN AFTER ITS ANSWER DUE DATE BECOMES A     CNB26800
005600*    BINDING GRIEVANCE WHEN RESOLVE OR STATUS NEXT SEES IT.       CNB26800
005700*    PARM PUB-YEAR IS THE PUBLICATION YEAR (BLANK = RUN YEAR).    CNB26800
005800*    PARM AND CARD DATES ARE CCYYMMDD.  THE PARM DATE-TIME IS     CNB26800
005900*    YYMMDDHHMMSS - THE SUITE'S STANDARD 12-CHARACTER PARM        CNB26800
006000*    CONVENTION (SEE CNB130).                                     CNB26800
006100*                                                                 CNB26800
006200*TBD  ROSFILE AND ROSTRAN ARE DECLARED AS IN CNB128, WHOSE ROSTER CNB26800
006300*LAYOUT IS ITSELF BUILT FROM CNP06.  THE PROTEST WINDOW AND ANSWERCNB26800
006400*PERIOD DEFAULTS (60 DAYS EACH) ARE ASSUMED FROM PRACTICE, NOT THECNB26800
006500*AGREEMENT.  VERIFY BEFORE NEXT COMPILE.                          CNB26800
006600*                                                                 CNB26800
006700 ENVIRONMENT DIVISION.                                            CNB26800
006800 CONFIGURATION SECTION.                                           CNB26800
006900 SOURCE-COMPUTER.  IBM-370.                                       CNB26800
007000 OBJECT-COMPUTER.  IBM-370.                                       CNB26800
007100 INPUT-OUTPUT SECTION.                                            CNB26800
007200 FILE-CONTROL.                                                    CNB26800
007300     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB26800
007400            ORGANIZATION  SEQUENTIAL                              CNB26800
007500            FILE STATUS   WS-PARM-STATUS.                         CNB26800
007600     SELECT TRAN-FILE    ASSIGN TO PROTRAN                        CNB26800
007700            ORGANIZATION  SEQUENTIAL                              CNB26800
007800            FILE STATUS   WS-TRAN-STATUS.                         CNB26800
007900     SELECT PT-FILE      ASSIGN TO PROTFILE                       CNB26800
008000            ORGANIZATION  INDEXED                                 CNB26800
008100            ACCESS MODE   DYNAMIC                                 CNB26800
008200            RECORD KEY    PT-KEY                                  CNB26800
008300            FILE STATUS   WS-PT-STATUS.                           CNB26800
008400     SELECT ROS-FILE     ASSIGN TO ROSFILE                        CNB26800
008500            ORGANIZATION  INDEXED                                 CNB26800
008600            ACCESS MODE   DYNAMIC                                 CNB26800
008700            RECORD KEY    ROS-KEY                                 CNB26800
008800            FILE STATUS   WS-ROS-STATUS.                          CNB26800
008900     SELECT RHIST-FILE   ASSIGN TO ROSHIST                        CNB26800
009000            ORGANIZATION  INDEXED                                 CNB26800
009100            ACCESS MODE   DYNAMIC                                 CNB26800
009200            RECORD KEY    RH-KEY                                  CNB26800
009300            FILE STATUS   WS-RHIST-STATUS.                        CNB26800
009400     SELECT ROSTRAN-FILE ASSIGN TO ROSTRAN                        CNB26800
009500            ORGANIZATION  SEQUENTIAL                              CNB26800
009600            FILE STATUS   WS-ROSTRAN-STATUS.                      CNB26800
009700     SELECT MSTR-FILE    ASSIGN TO MSTRFILE                       CNB26800
009800            ORGANIZATION  INDEXED                                 CNB26800
009900            ACCESS MODE   DYNAMIC                                 CNB26800
010000            RECORD KEY    MIO-KEY                                 CNB26800
010100            ALTERNATE RECORD KEY MIO-EMP-NBR                      CNB26800
010200            FILE STATUS   WS-MSTRF-STATUS.                        CNB26800
010300     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB26800
010400            ORGANIZATION  LINE SEQUENTIAL                         CNB26800
010500            FILE STATUS   WS-RPT-STATUS.                          CNB26800
010600*                                                                 CNB26800
010700 DATA DIVISION.                                                   CNB26800
010800 FILE SECTION.                                                    CNB26800
010900 FD  PARM-FILE                                                    CNB26800
011000     RECORD CONTAINS 80 CHARACTERS.                               CNB26800
011100 01  WS-PARM-RECORD.                                              CNB26800
011200     05  PARM-FUNC                 PIC X(8).                      CNB26800
011300     05  PARM-DATE-TIME            PIC X(12).                     CNB26800
011400     05  PARM-PUB-YEAR             PIC X(4).                      CNB26800
011500     05  PARM-WINDOW-DAYS          PIC X(3).                      CNB26800
011600     05  PARM-ANSWER-DAYS          PIC X(3).                      CNB26800
011700     05  PARM-EFF-DATE             PIC X(8).                      CNB26800
011800     05  FILLER                    PIC X(42).                     CNB26800
011900 FD  TRAN-FILE                                                    CNB26800
012000     RECORD CONTAINS 80 CHARACTERS.                               CNB26800
012100 01  PX-RECORD.                                                   CNB26800
012200     05  PX-TYPE                   PIC X(1).                      CNB26800
012300         88  PX-INTAKE                   VALUE 'P'.               CNB26800
012400         88  PX-UPHOLD                   VALUE 'U'.               CNB26800
012500         88  PX-DENY                     VALUE 'D'.               CNB26800
012600     05  PX-USER                   PIC X(8).                      CNB26800
012700     05  PX-EMP-NBR                PIC X(9).                      CNB26800
012800     05  PX-SEQ                    PIC X(2).                      CNB26800
012900     05  PX-SEQ-N REDEFINES PX-SEQ PIC 9(2).                      CNB26800
013000     05  PX-DIST                   PIC X(2).                      CNB26800
013100     05  PX-SDIST                  PIC X(2).                      CNB26800
013200     05  PX-CRAFT                  PIC X(2).                      CNB26800
013300     05  PX-DISP-EMP               PIC X(9).                      CNB26800
013400*    CLAIMED (P) OR GRANTED (U):                                  CNB26800
013500     05  PX-RANK                   PIC X(4).                      CNB26800
013600     05  PX-RANK-N REDEFINES PX-RANK                              CNB26800
013700                                   PIC 9(4).                      CNB26800
013800*    CCYYMMDD:                                                    CNB26800
013900     05  PX-RECEIVED-DATE          PIC X(8).                      CNB26800
014000*    GROUNDS (P) OR RESOLUTION (U, D):                            CNB26800
014100     05  PX-REMARK                 PIC X(30).                     CNB26800
014200     05  FILLER                    PIC X(3).                      CNB26800
014300 FD  PT-FILE                                                      CNB26800
014400     RECORD CONTAINS 200 CHARACTERS.                              CNB26800
014500 01  PT-RECORD.                                                   CNB26800
014600     05  PT-KEY.                                                  CNB26800
014700         10  PT-PUB-YEAR           PIC X(4).                      CNB26800
014800         10  PT-EMP-NBR            PIC X(9).                      CNB26800
014900         10  PT-SEQ                PIC 9(2).                      CNB26800
015000     05  PT-REC-TYPE               PIC X(1).                      CNB26800
015100         88  PT-CONTROL                  VALUE 'C'.               CNB26800
015200         88  PT-PROTEST                  VALUE 'P'.               CNB26800
015300     05  PT-TYPE-DATA              PIC X(150).                    CNB26800
015400     05  PT-PROTEST-VIEW REDEFINES PT-TYPE-DATA.                  CNB26800
015500         10  PT-DIST               PIC X(2).                      CNB26800
015600         10  PT-SDIST              PIC X(2).                      CNB26800
015700         10  PT-CRAFT              PIC X(2).                      CNB26800
015800         10  PT-DISP-EMP           PIC X(9).                      CNB26800
015900         10  PT-POSTED-RANK        PIC 9(4).                      CNB26800
016000         10  PT-CLAIMED-RANK       PIC 9(4).                      CNB26800
016100         10  PT-GRANTED-RANK       PIC 9(4).                      CNB26800
016200         10  PT-RECEIVED-DATE      PIC X(8).                      CNB26800
016300         10  PT-ANSWER-DUE         PIC X(8).                      CNB26800
016400         10  PT-STATUS             PIC X(1).                      CNB26800
016500             88  PT-OPEN                 VALUE 'O'.               CNB26800
016600             88  PT-UPHELD               VALUE 'U'.               CNB26800
016700             88  PT-DENIED               VALUE 'D'.               CNB26800
016800             88  PT-GRIEVANCE            VALUE 'G'.               CNB26800
016900         10  PT-ENTERED-BY         PIC X(8).                      CNB26800
017000         10  PT-ENTERED-DATE       PIC X(8).                      CNB26800
017100         10  PT-GROUNDS            PIC X(30).                     CNB26800
017200         10  PT-RESOLVED-BY        PIC X(8).                      CNB26800
017300         10  PT-RESOLVED-DATE      PIC X(8).                      CNB26800
017400         10  PT-RESOLUTION         PIC X(30).                     CNB26800
017500*        CCYYMMDD - THE ROSTRAN EFFECTIVE DATE OF AN UPHOLD:      CNB26800
017600         10  PT-RERANK-EFF         PIC X(8).                      CNB26800
017700         10  FILLER                PIC X(6).                      CNB26800
017800     05  PT-CONTROL-VIEW REDEFINES PT-TYPE-DATA.                  CNB26800
017900         10  PT-PUB-DATE           PIC X(8).                      CNB26800
018000         10  PT-DEADLINE           PIC X(8).                      CNB26800
018100         10  PT-ANSWER-DAYS        PIC 9(3).                      CNB26800
018200         10  PT-PUB-BOARDS         PIC 9(5).                      CNB26800
018300         10  PT-PUB-ENTRIES        PIC 9(7).                      CNB26800
018400         10  FILLER                PIC X(119).                    CNB26800
018500     05  FILLER                    PIC X(34).                     CNB26800
018600 FD  ROS-FILE                                                     CNB26800
018700     RECORD CONTAINS 80 CHARACTERS.                               CNB26800
018800 01  ROS-RECORD.                                                  CNB26800
018900     05  ROS-KEY.                                                 CNB26800
019000         10  ROS-DIST              PIC X(2).                      CNB26800
019100         10  ROS-SDIST             PIC X(2).                      CNB26800
019200         10  ROS-CRAFT             PIC X(2).                      CNB26800
019300         10  ROS-RANK              PIC 9(4).                      CNB26800
019400     05  ROS-EMP-NBR               PIC X(9).                      CNB26800
019500     05  ROS-SEN-DATE              PIC X(8).                      CNB26800
019600     05  FILLER                    PIC X(53).                     CNB26800
019700 FD  RHIST-FILE                                                   CNB26800
019800     RECORD CONTAINS 80 CHARACTERS.                               CNB26800
019900 01  RH-RECORD.                                                   CNB26800
020000     05  RH-KEY.                                                  CNB26800
020100         10  RH-DIST               PIC X(2).                      CNB26800
020200         10  RH-SDIST              PIC X(2).                      CNB26800
020300         10  RH-CRAFT              PIC X(2).                      CNB26800
020400         10  RH-EFF-DATE           PIC X(8).                      CNB26800
020500         10  RH-RANK               PIC 9(4).                      CNB26800
020600     05  RH-EMP-NBR                PIC X(9).                      CNB26800
020700     05  RH-SEN-DATE               PIC X(8).                      CNB26800
020800     05  FILLER                    PIC X(45).                     CNB26800
020900 FD  ROSTRAN-FILE                                                 CNB26800
021000     RECORD CONTAINS 80 CHARACTERS.                               CNB26800
021100 01  WS-ROSTRAN-RECORD.                                           CNB26800
021200     05  RT-DIST                   PIC X(2).                      CNB26800
021300     05  RT-SDIST                  PIC X(2).                      CNB26800
021400     05  RT-CRAFT                  PIC X(2).                      CNB26800
021500     05  RT-RANK                   PIC X(4).                      CNB26800
021600     05  RT-EMP-NBR                PIC X(9).                      CNB26800
021700     05  RT-SEN-DATE               PIC X(8).                      CNB26800
021800     05  RT-EFF-DATE               PIC X(8).                      CNB26800
021900     05  FILLER                    PIC X(45).                     CNB26800
022000 FD  MSTR-FILE                                                    CNB26800
022100     RECORD CONTAINS 500 CHARACTERS.                              CNB26800
022200 01  MIO-RECORD.                                                  CNB26800
022300     05  MIO-KEY.                                                 CNB26800
022400         10  MIO-DIST              PIC X(2).                      CNB26800
022500         10  MIO-SDIST             PIC X(2).                      CNB26800
022600         10  MIO-CRAFT             PIC X(2).                      CNB26800
022700         10  MIO-EMP-NAME          PIC X(26).                     CNB26800
022800         10  MIO-EMP-NBR           PIC X(9).                      CNB26800
022900     05  FILLER                    PIC X(459).                    CNB26800
023000 FD  RPT-FILE                                                     CNB26800
023100     RECORD CONTAINS 132 CHARACTERS.                              CNB26800
023200 01  RPT-LINE                      PIC X(132).                    CNB26800
023300*                                                                 CNB26800
023400 WORKING-STORAGE SECTION.                                         CNB26800
023500 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB26800
023600     88  WS-PARM-OK                       VALUE '00'.             CNB26800
023700 01  WS-TRAN-STATUS                PIC XX VALUE SPACES.           CNB26800
023800     88  WS-TRAN-OK                       VALUE '00'.             CNB26800
023900 01  WS-PT-STATUS                  PIC XX VALUE SPACES.           CNB26800
024000     88  WS-PT-OK                         VALUE '00'.             CNB26800
024100     88  WS-PT-DUP                        VALUE '22'.             CNB26800
024200     88  WS-PT-NOTFND                     VALUE '23'.             CNB26800
024300 01  WS-ROS-STATUS                 PIC XX VALUE SPACES.           CNB26800
024400     88  WS-ROS-OK                        VALUE '00'.             CNB26800
024500 01  WS-RHIST-STATUS               PIC XX VALUE SPACES.           CNB26800
024600     88  WS-RHIST-OK                      VALUE '00'.             CNB26800
024700     88  WS-RHIST-NOFILE                  VALUE '35'.             CNB26800
024800 01  WS-ROSTRAN-STATUS             PIC XX VALUE SPACES.           CNB26800
024900     88  WS-ROSTRAN-OK                    VALUE '00'.             CNB26800
025000 01  WS-MSTRF-STATUS               PIC XX VALUE SPACES.           CNB26800
025100     88  WS-MSTRF-OK                      VALUE '00'.             CNB26800
025200     88  WS-MSTRF-NOTFND                  VALUE '23'.             CNB26800
025300 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB26800
025400     88  WS-RPT-OK                        VALUE '00'.             CNB26800
025500 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB26800
025600 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB26800
025700 COPY WSERRLOG.                                                   CNB26800
025800 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB26800
025900     88  WS-FUNC-PUBLISH                  VALUE 'PUBLISH'.        CNB26800
026000     88  WS-FUNC-INTAKE                   VALUE 'INTAKE'.         CNB26800
026100     88  WS-FUNC-RESOLVE                  VALUE 'RESOLVE'.        CNB26800
026200     88  WS-FUNC-STATUS                   VALUE 'STATUS'.         CNB26800
026300 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB26800
026400 01  WS-RUN-DATE                   PIC X(8) VALUE SPACES.         CNB26800
026500 01  WS-PUB-YEAR                   PIC X(4) VALUE SPACES.         CNB26800
026600 01  WS-WINDOW-DAYS                PIC 9(3) VALUE 60.             CNB26800
026700 01  WS-ANSWER-DAYS                PIC 9(3) VALUE 60.             CNB26800
026800 01  WS-EFF-DATE                   PIC X(8) VALUE SPACES.         CNB26800
026900 01  WS-EOF-INPUT-SW               PIC X  VALUE 'N'.              CNB26800
027000     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB26800
027100 01  WS-EOF-PT-SW                  PIC X  VALUE 'N'.              CNB26800
027200     88  WS-EOF-PT                        VALUE 'Y'.              CNB26800
027300 01  WS-GROUP-DONE-SW              PIC X  VALUE 'N'.              CNB26800
027400     88  WS-GROUP-DONE                    VALUE 'Y'.              CNB26800
027500 01  WS-CTL-FOUND-SW               PIC X  VALUE 'N'.              CNB26800
027600     88  WS-CTL-FOUND                     VALUE 'Y'.              CNB26800
027700 01  WS-REJ-REASON                 PIC X(4) VALUE SPACES.         CNB26800
027800*                                                                 CNB26800
027900*    THE PUBLICATION BEING PROTESTED (THE CONTROL RECORD)         CNB26800
028000*                                                                 CNB26800
028100 01  WS-CTL-PUB-DATE               PIC X(8) VALUE SPACES.         CNB26800
028200 01  WS-CTL-DEADLINE               PIC X(8) VALUE SPACES.         CNB26800
028300 01  WS-CTL-ANSWER-DAYS            PIC 9(3) VALUE ZEROS.          CNB26800
028400*                                                                 CNB26800
028500*    THE CARD BEING APPLIED                                       CNB26800
028600*                                                                 CNB26800
028700 01  WS-CNB156-PGM                 PIC X(8) VALUE 'CNB156'.       CNB26800
028800 01  CNB156-COMMAREA.                                             CNB26800
028900     05  CA-USERID                 PIC X(8).                      CNB26800
029000     05  CA-FUNC-CODE              PIC X(4).                      CNB26800
029100     05  CA-TERMINAL               PIC X(4).                      CNB26800
029200     05  CA-REPLY                  PIC X(1).                      CNB26800
029300         88  CA-ALLOWED                  VALUE 'A'.               CNB26800
029400         88  CA-DENIED                   VALUE 'D'.               CNB26800
029500     05  CA-ROLE                   PIC X(8).                      CNB26800
029600 01  WS-RECEIVED-DATE              PIC X(8) VALUE SPACES.         CNB26800
029700 01  WS-DISP-EMP                   PIC X(9) VALUE SPACES.         CNB26800
029800 01  WS-GRANTED-RANK               PIC 9(4) VALUE ZEROS.          CNB26800
029900*                                                                 CNB26800
030000*    A BOARD (DIST/SDIST/CRAFT) AND WHERE AN EMPLOYEE STANDS ON   CNB26800
030100*    IT - P7200 SETS WS-FB-RANK (ZERO IF NOT ON THE BOARD) AND    CNB26800
030200*    WS-FB-SIZE                                                   CNB26800
030300*                                                                 CNB26800
030400 01  WS-BOARD.                                                    CNB26800
030500     05  WS-BD-DIST                PIC X(2).                      CNB26800
030600     05  WS-BD-SDIST               PIC X(2).                      CNB26800
030700     05  WS-BD-CRAFT               PIC X(2).                      CNB26800
030800 01  WS-FB-EMP                     PIC X(9) VALUE SPACES.         CNB26800
030900 01  WS-FB-RANK                    PIC 9(4) VALUE ZEROS.          CNB26800
031000 01  WS-FB-SIZE                    PIC 9(4) VALUE ZEROS.          CNB26800
031100 01  WS-PREV-BOARD                 PIC X(6) VALUE SPACES.         CNB26800
031200*                                                                 CNB26800
031300*    BOARDS WITH AN UPHELD RE-RANK NOT YET CUT OVER (FROM EARLIER CNB26800
031400*    RUNS), BOARDS RE-RANKED THIS RUN, AND THIS RUN'S MOVES IN    CNB26800
031500*    CARD ORDER                                                   CNB26800
031600*                                                                 CNB26800
031700 01  WS-PB-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB26800
031800 01  WS-PB-MAX                     PIC S9(4) COMP VALUE 100.      CNB26800
031900 01  WS-PB-TABLE.                                                 CNB26800
032000     05  WS-PB-BOARD OCCURS 100 TIMES                             CNB26800
032100                                   PIC X(6).                      CNB26800
032200 01  WS-TB-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB26800
032300 01  WS-TB-MAX                     PIC S9(4) COMP VALUE 100.      CNB26800
032400 01  WS-TB-TABLE.                                                 CNB26800
032500     05  WS-TB-BOARD OCCURS 100 TIMES                             CNB26800
032600                                   PIC X(6).                      CNB26800
032700 01  WS-MV-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB26800
032800 01  WS-MV-MAX                     PIC S9(4) COMP VALUE 500.      CNB26800
032900 01  WS-MV-TABLE.                                                 CNB26800
033000     05  WS-MV OCCURS 500 TIMES.                                  CNB26800
033100         10  WS-MV-BOARD           PIC X(6).                      CNB26800
033200         10  WS-MV-EMP             PIC X(9).                      CNB26800
033300         10  WS-MV-RANK            PIC 9(4).                      CNB26800
033400         10  WS-MV-PROT-EMP        PIC X(9).                      CNB26800
033500         10  WS-MV-SEQ             PIC 9(2).                      CNB26800
033600         10  WS-MV-FROM            PIC 9(4).                      CNB26800
033700 01  WS-SUB                        PIC S9(4) COMP VALUE ZEROS.    CNB26800
033800 01  WS-MV-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB26800
033900 01  WS-FOUND-SW                   PIC X  VALUE 'N'.              CNB26800
034000     88  WS-FOUND                         VALUE 'Y'.              CNB26800
034100*                                                                 CNB26800
034200*    ONE BOARD'S LIVE RANKING, REBUILT WITH THE RUN'S MOVES       CNB26800
034300*                                                                 CNB26800
034400 01  WS-GE-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB26800
034500 01  WS-GE-MAX                     PIC S9(4) COMP VALUE 2000.     CNB26800
034600 01  WS-GE-TABLE.                                                 CNB26800
034700     05  WS-GE OCCURS 2000 TIMES.                                 CNB26800
034800         10  WS-GE-EMP             PIC X(9).                      CNB26800
034900         10  WS-GE-SEN             PIC X(8).                      CNB26800
035000 01  WS-GE-SAVE                    PIC X(17) VALUE SPACES.        CNB26800
035100 01  WS-GX                         PIC S9(4) COMP VALUE ZEROS.    CNB26800
035200 01  WS-GE-FROM                    PIC S9(4) COMP VALUE ZEROS.    CNB26800
035300 01  WS-GE-TO                      PIC S9(4) COMP VALUE ZEROS.    CNB26800
035400*                                                                 CNB26800
035500*    DATE ARITHMETIC - WS-STEP-DATE MOVES FORWARD A DAY AT A TIME CNB26800
035600*                                                                 CNB26800
035700 01  WS-STEP-DATE.                                                CNB26800
035800     05  WS-SP-CCYY                PIC 9(4).                      CNB26800
035900     05  WS-SP-MM                  PIC 9(2).                      CNB26800
036000     05  WS-SP-DD                  PIC 9(2).                      CNB26800
036100 01  WS-STEP-DATE-X REDEFINES WS-STEP-DATE                        CNB26800
036200                                   PIC X(8).                      CNB26800
036300 01  WS-STEP-DAYS                  PIC 9(3) VALUE ZEROS.          CNB26800
036400 01  WS-MONTH-DAYS                 PIC 9(2) VALUE ZEROS.          CNB26800
036500 01  WS-LEAP-QUOT                  PIC 9(4) VALUE ZEROS.          CNB26800
036600 01  WS-LEAP-REM                   PIC 9(4) VALUE ZEROS.          CNB26800
036700 01  WS-MONTH-TABLE                PIC X(24) VALUE                CNB26800
036800         '312831303130313130313031'.                              CNB26800
036900 01  WS-MONTH-TABLE-R REDEFINES WS-MONTH-TABLE.                   CNB26800
037000     05  WS-MT-DAYS OCCURS 12 TIMES                               CNB26800
037100                                   PIC 9(2).                      CNB26800
037200 01  WS-CHK-DATE.                                                 CNB26800
037300     05  WS-CK-CCYY                PIC 9(4).                      CNB26800
037400     05  WS-CK-MM                  PIC 9(2).                      CNB26800
037500     05  WS-CK-DD                  PIC 9(2).                      CNB26800
037600 01  WS-CHK-DATE-X REDEFINES WS-CHK-DATE                          CNB26800
037700                                   PIC X(8).                      CNB26800
037800 01  WS-DATE-OK-SW                 PIC X  VALUE 'N'.              CNB26800
037900     88  WS-DATE-OK                       VALUE 'Y'.              CNB26800
038000*                                                                 CNB26800
038100 01  WS-TRAN-COUNT                 PIC 9(7) VALUE ZEROS.          CNB26800
038200 01  WS-REJ-COUNT                  PIC 9(7) VALUE ZEROS.          CNB26800
038300 01  WS-BOARD-COUNT                PIC 9(5) VALUE ZEROS.          CNB26800
038400 01  WS-ENTRY-COUNT                PIC 9(7) VALUE ZEROS.          CNB26800
038500 01  WS-OPEN-COUNT                 PIC 9(7) VALUE ZEROS.          CNB26800
038600 01  WS-UPHELD-COUNT               PIC 9(7) VALUE ZEROS.          CNB26800
038700 01  WS-DENIED-COUNT               PIC 9(7) VALUE ZEROS.          CNB26800
038800 01  WS-GRIEV-COUNT                PIC 9(7) VALUE ZEROS.          CNB26800
038900 01  WS-NEW-GRIEV-COUNT            PIC 9(7) VALUE ZEROS.          CNB26800
039000 01  WS-ROSTRAN-COUNT              PIC 9(7) VALUE ZEROS.          CNB26800
039100 01  WS-LIST-COUNT                 PIC 9(7) VALUE ZEROS.          CNB26800
039200 01  WS-LIST-STATUS                PIC X(1) VALUE SPACES.         CNB26800
039300 01  WS-HDR-LINE.                                                 CNB26800
039400     05  FILLER                PIC X(38)  VALUE                   CNB26800
039500         'CNB268 - SENIORITY ROSTER PROTESTS'.                    CNB26800
039600     05  FILLER                PIC X(2)   VALUE SPACES.           CNB26800
039700     05  HDR-FUNC              PIC X(8).                          CNB26800
039800     05  FILLER                PIC X(2)   VALUE SPACES.           CNB26800
039900     05  HDR-DATE-TIME         PIC X(12).                         CNB26800
040000     05  FILLER                PIC X(2)   VALUE SPACES.           CNB26800
040100     05  FILLER                PIC X(5)   VALUE 'YEAR '.          CNB26800
040200     05  HDR-PUB-YEAR          PIC X(4).                          CNB26800
040300     05  FILLER                PIC X(59)  VALUE SPACES.           CNB26800
040400 01  WS-TITLE-LINE.                                               CNB26800
040500     05  TTL-TEXT                  PIC X(80).                     CNB26800
040600     05  FILLER                    PIC X(52) VALUE SPACES.        CNB26800
040700 01  WS-RL-HDR-LINE.                                              CNB26800
040800     05  FILLER                    PIC X(40) VALUE                CNB26800
040900         'RANK  EMPLOYEE   NAME'.                                 CNB26800
041000     05  FILLER                    PIC X(40) VALUE                CNB26800
041100         '     SENIORITY'.                                        CNB26800
041200     05  FILLER                    PIC X(52) VALUE SPACES.        CNB26800
041300 01  WS-RL-LINE.                                                  CNB26800
041400     05  RL-RANK                   PIC ZZZ9.                      CNB26800
041500     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26800
041600     05  RL-EMP-NBR                PIC X(9).                      CNB26800
041700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26800
041800     05  RL-NAME                   PIC X(26).                     CNB26800
041900     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26800
042000     05  RL-SEN-DATE               PIC X(8).                      CNB26800
042100     05  FILLER                    PIC X(79) VALUE SPACES.        CNB26800
042200 01  WS-TRAN-HDR-LINE.                                            CNB26800
042300     05  FILLER                    PIC X(40) VALUE                CNB26800
042400         'T  USER      EMPLOYEE   SQ  BOARD     DI'.              CNB26800
042500     05  FILLER                    PIC X(40) VALUE                CNB26800
042600         'SPUTED   RANK  RECEIVED  GROUNDS / RESOL'.              CNB26800
042700     05  FILLER                    PIC X(52) VALUE                CNB26800
042800         'UTION            RESULT'.                               CNB26800
042900 01  WS-TRAN-LINE.                                                CNB26800
043000     05  TL-TYPE                   PIC X(1).                      CNB26800
043100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26800
043200     05  TL-USER                   PIC X(8).                      CNB26800
043300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26800
043400     05  TL-EMP-NBR                PIC X(9).                      CNB26800
043500     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26800
043600     05  TL-SEQ                    PIC X(2).                      CNB26800
043700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26800
043800     05  TL-DIST                   PIC X(2).                      CNB26800
043900     05  FILLER                    PIC X(1) VALUE '/'.            CNB26800
044000     05  TL-SDIST                  PIC X(2).                      CNB26800
044100     05  FILLER                    PIC X(1) VALUE '/'.            CNB26800
044200     05  TL-CRAFT                  PIC X(2).                      CNB26800
044300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26800
044400     05  TL-DISP-EMP               PIC X(9).                      CNB26800
044500     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26800
044600     05  TL-RANK                   PIC X(4).                      CNB26800
044700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26800
044800     05  TL-RECEIVED-DATE          PIC X(8).                      CNB26800
044900     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26800
045000     05  TL-REMARK                 PIC X(30).                     CNB26800
045100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26800
045200     05  TL-RESULT                 PIC X(24).                     CNB26800
045300     05  FILLER                    PIC X(11) VALUE SPACES.        CNB26800
045400 01  WS-PL-HDR-LINE.                                              CNB26800
045500     05  FILLER                    PIC X(40) VALUE                CNB26800
045600         'EMPLOYEE  SQ  BOARD     DISPUTED   POST'.               CNB26800
045700     05  FILLER                    PIC X(40) VALUE                CNB26800
045800         'CLM  GRNT  RECEIVED  ANS DUE   CLOSED'.                 CNB26800
045900     05  FILLER                    PIC X(52) VALUE                CNB26800
046000         ' BY        GROUNDS / RESOLUTION'.                       CNB26800
046100 01  WS-PL-LINE.                                                  CNB26800
046200     05  PL-EMP-NBR                PIC X(9).                      CNB26800
046300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26800
046400     05  PL-SEQ                    PIC 9(2).                      CNB26800
046500     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26800
046600     05  PL-DIST                   PIC X(2).                      CNB26800
046700     05  FILLER                    PIC X(1) VALUE '/'.            CNB26800
046800     05  PL-SDIST                  PIC X(2).                      CNB26800
046900     05  FILLER                    PIC X(1) VALUE '/'.            CNB26800
047000     05  PL-CRAFT                  PIC X(2).                      CNB26800
047100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26800
047200     05  PL-DISP-EMP               PIC X(9).                      CNB26800
047300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26800
047400     05  PL-POSTED-RANK            PIC ZZZ9.                      CNB26800
047500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26800
047600     05  PL-CLAIMED-RANK           PIC ZZZ9.                      CNB26800
047700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26800
047800     05  PL-GRANTED-RANK           PIC ZZZ9.                      CNB26800
047900     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26800
048000     05  PL-RECEIVED-DATE          PIC X(8).                      CNB26800
048100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26800
048200     05  PL-ANSWER-DUE             PIC X(8).                      CNB26800
048300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26800
048400     05  PL-RESOLVED-DATE          PIC X(8).                      CNB26800
048500     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26800
048600     05  PL-RESOLVED-BY            PIC X(8).                      CNB26800
048700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26800
048800     05  PL-TEXT                   PIC X(30).                     CNB26800
048900     05  FILLER                    PIC X(11) VALUE SPACES.        CNB26800
049000 01  WS-RR-HDR-LINE.                                              CNB26800
049100     05  FILLER                    PIC X(40) VALUE                CNB26800
049200         'BOARD     EFFECTIVE EMPLOYEE   FROM    T'.              CNB26800
049300     05  FILLER                    PIC X(40) VALUE                CNB26800
049400         'O  PROTEST'.                                            CNB26800
049500     05  FILLER                    PIC X(52) VALUE SPACES.        CNB26800
049600 01  WS-RR-LINE.                                                  CNB26800
049700     05  RR-DIST                   PIC X(2).                      CNB26800
049800     05  FILLER                    PIC X(1) VALUE '/'.            CNB26800
049900     05  RR-SDIST                  PIC X(2).                      CNB26800
050000     05  FILLER                    PIC X(1) VALUE '/'.            CNB26800
050100     05  RR-CRAFT                  PIC X(2).                      CNB26800
050200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26800
050300     05  RR-EFF-DATE               PIC X(8).                      CNB26800
050400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26800
050500     05  RR-EMP-NBR                PIC X(9).                      CNB26800
050600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26800
050700     05  RR-FROM                   PIC ZZZ9.                      CNB26800
050800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26800
050900     05  RR-TO                     PIC ZZZ9.                      CNB26800
051000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26800
051100     05  RR-PROT-EMP               PIC X(9).                      CNB26800
051200     05  FILLER                    PIC X(1) VALUE '-'.            CNB26800
051300     05  RR-SEQ                    PIC 9(2).                      CNB26800
051400     05  FILLER                    PIC X(77) VALUE SPACES.        CNB26800
051500 01  WS-CNT-LINE.                                                 CNB26800
051600     05  CNT-LABEL                 PIC X(30).                     CNB26800
051700     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB26800
051800     05  FILLER                    PIC X(95) VALUE SPACES.        CNB26800
051900*                                                                 CNB26800
052000 PROCEDURE DIVISION.                                              CNB26800
052100 P0000-MAINLINE.                                                  CNB26800
052200     PERFORM P1000-INITIALIZE                                     CNB26800
052300     EVALUATE TRUE                                                CNB26800
052400        WHEN WS-FUNC-PUBLISH                                      CNB26800
052500             PERFORM P2000-PUBLISH-ROSTER                         CNB26800
052600        WHEN WS-FUNC-INTAKE                                       CNB26800
052700             PERFORM P3000-INTAKE-PROTESTS UNTIL WS-EOF-INPUT     CNB26800
052800        WHEN WS-FUNC-RESOLVE                                      CNB26800
052900             PERFORM P4000-RESOLVE-PROTESTS                       CNB26800
053000        WHEN OTHER                                                CNB26800
053100             PERFORM P5000-PRINT-STATUS                           CNB26800
053200     END-EVALUATE                                                 CNB26800
053300     PERFORM P9000-TERMINATE                                      CNB26800
053400     GOBACK.                                                      CNB26800
053500*                                                                 CNB26800
053600 P1000-INITIALIZE.                                                CNB26800
053700     OPEN INPUT PARM-FILE                                         CNB26800
053800     IF NOT WS-PARM-OK                                            CNB26800
053900        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB26800
054000        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB26800
054100        PERFORM P9999-GOT-PROBLEM                                 CNB26800
054200     END-IF                                                       CNB26800
054300     READ PARM-FILE                                               CNB26800
054400     IF NOT WS-PARM-OK                                            CNB26800
054500        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB26800
054600        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB26800
054700        PERFORM P9999-GOT-PROBLEM                                 CNB26800
054800     END-IF                                                       CNB26800
054900     MOVE PARM-FUNC                TO WS-FUNC                     CNB26800
055000     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB26800
055100     CLOSE PARM-FILE                                              CNB26800
055200     IF NOT WS-FUNC-PUBLISH AND NOT WS-FUNC-INTAKE                CNB26800
055300        AND NOT WS-FUNC-RESOLVE AND NOT WS-FUNC-STATUS            CNB26800
055400        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB26800
055500        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB26800
055600        PERFORM P9999-GOT-PROBLEM                                 CNB26800
055700     END-IF                                                       CNB26800
055800     IF WS-RUN-DATE-TIME (1:10) NOT NUMERIC                       CNB26800
055900        OR (PARM-PUB-YEAR NOT = SPACES                            CNB26800
056000            AND PARM-PUB-YEAR NOT NUMERIC)                        CNB26800
056100        OR (PARM-WINDOW-DAYS NOT = SPACES                         CNB26800
056200            AND PARM-WINDOW-DAYS NOT NUMERIC)                     CNB26800
056300        OR (PARM-ANSWER-DAYS NOT = SPACES                         CNB26800
056400            AND PARM-ANSWER-DAYS NOT NUMERIC)                     CNB26800
056500        MOVE 'P1000-BAD-PARM'      TO WS-ABEND-PARAGRAPH          CNB26800
056600        MOVE 'PM'                  TO WS-ABEND-STATUS             CNB26800
056700        PERFORM P9999-GOT-PROBLEM                                 CNB26800
056800     END-IF                                                       CNB26800
056900     MOVE '20'                     TO WS-RUN-DATE (1:2)           CNB26800
057000     MOVE WS-RUN-DATE-TIME (1:6)   TO WS-RUN-DATE (3:6)           CNB26800
057100     IF PARM-PUB-YEAR = SPACES                                    CNB26800
057200        MOVE WS-RUN-DATE (1:4)     TO WS-PUB-YEAR                 CNB26800
057300     ELSE                                                         CNB26800
057400        MOVE PARM-PUB-YEAR         TO WS-PUB-YEAR                 CNB26800
057500     END-IF                                                       CNB26800
057600     IF PARM-WINDOW-DAYS NOT = SPACES                             CNB26800
057700        MOVE PARM-WINDOW-DAYS      TO WS-WINDOW-DAYS              CNB26800
057800     END-IF                                                       CNB26800
057900     IF PARM-ANSWER-DAYS NOT = SPACES                             CNB26800
058000        MOVE PARM-ANSWER-DAYS      TO WS-ANSWER-DAYS              CNB26800
058100     END-IF                                                       CNB26800
058200     IF PARM-EFF-DATE = SPACES                                    CNB26800
058300        MOVE WS-RUN-DATE           TO WS-EFF-DATE                 CNB26800
058400     ELSE                                                         CNB26800
058500        MOVE PARM-EFF-DATE         TO WS-CHK-DATE-X               CNB26800
058600        PERFORM P7300-CHECK-DATE THRU P7300-EXIT                  CNB26800
058700        IF NOT WS-DATE-OK                                         CNB26800
058800           MOVE 'P1000-BAD-DATE'   TO WS-ABEND-PARAGRAPH          CNB26800
058900           MOVE 'PD'               TO WS-ABEND-STATUS             CNB26800
059000           PERFORM P9999-GOT-PROBLEM                              CNB26800
059100        END-IF                                                    CNB26800
059200        MOVE PARM-EFF-DATE         TO WS-EFF-DATE                 CNB26800
059300     END-IF                                                       CNB26800
059400     OPEN OUTPUT RPT-FILE                                         CNB26800
059500     IF NOT WS-RPT-OK                                             CNB26800
059600        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB26800
059700        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB26800
059800        PERFORM P9999-GOT-PROBLEM                                 CNB26800
059900     END-IF                                                       CNB26800
060000     MOVE WS-FUNC                  TO HDR-FUNC                    CNB26800
060100     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB26800
060200     MOVE WS-PUB-YEAR              TO HDR-PUB-YEAR                CNB26800
060300     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB26800
060400     MOVE SPACES                   TO RPT-LINE                    CNB26800
060500     WRITE RPT-LINE                                               CNB26800
060600     OPEN I-O PT-FILE                                             CNB26800
060700     IF WS-PT-STATUS = '35'                                       CNB26800
060800        OPEN OUTPUT PT-FILE                                       CNB26800
060900        CLOSE PT-FILE                                             CNB26800
061000        OPEN I-O PT-FILE                                          CNB26800
061100     END-IF                                                       CNB26800
061200     IF NOT WS-PT-OK                                              CNB26800
061300        MOVE 'P1000-OPEN-PROT'     TO WS-ABEND-PARAGRAPH          CNB26800
061400        MOVE WS-PT-STATUS          TO WS-ABEND-STATUS             CNB26800
061500        PERFORM P9999-GOT-PROBLEM                                 CNB26800
061600     END-IF                                                       CNB26800
061700     IF NOT WS-FUNC-STATUS                                        CNB26800
061800        OPEN INPUT ROS-FILE                                       CNB26800
061900        IF NOT WS-ROS-OK                                          CNB26800
062000           MOVE 'P1000-OPEN-ROS'   TO WS-ABEND-PARAGRAPH          CNB26800
062100           MOVE WS-ROS-STATUS      TO WS-ABEND-STATUS             CNB26800
062200           PERFORM P9999-GOT-PROBLEM                              CNB26800
062300        END-IF                                                    CNB26800
062400     END-IF                                                       CNB26800
062500     IF WS-FUNC-PUBLISH OR WS-FUNC-INTAKE                         CNB26800
062600        OPEN INPUT MSTR-FILE                                      CNB26800
062700        IF NOT WS-MSTRF-OK                                        CNB26800
062800           MOVE 'P1000-OPEN-MSTR'  TO WS-ABEND-PARAGRAPH          CNB26800
062900           MOVE WS-MSTRF-STATUS    TO WS-ABEND-STATUS             CNB26800
063000           PERFORM P9999-GOT-PROBLEM                              CNB26800
063100        END-IF                                                    CNB26800
063200     END-IF                                                       CNB26800
063300     IF WS-FUNC-INTAKE OR WS-FUNC-RESOLVE                         CNB26800
063400        OPEN INPUT TRAN-FILE                                      CNB26800
063500        IF NOT WS-TRAN-OK                                         CNB26800
063600           MOVE 'P1000-OPEN-TRAN'  TO WS-ABEND-PARAGRAPH          CNB26800
063700           MOVE WS-TRAN-STATUS     TO WS-ABEND-STATUS             CNB26800
063800           PERFORM P9999-GOT-PROBLEM                              CNB26800
063900        END-IF                                                    CNB26800
064000     END-IF                                                       CNB26800
064100     IF WS-FUNC-RESOLVE                                           CNB26800
064200        OPEN INPUT RHIST-FILE                                     CNB26800
064300        IF NOT WS-RHIST-OK AND NOT WS-RHIST-NOFILE                CNB26800
064400           MOVE 'P1000-OPEN-RHS'   TO WS-ABEND-PARAGRAPH          CNB26800
064500           MOVE WS-RHIST-STATUS    TO WS-ABEND-STATUS             CNB26800
064600           PERFORM P9999-GOT-PROBLEM                              CNB26800
064700        END-IF                                                    CNB26800
064800        OPEN OUTPUT ROSTRAN-FILE                                  CNB26800
064900        IF NOT WS-ROSTRAN-OK                                      CNB26800
065000           MOVE 'P1000-OPEN-RTRN'  TO WS-ABEND-PARAGRAPH          CNB26800
065100           MOVE WS-ROSTRAN-STATUS  TO WS-ABEND-STATUS             CNB26800
065200           PERFORM P9999-GOT-PROBLEM                              CNB26800
065300        END-IF                                                    CNB26800
065400     END-IF                                                       CNB26800
065500     PERFORM P7400-READ-CONTROL                                   CNB26800
065600     IF WS-FUNC-INTAKE                                            CNB26800
065700        MOVE 'PROTESTS RECEIVED'   TO TTL-TEXT                    CNB26800
065800        PERFORM P8900-PRINT-TITLE                                 CNB26800
065900        WRITE RPT-LINE FROM WS-TRAN-HDR-LINE                      CNB26800
066000     END-IF.                                                      CNB26800
066100*                                                                 CNB26800
066200*    EVERY BOARD ON ROSFILE IN RANK ORDER, THEN THE PUBLICATION   CNB26800
066300*    RECORDED ON PROTFILE                                         CNB26800
066400*                                                                 CNB26800
066500 P2000-PUBLISH-ROSTER.                                            CNB26800
066600     MOVE WS-RUN-DATE              TO WS-CTL-PUB-DATE             CNB26800
066700                                      WS-STEP-DATE-X              CNB26800
066800     MOVE WS-WINDOW-DAYS           TO WS-STEP-DAYS                CNB26800
066900     PERFORM P7000-ADD-DAYS                                       CNB26800
067000     MOVE WS-STEP-DATE-X           TO WS-CTL-DEADLINE             CNB26800
067100     MOVE WS-ANSWER-DAYS           TO WS-CTL-ANSWER-DAYS          CNB26800
067200     MOVE SPACES                   TO WS-PREV-BOARD               CNB26800
067300     MOVE 'N'                      TO WS-GROUP-DONE-SW            CNB26800
067400     MOVE LOW-VALUES               TO ROS-KEY                     CNB26800
067500     START ROS-FILE KEY NOT < ROS-KEY                             CNB26800
067600     IF NOT WS-ROS-OK                                             CNB26800
067700        SET WS-GROUP-DONE TO TRUE                                 CNB26800
067800     END-IF                                                       CNB26800
067900     PERFORM P2100-PUBLISH-ENTRY UNTIL WS-GROUP-DONE              CNB26800
068000     IF WS-BOARD-COUNT = ZEROS                                    CNB26800
068100        MOVE 'NO ROSTER ON FILE - NOTHING PUBLISHED' TO TTL-TEXT  CNB26800
068200        PERFORM P8900-PRINT-TITLE                                 CNB26800
068300     END-IF                                                       CNB26800
068400     MOVE SPACES                   TO PT-RECORD                   CNB26800
068500     MOVE WS-PUB-YEAR              TO PT-PUB-YEAR                 CNB26800
068600     MOVE ZEROS                    TO PT-EMP-NBR                  CNB26800
068700                                      PT-SEQ                      CNB26800
068800     SET PT-CONTROL TO TRUE                                       CNB26800
068900     MOVE WS-CTL-PUB-DATE          TO PT-PUB-DATE                 CNB26800
069000     MOVE WS-CTL-DEADLINE          TO PT-DEADLINE                 CNB26800
069100     MOVE WS-CTL-ANSWER-DAYS       TO PT-ANSWER-DAYS              CNB26800
069200     MOVE WS-BOARD-COUNT           TO PT-PUB-BOARDS               CNB26800
069300     MOVE WS-ENTRY-COUNT           TO PT-PUB-ENTRIES              CNB26800
069400     IF WS-CTL-FOUND                                              CNB26800
069500        REWRITE PT-RECORD                                         CNB26800
069600     ELSE                                                         CNB26800
069700        WRITE PT-RECORD                                           CNB26800
069800     END-IF                                                       CNB26800
069900     IF NOT WS-PT-OK                                              CNB26800
070000        MOVE 'P2000-WRT-PROT'      TO WS-ABEND-PARAGRAPH          CNB26800
070100        MOVE WS-PT-STATUS          TO WS-ABEND-STATUS             CNB26800
070200        PERFORM P9999-GOT-PROBLEM                                 CNB26800
070300     END-IF.                                                      CNB26800
070400*                                                                 CNB26800
070500 P2100-PUBLISH-ENTRY.                                             CNB26800
070600     READ ROS-FILE NEXT                                           CNB26800
070700          AT END                                                  CNB26800
070800             SET WS-GROUP-DONE TO TRUE                            CNB26800
070900     END-READ                                                     CNB26800
071000     IF NOT WS-GROUP-DONE AND NOT WS-ROS-OK                       CNB26800
071100        MOVE 'P2100-READ-ROS'      TO WS-ABEND-PARAGRAPH          CNB26800
071200        MOVE WS-ROS-STATUS         TO WS-ABEND-STATUS             CNB26800
071300        PERFORM P9999-GOT-PROBLEM                                 CNB26800
071400     END-IF                                                       CNB26800
071500     IF NOT WS-GROUP-DONE                                         CNB26800
071600        IF ROS-KEY (1:6) NOT = WS-PREV-BOARD                      CNB26800
071700           PERFORM P2200-BOARD-HEADING                            CNB26800
071800        END-IF                                                    CNB26800
071900        ADD 1 TO WS-ENTRY-COUNT                                   CNB26800
072000        MOVE ROS-RANK              TO RL-RANK                     CNB26800
072100        MOVE ROS-EMP-NBR           TO RL-EMP-NBR                  CNB26800
072200        MOVE ROS-SEN-DATE          TO RL-SEN-DATE                 CNB26800
072300        MOVE ROS-EMP-NBR           TO MIO-EMP-NBR                 CNB26800
072400        READ MSTR-FILE KEY IS MIO-EMP-NBR                         CNB26800
072500        IF NOT WS-MSTRF-OK AND NOT WS-MSTRF-NOTFND                CNB26800
072600           MOVE 'P2100-RD-MSTR'    TO WS-ABEND-PARAGRAPH          CNB26800
072700           MOVE WS-MSTRF-STATUS    TO WS-ABEND-STATUS             CNB26800
072800           PERFORM P9999-GOT-PROBLEM                              CNB26800
072900        END-IF                                                    CNB26800
073000        IF WS-MSTRF-OK                                            CNB26800
073100           MOVE MIO-EMP-NAME       TO RL-NAME                     CNB26800
073200        ELSE                                                      CNB26800
073300           MOVE '** NOT ON MASTER **' TO RL-NAME                  CNB26800
073400        END-IF                                                    CNB26800
073500        WRITE RPT-LINE FROM WS-RL-LINE                            CNB26800
073600     END-IF.                                                      CNB26800
073700*                                                                 CNB26800
073800 P2200-BOARD-HEADING.                                             CNB26800
073900     IF WS-BOARD-COUNT > ZEROS                                    CNB26800
074000        MOVE SPACES                TO RPT-LINE                    CNB26800
074100        WRITE RPT-LINE                                            CNB26800
074200     END-IF                                                       CNB26800
074300     ADD 1 TO WS-BOARD-COUNT                                      CNB26800
074400     MOVE ROS-KEY (1:6)            TO WS-PREV-BOARD               CNB26800
074500     MOVE SPACES                   TO TTL-TEXT                    CNB26800
074600     STRING 'SENIORITY ROSTER ' ROS-DIST '/' ROS-SDIST '/'        CNB26800
074700            ROS-CRAFT '  PUBLISHED ' WS-CTL-PUB-DATE              CNB26800
074800            '  PROTESTS CLOSE ' WS-CTL-DEADLINE                   CNB26800
074900            DELIMITED BY SIZE INTO TTL-TEXT                       CNB26800
075000     PERFORM P8900-PRINT-TITLE                                    CNB26800
075100     WRITE RPT-LINE FROM WS-RL-HDR-LINE.                          CNB26800
075200*                                                                 CNB26800
075300 P3000-INTAKE-PROTESTS.                                           CNB26800
075400     READ TRAN-FILE                                               CNB26800
075500          AT END                                                  CNB26800
075600             SET WS-EOF-INPUT TO TRUE                             CNB26800
075700     END-READ                                                     CNB26800
075800     IF NOT WS-EOF-INPUT                                          CNB26800
075900        PERFORM P3100-EDIT-INTAKE THRU P3100-EXIT                 CNB26800
076000        PERFORM P6000-ECHO-CARD                                   CNB26800
076100        IF WS-REJ-REASON = SPACES                                 CNB26800
076200           PERFORM P3200-RECORD-PROTEST                           CNB26800
076300        END-IF                                                    CNB26800
076400        PERFORM P6100-CARD-RESULT                                 CNB26800
076500     END-IF.                                                      CNB26800
076600*                                                                 CNB26800
076700*    THE CARD, THE USER'S AUTHORITY, THE PUBLICATION AND ITS      CNB26800
076800*    WINDOW, THE PROTESTER, THEN THE ENTRY DISPUTED               CNB26800
076900*                                                                 CNB26800
077000 P3100-EDIT-INTAKE.                                               CNB26800
077100     MOVE SPACES                   TO WS-REJ-REASON               CNB26800
077200     EVALUATE TRUE                                                CNB26800
077300        WHEN PX-USER = SPACES                                     CNB26800
077400             MOVE 'USER'           TO WS-REJ-REASON               CNB26800
077500        WHEN NOT PX-INTAKE                                        CNB26800
077600             MOVE 'TYPE'           TO WS-REJ-REASON               CNB26800
077700        WHEN PX-EMP-NBR NOT NUMERIC                               CNB26800
077800             MOVE 'EMPN'           TO WS-REJ-REASON               CNB26800
077900        WHEN PX-DIST = SPACES OR PX-SDIST = SPACES                CNB26800
078000             OR PX-CRAFT = SPACES                                 CNB26800
078100             MOVE 'BRD'            TO WS-REJ-REASON               CNB26800
078200        WHEN PX-DISP-EMP NOT = SPACES                             CNB26800
078300             AND PX-DISP-EMP NOT NUMERIC                          CNB26800
078400             MOVE 'EMPN'           TO WS-REJ-REASON               CNB26800
078500        WHEN PX-RANK NOT NUMERIC                                  CNB26800
078600             MOVE 'RANK'           TO WS-REJ-REASON               CNB26800
078700        WHEN PX-RANK-N = ZEROS                                    CNB26800
078800             MOVE 'RANK'           TO WS-REJ-REASON               CNB26800
078900        WHEN PX-REMARK = SPACES                                   CNB26800
079000             MOVE 'GRND'           TO WS-REJ-REASON               CNB26800
079100        WHEN OTHER                                                CNB26800
079200             CONTINUE                                             CNB26800
079300     END-EVALUATE                                                 CNB26800
079400     IF WS-REJ-REASON NOT = SPACES                                CNB26800
079500        GO TO P3100-EXIT                                          CNB26800
079600     END-IF                                                       CNB26800
079700     IF PX-RECEIVED-DATE = SPACES                                 CNB26800
079800        MOVE WS-RUN-DATE           TO WS-RECEIVED-DATE            CNB26800
079900     ELSE                                                         CNB26800
080000        MOVE PX-RECEIVED-DATE      TO WS-RECEIVED-DATE            CNB26800
080100                                      WS-CHK-DATE-X               CNB26800
080200        PERFORM P7300-CHECK-DATE THRU P7300-EXIT                  CNB26800
080300        IF NOT WS-DATE-OK                                         CNB26800
080400           MOVE 'DATE'             TO WS-REJ-REASON               CNB26800
080500           GO TO P3100-EXIT                                       CNB26800
080600        END-IF                                                    CNB26800
080700     END-IF                                                       CNB26800
080800     MOVE PX-USER                  TO CA-USERID                   CNB26800
080900     MOVE 'RPIN'                   TO CA-FUNC-CODE                CNB26800
081000     MOVE 'BTCH'                   TO CA-TERMINAL                 CNB26800
081100     CALL WS-CNB156-PGM USING CNB156-COMMAREA                     CNB26800
081200     IF NOT CA-ALLOWED                                            CNB26800
081300        MOVE 'AUTH'                TO WS-REJ-REASON               CNB26800
081400        GO TO P3100-EXIT                                          CNB26800
081500     END-IF                                                       CNB26800
081600     IF NOT WS-CTL-FOUND                                          CNB26800
081700        MOVE 'NPUB'                TO WS-REJ-REASON               CNB26800
081800        GO TO P3100-EXIT                                          CNB26800
081900     END-IF                                                       CNB26800
082000     IF WS-RECEIVED-DATE < WS-CTL-PUB-DATE                        CNB26800
082100        OR WS-RECEIVED-DATE > WS-RUN-DATE                         CNB26800
082200        MOVE 'DATE'                TO WS-REJ-REASON               CNB26800
082300        GO TO P3100-EXIT                                          CNB26800
082400     END-IF                                                       CNB26800
082500     IF WS-RECEIVED-DATE > WS-CTL-DEADLINE                        CNB26800
082600        MOVE 'LATE'                TO WS-REJ-REASON               CNB26800
082700        GO TO P3100-EXIT                                          CNB26800
082800     END-IF                                                       CNB26800
082900     MOVE PX-EMP-NBR               TO MIO-EMP-NBR                 CNB26800
083000     READ MSTR-FILE KEY IS MIO-EMP-NBR                            CNB26800
083100     IF NOT WS-MSTRF-OK AND NOT WS-MSTRF-NOTFND                   CNB26800
083200        MOVE 'P3100-RD-MSTR'       TO WS-ABEND-PARAGRAPH          CNB26800
083300        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB26800
083400        PERFORM P9999-GOT-PROBLEM                                 CNB26800
083500     END-IF                                                       CNB26800
083600     IF WS-MSTRF-NOTFND                                           CNB26800
083700        MOVE 'EMPN'                TO WS-REJ-REASON               CNB26800
083800        GO TO P3100-EXIT                                          CNB26800
083900     END-IF                                                       CNB26800
084000     IF PX-DISP-EMP = SPACES                                      CNB26800
084100        MOVE PX-EMP-NBR            TO WS-DISP-EMP                 CNB26800
084200     ELSE                                                         CNB26800
084300        MOVE PX-DISP-EMP           TO WS-DISP-EMP                 CNB26800
084400     END-IF                                                       CNB26800
084500     MOVE PX-DIST                  TO WS-BD-DIST                  CNB26800
084600     MOVE PX-SDIST                 TO WS-BD-SDIST                 CNB26800
084700     MOVE PX-CRAFT                 TO WS-BD-CRAFT                 CNB26800
084800     MOVE WS-DISP-EMP              TO WS-FB-EMP                   CNB26800
084900     PERFORM P7200-FIND-ON-BOARD                                  CNB26800
085000     IF WS-FB-RANK = ZEROS                                        CNB26800
085100        MOVE 'NROS'                TO WS-REJ-REASON               CNB26800
085200        GO TO P3100-EXIT                                          CNB26800
085300     END-IF                                                       CNB26800
085400     IF PX-RANK-N = WS-FB-RANK                                    CNB26800
085500        MOVE 'SAME'                TO WS-REJ-REASON               CNB26800
085600     END-IF.                                                      CNB26800
085700 P3100-EXIT.                                                      CNB26800
085800     EXIT.                                                        CNB26800
085900*                                                                 CNB26800
086000*    UNDER THE PROTESTER'S NEXT FREE SEQUENCE FOR THE YEAR        CNB26800
086100*                                                                 CNB26800
086200 P3200-RECORD-PROTEST.                                            CNB26800
086300     MOVE SPACES                   TO PT-RECORD                   CNB26800
086400     MOVE WS-PUB-YEAR              TO PT-PUB-YEAR                 CNB26800
086500     MOVE PX-EMP-NBR               TO PT-EMP-NBR                  CNB26800
086600     MOVE ZEROS                    TO PT-SEQ                      CNB26800
086700     SET PT-PROTEST TO TRUE                                       CNB26800
086800     MOVE PX-DIST                  TO PT-DIST                     CNB26800
086900     MOVE PX-SDIST                 TO PT-SDIST                    CNB26800
087000     MOVE PX-CRAFT                 TO PT-CRAFT                    CNB26800
087100     MOVE WS-DISP-EMP              TO PT-DISP-EMP                 CNB26800
087200     MOVE WS-FB-RANK               TO PT-POSTED-RANK              CNB26800
087300     MOVE PX-RANK-N                TO PT-CLAIMED-RANK             CNB26800
087400     MOVE ZEROS                    TO PT-GRANTED-RANK             CNB26800
087500     MOVE WS-RECEIVED-DATE         TO PT-RECEIVED-DATE            CNB26800
087600                                      WS-STEP-DATE-X              CNB26800
087700     MOVE WS-CTL-ANSWER-DAYS       TO WS-STEP-DAYS                CNB26800
087800     PERFORM P7000-ADD-DAYS                                       CNB26800
087900     MOVE WS-STEP-DATE-X           TO PT-ANSWER-DUE               CNB26800
088000     SET PT-OPEN TO TRUE                                          CNB26800
088100     MOVE PX-USER                  TO PT-ENTERED-BY               CNB26800
088200     MOVE WS-RUN-DATE              TO PT-ENTERED-DATE             CNB26800
088300     MOVE PX-REMARK                TO PT-GROUNDS                  CNB26800
088400     MOVE '22'                     TO WS-PT-STATUS                CNB26800
088500     PERFORM P3210-ADD-PROTEST                                    CNB26800
088600             UNTIL NOT WS-PT-DUP                                  CNB26800
088700     IF NOT WS-PT-OK                                              CNB26800
088800        MOVE 'P3200-WRT-PROT'      TO WS-ABEND-PARAGRAPH          CNB26800
088900        MOVE WS-PT-STATUS          TO WS-ABEND-STATUS             CNB26800
089000        PERFORM P9999-GOT-PROBLEM                                 CNB26800
089100     END-IF                                                       CNB26800
089200     ADD 1 TO WS-OPEN-COUNT                                       CNB26800
089300     MOVE PT-SEQ                   TO TL-SEQ                      CNB26800
089400     MOVE SPACES                   TO TL-RESULT                   CNB26800
089500     STRING 'OPEN - ANSWER BY ' PT-ANSWER-DUE                     CNB26800
089600            DELIMITED BY SIZE INTO TL-RESULT.                     CNB26800
089700*                                                                 CNB26800
089800 P3210-ADD-PROTEST.                                               CNB26800
089900     ADD 1 TO PT-SEQ                                              CNB26800
090000     WRITE PT-RECORD.                                             CNB26800
090100*                                                                 CNB26800
090200*    THE BOARDS STILL WAITING ON AN EARLIER RE-RANK, THE CARDS,   CNB26800
090300*    THEN THE RE-RANKS FOR CNB128                                 CNB26800
090400*                                                                 CNB26800
090500 P4000-RESOLVE-PROTESTS.                                          CNB26800
090600     PERFORM P4800-FIND-PENDING                                   CNB26800
090700     MOVE 'PROTEST RESOLUTIONS'    TO TTL-TEXT                    CNB26800
090800     PERFORM P8900-PRINT-TITLE                                    CNB26800
090900     WRITE RPT-LINE FROM WS-TRAN-HDR-LINE                         CNB26800
091000     PERFORM P4100-RESOLVE-CARD UNTIL WS-EOF-INPUT                CNB26800
091100     MOVE SPACES                   TO RPT-LINE                    CNB26800
091200     WRITE RPT-LINE                                               CNB26800
091300     MOVE SPACES                   TO TTL-TEXT                    CNB26800
091400     STRING 'RE-RANKS WRITTEN TO ROSTRAN FOR CNB128 - EFFECTIVE ' CNB26800
091500            WS-EFF-DATE                                           CNB26800
091600            DELIMITED BY SIZE INTO TTL-TEXT                       CNB26800
091700     PERFORM P8900-PRINT-TITLE                                    CNB26800
091800     WRITE RPT-LINE FROM WS-RR-HDR-LINE                           CNB26800
091900     PERFORM P4500-FEED-RERANK                                    CNB26800
092000             VARYING WS-SUB FROM 1 BY 1                           CNB26800
092100             UNTIL WS-SUB > WS-TB-COUNT                           CNB26800
092200     IF WS-TB-COUNT = ZEROS                                       CNB26800
092300        MOVE '  NONE'              TO RPT-LINE                    CNB26800
092400        WRITE RPT-LINE                                            CNB26800
092500     END-IF.                                                      CNB26800
092600*                                                                 CNB26800
092700 P4100-RESOLVE-CARD.                                              CNB26800
092800     READ TRAN-FILE                                               CNB26800
092900          AT END                                                  CNB26800
093000             SET WS-EOF-INPUT TO TRUE                             CNB26800
093100     END-READ                                                     CNB26800
093200     IF NOT WS-EOF-INPUT                                          CNB26800
093300        PERFORM P4200-EDIT-RESOLUTION THRU P4200-EXIT             CNB26800
093400        PERFORM P6000-ECHO-CARD                                   CNB26800
093500        IF WS-REJ-REASON = SPACES                                 CNB26800
093600           PERFORM P4300-RECORD-RESOLUTION                        CNB26800
093700        END-IF                                                    CNB26800
093800        PERFORM P6100-CARD-RESULT                                 CNB26800
093900     END-IF.                                                      CNB26800
094000*                                                                 CNB26800
094100*    THE CARD, THE USER'S AUTHORITY, THE PROTEST (LEFT IN         CNB26800
094200*    PT-RECORD), THEN FOR AN UPHOLD THE DISPUTED ENTRY ON THE LIVECNB26800
094300*    BOARD AND ANY RE-RANK OF THE BOARD STILL WAITING             CNB26800
094400*                                                                 CNB26800
094500 P4200-EDIT-RESOLUTION.                                           CNB26800
094600     MOVE SPACES                   TO WS-REJ-REASON               CNB26800
094700     EVALUATE TRUE                                                CNB26800
094800        WHEN PX-USER = SPACES                                     CNB26800
094900             MOVE 'USER'           TO WS-REJ-REASON               CNB26800
095000        WHEN NOT PX-UPHOLD AND NOT PX-DENY                        CNB26800
095100             MOVE 'TYPE'           TO WS-REJ-REASON               CNB26800
095200        WHEN PX-EMP-NBR NOT NUMERIC                               CNB26800
095300             MOVE 'EMPN'           TO WS-REJ-REASON               CNB26800
095400        WHEN PX-SEQ NOT NUMERIC                                   CNB26800
095500             MOVE 'SEQ'            TO WS-REJ-REASON               CNB26800
095600        WHEN PX-SEQ-N = ZEROS                                     CNB26800
095700             MOVE 'SEQ'            TO WS-REJ-REASON               CNB26800
095800        WHEN PX-UPHOLD AND PX-RANK NOT = SPACES                   CNB26800
095900             AND PX-RANK NOT NUMERIC                              CNB26800
096000             MOVE 'RANK'           TO WS-REJ-REASON               CNB26800
096100        WHEN PX-UPHOLD AND PX-RANK = '0000'                       CNB26800
096200             MOVE 'RANK'           TO WS-REJ-REASON               CNB26800
096300        WHEN PX-REMARK = SPACES                                   CNB26800
096400             MOVE 'RSN'            TO WS-REJ-REASON               CNB26800
096500        WHEN OTHER                                                CNB26800
096600             CONTINUE                                             CNB26800
096700     END-EVALUATE                                                 CNB26800
096800     IF WS-REJ-REASON NOT = SPACES                                CNB26800
096900        GO TO P4200-EXIT                                          CNB26800
097000     END-IF                                                       CNB26800
097100     MOVE PX-USER                  TO CA-USERID                   CNB26800
097200     MOVE 'RPRS'                   TO CA-FUNC-CODE                CNB26800
097300     MOVE 'BTCH'                   TO CA-TERMINAL                 CNB26800
097400     CALL WS-CNB156-PGM USING CNB156-COMMAREA                     CNB26800
097500     IF NOT CA-ALLOWED                                            CNB26800
097600        MOVE 'AUTH'                TO WS-REJ-REASON               CNB26800
097700        GO TO P4200-EXIT                                          CNB26800
097800     END-IF                                                       CNB26800
097900     MOVE WS-PUB-YEAR              TO PT-PUB-YEAR                 CNB26800
098000     MOVE PX-EMP-NBR               TO PT-EMP-NBR                  CNB26800
098100     MOVE PX-SEQ-N                 TO PT-SEQ                      CNB26800
098200     READ PT-FILE                                                 CNB26800
098300     IF WS-PT-NOTFND                                              CNB26800
098400        MOVE 'NREF'                TO WS-REJ-REASON               CNB26800
098500        GO TO P4200-EXIT                                          CNB26800
098600     END-IF                                                       CNB26800
098700     IF NOT WS-PT-OK                                              CNB26800
098800        MOVE 'P4200-READ-PROT'     TO WS-ABEND-PARAGRAPH          CNB26800
098900        MOVE WS-PT-STATUS          TO WS-ABEND-STATUS             CNB26800
099000        PERFORM P9999-GOT-PROBLEM                                 CNB26800
099100     END-IF                                                       CNB26800
099200     IF NOT PT-PROTEST                                            CNB26800
099300        MOVE 'NREF'                TO WS-REJ-REASON               CNB26800
099400        GO TO P4200-EXIT                                          CNB26800
099500     END-IF                                                       CNB26800
099600     IF PT-OPEN AND PT-ANSWER-DUE < WS-RUN-DATE                   CNB26800
099700        PERFORM P4900-MAKE-GRIEVANCE                              CNB26800
099800     END-IF                                                       CNB26800
099900     EVALUATE TRUE                                                CNB26800
100000        WHEN PT-GRIEVANCE                                         CNB26800
100100             MOVE 'GRVC'           TO WS-REJ-REASON               CNB26800
100200        WHEN NOT PT-OPEN                                          CNB26800
100300             MOVE 'CLSD'           TO WS-REJ-REASON               CNB26800
100400        WHEN OTHER                                                CNB26800
100500             CONTINUE                                             CNB26800
100600     END-EVALUATE                                                 CNB26800
100700     IF WS-REJ-REASON NOT = SPACES OR PX-DENY                     CNB26800
100800        GO TO P4200-EXIT                                          CNB26800
100900     END-IF                                                       CNB26800
101000     MOVE PT-DIST                  TO WS-BD-DIST                  CNB26800
101100     MOVE PT-SDIST                 TO WS-BD-SDIST                 CNB26800
101200     MOVE PT-CRAFT                 TO WS-BD-CRAFT                 CNB26800
101300     MOVE PT-DISP-EMP              TO WS-FB-EMP                   CNB26800
101400     PERFORM P7200-FIND-ON-BOARD                                  CNB26800
101500     IF WS-FB-RANK = ZEROS                                        CNB26800
101600        MOVE 'NROS'                TO WS-REJ-REASON               CNB26800
101700        GO TO P4200-EXIT                                          CNB26800
101800     END-IF                                                       CNB26800
101900     MOVE 'N'                      TO WS-FOUND-SW                 CNB26800
102000     PERFORM P4210-CHECK-PENDING                                  CNB26800
102100             VARYING WS-SUB FROM 1 BY 1                           CNB26800
102200             UNTIL WS-SUB > WS-PB-COUNT OR WS-FOUND               CNB26800
102300     IF WS-FOUND                                                  CNB26800
102400        MOVE 'PEND'                TO WS-REJ-REASON               CNB26800
102500     END-IF.                                                      CNB26800
102600 P4200-EXIT.                                                      CNB26800
102700     EXIT.                                                        CNB26800
102800*                                                                 CNB26800
102900 P4210-CHECK-PENDING.                                             CNB26800
103000     IF WS-PB-BOARD (WS-SUB) = WS-BOARD                           CNB26800
103100        SET WS-FOUND TO TRUE                                      CNB26800
103200     END-IF.                                                      CNB26800
103300*                                                                 CNB26800
103400*    THE ANSWER ON THE PROTEST; AN UPHOLD ALSO QUEUES THE MOVE ANDCNB26800
103500*    MARKS THE BOARD FOR REBUILDING                               CNB26800
103600*                                                                 CNB26800
103700 P4300-RECORD-RESOLUTION.                                         CNB26800
103800     MOVE PX-USER                  TO PT-RESOLVED-BY              CNB26800
103900     MOVE WS-RUN-DATE              TO PT-RESOLVED-DATE            CNB26800
104000     MOVE PX-REMARK                TO PT-RESOLUTION               CNB26800
104100     MOVE SPACES                   TO TL-RESULT                   CNB26800
104200     IF PX-DENY                                                   CNB26800
104300        SET PT-DENIED TO TRUE                                     CNB26800
104400        ADD 1 TO WS-DENIED-COUNT                                  CNB26800
104500        MOVE 'DENIED'              TO TL-RESULT                   CNB26800
104600     ELSE                                                         CNB26800
104700        IF PX-RANK = SPACES                                       CNB26800
104800           MOVE PT-CLAIMED-RANK    TO WS-GRANTED-RANK             CNB26800
104900        ELSE                                                      CNB26800
105000           MOVE PX-RANK-N          TO WS-GRANTED-RANK             CNB26800
105100        END-IF                                                    CNB26800
105200        SET PT-UPHELD TO TRUE                                     CNB26800
105300        MOVE WS-GRANTED-RANK       TO PT-GRANTED-RANK             CNB26800
105400        MOVE WS-EFF-DATE           TO PT-RERANK-EFF               CNB26800
105500        ADD 1 TO WS-UPHELD-COUNT                                  CNB26800
105600        PERFORM P4400-QUEUE-MOVE                                  CNB26800
105700        STRING 'UPHELD - RANK ' WS-GRANTED-RANK                   CNB26800
105800               DELIMITED BY SIZE INTO TL-RESULT                   CNB26800
105900     END-IF                                                       CNB26800
106000     REWRITE PT-RECORD                                            CNB26800
106100     IF NOT WS-PT-OK                                              CNB26800
106200        MOVE 'P4300-REW-PROT'      TO WS-ABEND-PARAGRAPH          CNB26800
106300        MOVE WS-PT-STATUS          TO WS-ABEND-STATUS             CNB26800
106400        PERFORM P9999-GOT-PROBLEM                                 CNB26800
106500     END-IF.                                                      CNB26800
106600*                                                                 CNB26800
106700 P4400-QUEUE-MOVE.                                                CNB26800
106800     IF WS-MV-COUNT NOT < WS-MV-MAX                               CNB26800
106900        MOVE 'P4400-MOVE-TBL'      TO WS-ABEND-PARAGRAPH          CNB26800
107000        MOVE 'TF'                  TO WS-ABEND-STATUS             CNB26800
107100        PERFORM P9999-GOT-PROBLEM                                 CNB26800
107200     END-IF                                                       CNB26800
107300     ADD 1 TO WS-MV-COUNT                                         CNB26800
107400     MOVE WS-BOARD                 TO WS-MV-BOARD (WS-MV-COUNT)   CNB26800
107500     MOVE PT-DISP-EMP              TO WS-MV-EMP (WS-MV-COUNT)     CNB26800
107600     MOVE WS-GRANTED-RANK          TO WS-MV-RANK (WS-MV-COUNT)    CNB26800
107700     MOVE PT-EMP-NBR               TO WS-MV-PROT-EMP (WS-MV-COUNT)CNB26800
107800     MOVE PT-SEQ                   TO WS-MV-SEQ (WS-MV-COUNT)     CNB26800
107900     MOVE ZEROS                    TO WS-MV-FROM (WS-MV-COUNT)    CNB26800
108000     MOVE 'N'                      TO WS-FOUND-SW                 CNB26800
108100     PERFORM P4410-CHECK-TOUCHED                                  CNB26800
108200             VARYING WS-SUB FROM 1 BY 1                           CNB26800
108300             UNTIL WS-SUB > WS-TB-COUNT OR WS-FOUND               CNB26800
108400     IF NOT WS-FOUND                                              CNB26800
108500        IF WS-TB-COUNT NOT < WS-TB-MAX                            CNB26800
108600           MOVE 'P4400-BRD-TBL'    TO WS-ABEND-PARAGRAPH          CNB26800
108700           MOVE 'TF'               TO WS-ABEND-STATUS             CNB26800
108800           PERFORM P9999-GOT-PROBLEM                              CNB26800
108900        END-IF                                                    CNB26800
109000        ADD 1 TO WS-TB-COUNT                                      CNB26800
109100        MOVE WS-BOARD              TO WS-TB-BOARD (WS-TB-COUNT)   CNB26800
109200     END-IF.                                                      CNB26800
109300*                                                                 CNB26800
109400 P4410-CHECK-TOUCHED.                                             CNB26800
109500     IF WS-TB-BOARD (WS-SUB) = WS-BOARD                           CNB26800
109600        SET WS-FOUND TO TRUE                                      CNB26800
109700     END-IF.                                                      CNB26800
109800*                                                                 CNB26800
109900*    ONE BOARD: THE LIVE RANKING, EACH OF THE RUN'S MOVES FOR IT  CNB26800
110000*    IN CARD ORDER, THEN THE WHOLE NEW RANKING TO ROSTRAN - CNB128CNB26800
110100*    REPLACES A GROUP AS A UNIT                                   CNB26800
110200*                                                                 CNB26800
110300 P4500-FEED-RERANK.                                               CNB26800
110400     MOVE WS-TB-BOARD (WS-SUB)     TO WS-BOARD                    CNB26800
110500     PERFORM P4510-LOAD-BOARD                                     CNB26800
110600     PERFORM P4520-APPLY-MOVE                                     CNB26800
110700             VARYING WS-MV-SUB FROM 1 BY 1                        CNB26800
110800             UNTIL WS-MV-SUB > WS-MV-COUNT                        CNB26800
110900     PERFORM P4530-WRITE-ROSTRAN                                  CNB26800
111000             VARYING WS-GX FROM 1 BY 1                            CNB26800
111100             UNTIL WS-GX > WS-GE-COUNT                            CNB26800
111200     PERFORM P4540-LIST-MOVE                                      CNB26800
111300             VARYING WS-MV-SUB FROM 1 BY 1                        CNB26800
111400             UNTIL WS-MV-SUB > WS-MV-COUNT.                       CNB26800
111500*                                                                 CNB26800
111600 P4510-LOAD-BOARD.                                                CNB26800
111700     MOVE ZEROS                    TO WS-GE-COUNT                 CNB26800
111800     MOVE 'N'                      TO WS-GROUP-DONE-SW            CNB26800
111900     MOVE WS-BOARD                 TO ROS-KEY (1:6)               CNB26800
112000     MOVE ZEROS                    TO ROS-RANK                    CNB26800
112100     START ROS-FILE KEY NOT < ROS-KEY                             CNB26800
112200     IF NOT WS-ROS-OK                                             CNB26800
112300        SET WS-GROUP-DONE TO TRUE                                 CNB26800
112400     END-IF                                                       CNB26800
112500     PERFORM P4511-LOAD-ENTRY UNTIL WS-GROUP-DONE.                CNB26800
112600*                                                                 CNB26800
112700 P4511-LOAD-ENTRY.                                                CNB26800
112800     PERFORM P7210-READ-BOARD                                     CNB26800
112900     IF NOT WS-GROUP-DONE                                         CNB26800
113000        IF WS-GE-COUNT NOT < WS-GE-MAX                            CNB26800
113100           MOVE 'P4511-GRP-TBL'    TO WS-ABEND-PARAGRAPH          CNB26800
113200           MOVE 'TF'               TO WS-ABEND-STATUS             CNB26800
113300           PERFORM P9999-GOT-PROBLEM                              CNB26800
113400        END-IF                                                    CNB26800
113500        ADD 1 TO WS-GE-COUNT                                      CNB26800
113600        MOVE ROS-EMP-NBR           TO WS-GE-EMP (WS-GE-COUNT)     CNB26800
113700        MOVE ROS-SEN-DATE          TO WS-GE-SEN (WS-GE-COUNT)     CNB26800
113800     END-IF.                                                      CNB26800
113900*                                                                 CNB26800
114000*    TAKE THE ENTRY OUT, CLOSE UP BEHIND IT, OPEN A SLOT AT THE   CNB26800
114100*    RANK GRANTED (THE FOOT OF THE BOARD IF GRANTED PAST IT) AND  CNB26800
114200*    PUT IT BACK                                                  CNB26800
114300*                                                                 CNB26800
114400 P4520-APPLY-MOVE.                                                CNB26800
114500     IF WS-MV-BOARD (WS-MV-SUB) = WS-BOARD                        CNB26800
114600        MOVE ZEROS                 TO WS-GE-FROM                  CNB26800
114700        PERFORM P4521-FIND-ENTRY                                  CNB26800
114800                VARYING WS-GX FROM 1 BY 1                         CNB26800
114900                UNTIL WS-GX > WS-GE-COUNT OR WS-GE-FROM > ZEROS   CNB26800
115000        IF WS-GE-FROM > ZEROS                                     CNB26800
115100           MOVE WS-GE-FROM         TO WS-MV-FROM (WS-MV-SUB)      CNB26800
115200           MOVE WS-GE (WS-GE-FROM) TO WS-GE-SAVE                  CNB26800
115300           PERFORM P4522-CLOSE-UP                                 CNB26800
115400                   VARYING WS-GX FROM WS-GE-FROM BY 1             CNB26800
115500                   UNTIL WS-GX NOT < WS-GE-COUNT                  CNB26800
115600           MOVE WS-MV-RANK (WS-MV-SUB) TO WS-GE-TO                CNB26800
115700           IF WS-GE-TO > WS-GE-COUNT                              CNB26800
115800              MOVE WS-GE-COUNT     TO WS-GE-TO                    CNB26800
115900           END-IF                                                 CNB26800
116000           PERFORM P4523-OPEN-UP                                  CNB26800
116100                   VARYING WS-GX FROM WS-GE-COUNT BY -1           CNB26800
116200                   UNTIL WS-GX NOT > WS-GE-TO                     CNB26800
116300           MOVE WS-GE-SAVE         TO WS-GE (WS-GE-TO)            CNB26800
116400        END-IF                                                    CNB26800
116500     END-IF.                                                      CNB26800
116600*                                                                 CNB26800
116700 P4521-FIND-ENTRY.                                                CNB26800
116800     IF WS-GE-EMP (WS-GX) = WS-MV-EMP (WS-MV-SUB)                 CNB26800
116900        MOVE WS-GX                 TO WS-GE-FROM                  CNB26800
117000     END-IF.                                                      CNB26800
117100*                                                                 CNB26800
117200 P4522-CLOSE-UP.                                                  CNB26800
117300     MOVE WS-GE (WS-GX + 1)        TO WS-GE (WS-GX).              CNB26800
117400*                                                                 CNB26800
117500 P4523-OPEN-UP.                                                   CNB26800
117600     MOVE WS-GE (WS-GX - 1)        TO WS-GE (WS-GX).              CNB26800
117700*                                                                 CNB26800
117800 P4530-WRITE-ROSTRAN.                                             CNB26800
117900     MOVE SPACES                   TO WS-ROSTRAN-RECORD           CNB26800
118000     MOVE WS-BD-DIST               TO RT-DIST                     CNB26800
118100     MOVE WS-BD-SDIST              TO RT-SDIST                    CNB26800
118200     MOVE WS-BD-CRAFT              TO RT-CRAFT                    CNB26800
118300     MOVE WS-GX                    TO WS-FB-RANK                  CNB26800
118400     MOVE WS-FB-RANK               TO RT-RANK                     CNB26800
118500     MOVE WS-GE-EMP (WS-GX)        TO RT-EMP-NBR                  CNB26800
118600     MOVE WS-GE-SEN (WS-GX)        TO RT-SEN-DATE                 CNB26800
118700     MOVE WS-EFF-DATE              TO RT-EFF-DATE                 CNB26800
118800     WRITE WS-ROSTRAN-RECORD                                      CNB26800
118900     IF NOT WS-ROSTRAN-OK                                         CNB26800
119000        MOVE 'P4530-WRT-RTRN'      TO WS-ABEND-PARAGRAPH          CNB26800
119100        MOVE WS-ROSTRAN-STATUS     TO WS-ABEND-STATUS             CNB26800
119200        PERFORM P9999-GOT-PROBLEM                                 CNB26800
119300     END-IF                                                       CNB26800
119400     ADD 1 TO WS-ROSTRAN-COUNT.                                   CNB26800
119500*                                                                 CNB26800
119600*    WHERE EACH MOVED ENTRY STOOD AND WHERE IT ENDS UP ONCE ALL   CNB26800
119700*    THE BOARD'S MOVES ARE IN                                     CNB26800
119800*                                                                 CNB26800
119900 P4540-LIST-MOVE.                                                 CNB26800
120000     IF WS-MV-BOARD (WS-MV-SUB) = WS-BOARD                        CNB26800
120100        MOVE ZEROS                 TO WS-GE-FROM                  CNB26800
120200        PERFORM P4521-FIND-ENTRY                                  CNB26800
120300                VARYING WS-GX FROM 1 BY 1                         CNB26800
120400                UNTIL WS-GX > WS-GE-COUNT OR WS-GE-FROM > ZEROS   CNB26800
120500        MOVE WS-BD-DIST            TO RR-DIST                     CNB26800
120600        MOVE WS-BD-SDIST           TO RR-SDIST                    CNB26800
120700        MOVE WS-BD-CRAFT           TO RR-CRAFT                    CNB26800
120800        MOVE WS-EFF-DATE           TO RR-EFF-DATE                 CNB26800
120900        MOVE WS-MV-EMP (WS-MV-SUB) TO RR-EMP-NBR                  CNB26800
121000        MOVE WS-MV-FROM (WS-MV-SUB) TO RR-FROM                    CNB26800
121100        MOVE WS-GE-FROM            TO RR-TO                       CNB26800
121200        MOVE WS-MV-PROT-EMP (WS-MV-SUB) TO RR-PROT-EMP            CNB26800
121300        MOVE WS-MV-SEQ (WS-MV-SUB) TO RR-SEQ                      CNB26800
121400        WRITE RPT-LINE FROM WS-RR-LINE                            CNB26800
121500     END-IF.                                                      CNB26800
121600*                                                                 CNB26800
121700*    UPHELD PROTESTS FROM EARLIER RUNS WHOSE RE-RANK HAS NO       CNB26800
121800*    ROSHIST VERSION YET - CNB128 HAS NOT CUT IT OVER             CNB26800
121900*                                                                 CNB26800
122000 P4800-FIND-PENDING.                                              CNB26800
122100     MOVE ZEROS                    TO WS-PB-COUNT                 CNB26800
122200     MOVE 'N'                      TO WS-EOF-PT-SW                CNB26800
122300     MOVE LOW-VALUES               TO PT-KEY                      CNB26800
122400     START PT-FILE KEY NOT < PT-KEY                               CNB26800
122500     IF WS-PT-OK                                                  CNB26800
122600        PERFORM P8010-READ-PROTEST                                CNB26800
122700     ELSE                                                         CNB26800
122800        SET WS-EOF-PT TO TRUE                                     CNB26800
122900     END-IF                                                       CNB26800
123000     PERFORM P4810-CHECK-UPHELD UNTIL WS-EOF-PT.                  CNB26800
123100*                                                                 CNB26800
123200 P4810-CHECK-UPHELD.                                              CNB26800
123300     IF PT-PROTEST AND PT-UPHELD                                  CNB26800
123400        MOVE PT-DIST               TO RH-DIST                     CNB26800
123500        MOVE PT-SDIST              TO RH-SDIST                    CNB26800
123600        MOVE PT-CRAFT              TO RH-CRAFT                    CNB26800
123700        MOVE PT-RERANK-EFF         TO RH-EFF-DATE                 CNB26800
123800        MOVE ZEROS                 TO RH-RANK                     CNB26800
123900        MOVE 'N'                   TO WS-FOUND-SW                 CNB26800
124000        IF NOT WS-RHIST-NOFILE                                    CNB26800
124100           START RHIST-FILE KEY NOT < RH-KEY                      CNB26800
124200           IF WS-RHIST-OK                                         CNB26800
124300              READ RHIST-FILE NEXT                                CNB26800
124400              IF WS-RHIST-OK                                      CNB26800
124500                 AND RH-DIST = PT-DIST                            CNB26800
124600                 AND RH-SDIST = PT-SDIST                          CNB26800
124700                 AND RH-CRAFT = PT-CRAFT                          CNB26800
124800                 AND RH-EFF-DATE = PT-RERANK-EFF                  CNB26800
124900                 SET WS-FOUND TO TRUE                             CNB26800
125000              END-IF                                              CNB26800
125100           END-IF                                                 CNB26800
125200        END-IF                                                    CNB26800
125300        IF NOT WS-FOUND                                           CNB26800
125400           PERFORM P4820-ADD-PENDING                              CNB26800
125500        END-IF                                                    CNB26800
125600     END-IF                                                       CNB26800
125700     PERFORM P8010-READ-PROTEST.                                  CNB26800
125800*                                                                 CNB26800
125900 P4820-ADD-PENDING.                                               CNB26800
126000     MOVE PT-DIST                  TO WS-BD-DIST                  CNB26800
126100     MOVE PT-SDIST                 TO WS-BD-SDIST                 CNB26800
126200     MOVE PT-CRAFT                 TO WS-BD-CRAFT                 CNB26800
126300     MOVE 'N'                      TO WS-FOUND-SW                 CNB26800
126400     PERFORM P4821-CHECK-LISTED                                   CNB26800
126500             VARYING WS-SUB FROM 1 BY 1                           CNB26800
126600             UNTIL WS-SUB > WS-PB-COUNT OR WS-FOUND               CNB26800
126700     IF NOT WS-FOUND                                              CNB26800
126800        IF WS-PB-COUNT NOT < WS-PB-MAX                            CNB26800
126900           MOVE 'P4820-PND-TBL'    TO WS-ABEND-PARAGRAPH          CNB26800
127000           MOVE 'TF'               TO WS-ABEND-STATUS             CNB26800
127100           PERFORM P9999-GOT-PROBLEM                              CNB26800
127200        END-IF                                                    CNB26800
127300        ADD 1 TO WS-PB-COUNT                                      CNB26800
127400        MOVE WS-BOARD              TO WS-PB-BOARD (WS-PB-COUNT)   CNB26800
127500     END-IF.                                                      CNB26800
127600*                                                                 CNB26800
127700 P4821-CHECK-LISTED.                                              CNB26800
127800     IF WS-PB-BOARD (WS-SUB) = WS-BOARD                           CNB26800
127900        SET WS-FOUND TO TRUE                                      CNB26800
128000     END-IF.                                                      CNB26800
128100*                                                                 CNB26800
128200*    UNANSWERED PAST ITS ANSWER DUE DATE - THE PROTEST STANDS AS  CNB26800
128300*    A BINDING GRIEVANCE.  PT-RECORD IS REWRITTEN IN PLACE.       CNB26800
128400*                                                                 CNB26800
128500 P4900-MAKE-GRIEVANCE.                                            CNB26800
128600     SET PT-GRIEVANCE TO TRUE                                     CNB26800
128700     MOVE SPACES                   TO PT-RESOLVED-BY              CNB26800
128800     MOVE WS-RUN-DATE              TO PT-RESOLVED-DATE            CNB26800
128900     MOVE 'UNANSWERED - BINDING GRIEVANCE' TO PT-RESOLUTION       CNB26800
129000     REWRITE PT-RECORD                                            CNB26800
129100     IF NOT WS-PT-OK                                              CNB26800
129200        MOVE 'P4900-REW-PROT'      TO WS-ABEND-PARAGRAPH          CNB26800
129300        MOVE WS-PT-STATUS          TO WS-ABEND-STATUS             CNB26800
129400        PERFORM P9999-GOT-PROBLEM                                 CNB26800
129500     END-IF                                                       CNB26800
129600     ADD 1 TO WS-NEW-GRIEV-COUNT.                                 CNB26800
129700*                                                                 CNB26800
129800*    OVERDUE PROTESTS BECOME GRIEVANCES FIRST, THEN ONE SECTION   CNB26800
129900*    PER STATUS                                                   CNB26800
130000*                                                                 CNB26800
130100 P5000-PRINT-STATUS.                                              CNB26800
130200     IF NOT WS-CTL-FOUND                                          CNB26800
130300        MOVE SPACES                TO TTL-TEXT                    CNB26800
130400        STRING 'ROSTER NOT PUBLISHED FOR ' WS-PUB-YEAR            CNB26800
130500               DELIMITED BY SIZE INTO TTL-TEXT                    CNB26800
130600        PERFORM P8900-PRINT-TITLE                                 CNB26800
130700     ELSE                                                         CNB26800
130800        MOVE SPACES                TO TTL-TEXT                    CNB26800
130900        STRING 'ROSTER PUBLISHED ' WS-CTL-PUB-DATE                CNB26800
131000               '  PROTESTS CLOSED ' WS-CTL-DEADLINE               CNB26800
131100               DELIMITED BY SIZE INTO TTL-TEXT                    CNB26800
131200        PERFORM P8900-PRINT-TITLE                                 CNB26800
131300     END-IF                                                       CNB26800
131400     PERFORM P8000-START-PROTESTS                                 CNB26800
131500     PERFORM P5100-CHECK-OVERDUE UNTIL WS-EOF-PT                  CNB26800
131600     MOVE 'O'                      TO WS-LIST-STATUS              CNB26800
131700     MOVE 'OPEN PROTESTS'          TO TTL-TEXT                    CNB26800
131800     PERFORM P5200-LIST-SECTION                                   CNB26800
131900     MOVE WS-LIST-COUNT            TO WS-OPEN-COUNT               CNB26800
132000     MOVE 'U'                      TO WS-LIST-STATUS              CNB26800
132100     MOVE 'UPHELD PROTESTS'        TO TTL-TEXT                    CNB26800
132200     PERFORM P5200-LIST-SECTION                                   CNB26800
132300     MOVE WS-LIST-COUNT            TO WS-UPHELD-COUNT             CNB26800
132400     MOVE 'D'                      TO WS-LIST-STATUS              CNB26800
132500     MOVE 'DENIED PROTESTS'        TO TTL-TEXT                    CNB26800
132600     PERFORM P5200-LIST-SECTION                                   CNB26800
132700     MOVE WS-LIST-COUNT            TO WS-DENIED-COUNT             CNB26800
132800     MOVE 'G'                      TO WS-LIST-STATUS              CNB26800
132900     MOVE 'UNANSWERED - BINDING GRIEVANCES' TO TTL-TEXT           CNB26800
133000     PERFORM P5200-LIST-SECTION                                   CNB26800
133100     MOVE WS-LIST-COUNT            TO WS-GRIEV-COUNT.             CNB26800
133200*                                                                 CNB26800
133300 P5100-CHECK-OVERDUE.                                             CNB26800
133400     IF PT-PUB-YEAR NOT = WS-PUB-YEAR                             CNB26800
133500        SET WS-EOF-PT TO TRUE                                     CNB26800
133600     ELSE                                                         CNB26800
133700        IF PT-PROTEST AND PT-OPEN                                 CNB26800
133800           AND PT-ANSWER-DUE < WS-RUN-DATE                        CNB26800
133900           PERFORM P4900-MAKE-GRIEVANCE                           CNB26800
134000        END-IF                                                    CNB26800
134100        PERFORM P8010-READ-PROTEST                                CNB26800
134200     END-IF.                                                      CNB26800
134300*                                                                 CNB26800
134400 P5200-LIST-SECTION.                                              CNB26800
134500     MOVE SPACES                   TO RPT-LINE                    CNB26800
134600     WRITE RPT-LINE                                               CNB26800
134700     PERFORM P8900-PRINT-TITLE                                    CNB26800
134800     WRITE RPT-LINE FROM WS-PL-HDR-LINE                           CNB26800
134900     MOVE ZEROS                    TO WS-LIST-COUNT               CNB26800
135000     PERFORM P8000-START-PROTESTS                                 CNB26800
135100     PERFORM P5210-LIST-PROTEST UNTIL WS-EOF-PT                   CNB26800
135200     IF WS-LIST-COUNT = ZEROS                                     CNB26800
135300        MOVE '  NONE'              TO RPT-LINE                    CNB26800
135400        WRITE RPT-LINE                                            CNB26800
135500     END-IF.                                                      CNB26800
135600*                                                                 CNB26800
135700 P5210-LIST-PROTEST.                                              CNB26800
135800     IF PT-PUB-YEAR NOT = WS-PUB-YEAR                             CNB26800
135900        SET WS-EOF-PT TO TRUE                                     CNB26800
136000     ELSE                                                         CNB26800
136100        IF PT-PROTEST AND PT-STATUS = WS-LIST-STATUS              CNB26800
136200           ADD 1 TO WS-LIST-COUNT                                 CNB26800
136300           MOVE PT-EMP-NBR         TO PL-EMP-NBR                  CNB26800
136400           MOVE PT-SEQ             TO PL-SEQ                      CNB26800
136500           MOVE PT-DIST            TO PL-DIST                     CNB26800
136600           MOVE PT-SDIST           TO PL-SDIST                    CNB26800
136700           MOVE PT-CRAFT           TO PL-CRAFT                    CNB26800
136800           MOVE PT-DISP-EMP        TO PL-DISP-EMP                 CNB26800
136900           MOVE PT-POSTED-RANK     TO PL-POSTED-RANK              CNB26800
137000           MOVE PT-CLAIMED-RANK    TO PL-CLAIMED-RANK             CNB26800
137100           MOVE PT-GRANTED-RANK    TO PL-GRANTED-RANK             CNB26800
137200           MOVE PT-RECEIVED-DATE   TO PL-RECEIVED-DATE            CNB26800
137300           MOVE PT-ANSWER-DUE      TO PL-ANSWER-DUE               CNB26800
137400           MOVE PT-RESOLVED-DATE   TO PL-RESOLVED-DATE            CNB26800
137500           MOVE PT-RESOLVED-BY     TO PL-RESOLVED-BY              CNB26800
137600           IF PT-OPEN                                             CNB26800
137700              MOVE PT-GROUNDS      TO PL-TEXT                     CNB26800
137800           ELSE                                                   CNB26800
137900              MOVE PT-RESOLUTION   TO PL-TEXT                     CNB26800
138000           END-IF                                                 CNB26800
138100           WRITE RPT-LINE FROM WS-PL-LINE                         CNB26800
138200        END-IF                                                    CNB26800
138300        PERFORM P8010-READ-PROTEST                                CNB26800
138400     END-IF.                                                      CNB26800
138500*                                                                 CNB26800
138600*    THE CARD AS READ, AND THE OUTCOME ON THE SAME LINE           CNB26800
138700*                                                                 CNB26800
138800 P6000-ECHO-CARD.                                                 CNB26800
138900     MOVE PX-TYPE                  TO TL-TYPE                     CNB26800
139000     MOVE PX-USER                  TO TL-USER                     CNB26800
139100     MOVE PX-EMP-NBR               TO TL-EMP-NBR                  CNB26800
139200     MOVE PX-SEQ                   TO TL-SEQ                      CNB26800
139300     MOVE PX-DIST                  TO TL-DIST                     CNB26800
139400     MOVE PX-SDIST                 TO TL-SDIST                    CNB26800
139500     MOVE PX-CRAFT                 TO TL-CRAFT                    CNB26800
139600     MOVE PX-DISP-EMP              TO TL-DISP-EMP                 CNB26800
139700     MOVE PX-RANK                  TO TL-RANK                     CNB26800
139800     MOVE PX-RECEIVED-DATE         TO TL-RECEIVED-DATE            CNB26800
139900     MOVE PX-REMARK                TO TL-REMARK.                  CNB26800
140000*                                                                 CNB26800
140100 P6100-CARD-RESULT.                                               CNB26800
140200     IF WS-REJ-REASON = SPACES                                    CNB26800
140300        ADD 1 TO WS-TRAN-COUNT                                    CNB26800
140400     ELSE                                                         CNB26800
140500        ADD 1 TO WS-REJ-COUNT                                     CNB26800
140600        MOVE SPACES                TO TL-RESULT                   CNB26800
140700        STRING 'REJECTED ' WS-REJ-REASON                          CNB26800
140800               DELIMITED BY SIZE INTO TL-RESULT                   CNB26800
140900     END-IF                                                       CNB26800
141000     WRITE RPT-LINE FROM WS-TRAN-LINE.                            CNB26800
141100*                                                                 CNB26800
141200*    WS-STEP-DAYS DAYS ON FROM WS-STEP-DATE                       CNB26800
141300*                                                                 CNB26800
141400 P7000-ADD-DAYS.                                                  CNB26800
141500     PERFORM P7100-ADD-DAY WS-STEP-DAYS TIMES.                    CNB26800
141600*                                                                 CNB26800
141700 P7100-ADD-DAY.                                                   CNB26800
141800     MOVE WS-MT-DAYS (WS-SP-MM)    TO WS-MONTH-DAYS               CNB26800
141900     IF WS-SP-MM = 2                                              CNB26800
142000        DIVIDE WS-SP-CCYY BY 4                                    CNB26800
142100               GIVING WS-LEAP-QUOT                                CNB26800
142200               REMAINDER WS-LEAP-REM                              CNB26800
142300        IF WS-LEAP-REM = ZEROS                                    CNB26800
142400           MOVE 29                 TO WS-MONTH-DAYS               CNB26800
142500        END-IF                                                    CNB26800
142600     END-IF                                                       CNB26800
142700     ADD 1 TO WS-SP-DD                                            CNB26800
142800     IF WS-SP-DD > WS-MONTH-DAYS                                  CNB26800
142900        MOVE 1                     TO WS-SP-DD                    CNB26800
143000        ADD 1 TO WS-SP-MM                                         CNB26800
143100        IF WS-SP-MM > 12                                          CNB26800
143200           MOVE 1                  TO WS-SP-MM                    CNB26800
143300           ADD 1 TO WS-SP-CCYY                                    CNB26800
143400        END-IF                                                    CNB26800
143500     END-IF.                                                      CNB26800
143600*                                                                 CNB26800
143700*    WHERE WS-FB-EMP STANDS ON BOARD WS-BOARD                     CNB26800
143800*                                                                 CNB26800
143900 P7200-FIND-ON-BOARD.                                             CNB26800
144000     MOVE ZEROS                    TO WS-FB-RANK                  CNB26800
144100                                      WS-FB-SIZE                  CNB26800
144200     MOVE 'N'                      TO WS-GROUP-DONE-SW            CNB26800
144300     MOVE WS-BOARD                 TO ROS-KEY (1:6)               CNB26800
144400     MOVE ZEROS                    TO ROS-RANK                    CNB26800
144500     START ROS-FILE KEY NOT < ROS-KEY                             CNB26800
144600     IF NOT WS-ROS-OK                                             CNB26800
144700        SET WS-GROUP-DONE TO TRUE                                 CNB26800
144800     END-IF                                                       CNB26800
144900     PERFORM P7220-CHECK-ENTRY UNTIL WS-GROUP-DONE.               CNB26800
145000*                                                                 CNB26800
145100 P7210-READ-BOARD.                                                CNB26800
145200     READ ROS-FILE NEXT                                           CNB26800
145300          AT END                                                  CNB26800
145400             SET WS-GROUP-DONE TO TRUE                            CNB26800
145500     END-READ                                                     CNB26800
145600     IF NOT WS-GROUP-DONE AND NOT WS-ROS-OK                       CNB26800
145700        MOVE 'P7210-READ-ROS'      TO WS-ABEND-PARAGRAPH          CNB26800
145800        MOVE WS-ROS-STATUS         TO WS-ABEND-STATUS             CNB26800
145900        PERFORM P9999-GOT-PROBLEM                                 CNB26800
146000     END-IF                                                       CNB26800
146100     IF NOT WS-GROUP-DONE                                         CNB26800
146200        AND ROS-KEY (1:6) NOT = WS-BOARD                          CNB26800
146300        SET WS-GROUP-DONE TO TRUE                                 CNB26800
146400     END-IF.                                                      CNB26800
146500*                                                                 CNB26800
146600 P7220-CHECK-ENTRY.                                               CNB26800
146700     PERFORM P7210-READ-BOARD                                     CNB26800
146800     IF NOT WS-GROUP-DONE                                         CNB26800
146900        ADD 1 TO WS-FB-SIZE                                       CNB26800
147000        IF ROS-EMP-NBR = WS-FB-EMP                                CNB26800
147100           MOVE ROS-RANK           TO WS-FB-RANK                  CNB26800
147200        END-IF                                                    CNB26800
147300     END-IF.                                                      CNB26800
147400*                                                                 CNB26800
147500*    WS-CHK-DATE-X A REAL CCYYMMDD DATE                           CNB26800
147600*                                                                 CNB26800
147700 P7300-CHECK-DATE.                                                CNB26800
147800     MOVE 'N'                      TO WS-DATE-OK-SW               CNB26800
147900     IF WS-CHK-DATE-X NOT NUMERIC                                 CNB26800
148000        OR WS-CK-MM = ZEROS OR WS-CK-MM > 12                      CNB26800
148100        OR WS-CK-DD = ZEROS                                       CNB26800
148200        GO TO P7300-EXIT                                          CNB26800
148300     END-IF                                                       CNB26800
148400     IF WS-CK-DD NOT > WS-MT-DAYS (WS-CK-MM)                      CNB26800
148500        SET WS-DATE-OK TO TRUE                                    CNB26800
148600     END-IF                                                       CNB26800
148700     IF WS-CK-MM = 2 AND WS-CK-DD = 29                            CNB26800
148800        DIVIDE WS-CK-CCYY BY 4                                    CNB26800
148900               GIVING WS-LEAP-QUOT                                CNB26800
149000               REMAINDER WS-LEAP-REM                              CNB26800
149100        IF WS-LEAP-REM = ZEROS                                    CNB26800
149200           SET WS-DATE-OK TO TRUE                                 CNB26800
149300        END-IF                                                    CNB26800
149400     END-IF.                                                      CNB26800
149500 P7300-EXIT.                                                      CNB26800
149600     EXIT.                                                        CNB26800
149700*                                                                 CNB26800
149800*    THE YEAR'S PUBLICATION, IF THERE IS ONE                      CNB26800
149900*                                                                 CNB26800
150000 P7400-READ-CONTROL.                                              CNB26800
150100     MOVE 'N'                      TO WS-CTL-FOUND-SW             CNB26800
150200     MOVE WS-PUB-YEAR              TO PT-PUB-YEAR                 CNB26800
150300     MOVE ZEROS                    TO PT-EMP-NBR                  CNB26800
150400                                      PT-SEQ                      CNB26800
150500     READ PT-FILE                                                 CNB26800
150600     IF NOT WS-PT-OK AND NOT WS-PT-NOTFND                         CNB26800
150700        MOVE 'P7400-READ-PROT'     TO WS-ABEND-PARAGRAPH          CNB26800
150800        MOVE WS-PT-STATUS          TO WS-ABEND-STATUS             CNB26800
150900        PERFORM P9999-GOT-PROBLEM                                 CNB26800
151000     END-IF                                                       CNB26800
151100     IF WS-PT-OK AND PT-CONTROL                                   CNB26800
151200        SET WS-CTL-FOUND TO TRUE                                  CNB26800
151300        MOVE PT-PUB-DATE           TO WS-CTL-PUB-DATE             CNB26800
151400        MOVE PT-DEADLINE           TO WS-CTL-DEADLINE             CNB26800
151500        MOVE PT-ANSWER-DAYS        TO WS-CTL-ANSWER-DAYS          CNB26800
151600     END-IF.                                                      CNB26800
151700*                                                                 CNB26800
151800*    PROTFILE FROM THE FIRST RECORD OF THE PUBLICATION YEAR       CNB26800
151900*                                                                 CNB26800
152000 P8000-START-PROTESTS.                                            CNB26800
152100     MOVE 'N'                      TO WS-EOF-PT-SW                CNB26800
152200     MOVE LOW-VALUES               TO PT-KEY                      CNB26800
152300     MOVE WS-PUB-YEAR              TO PT-PUB-YEAR                 CNB26800
152400     START PT-FILE KEY NOT < PT-KEY                               CNB26800
152500     IF WS-PT-OK                                                  CNB26800
152600        PERFORM P8010-READ-PROTEST                                CNB26800
152700     ELSE                                                         CNB26800
152800        SET WS-EOF-PT TO TRUE                                     CNB26800
152900     END-IF.                                                      CNB26800
153000*                                                                 CNB26800
153100 P8010-READ-PROTEST.                                              CNB26800
153200     READ PT-FILE NEXT                                            CNB26800
153300          AT END                                                  CNB26800
153400             SET WS-EOF-PT TO TRUE                                CNB26800
153500     END-READ                                                     CNB26800
153600     IF NOT WS-EOF-PT AND NOT WS-PT-OK                            CNB26800
153700        MOVE 'P8010-READ-PROT'     TO WS-ABEND-PARAGRAPH          CNB26800
153800        MOVE WS-PT-STATUS          TO WS-ABEND-STATUS             CNB26800
153900        PERFORM P9999-GOT-PROBLEM                                 CNB26800
154000     END-IF.                                                      CNB26800
154100*                                                                 CNB26800
154200 P8900-PRINT-TITLE.                                               CNB26800
154300     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB26800
154400     MOVE SPACES                   TO RPT-LINE                    CNB26800
154500     WRITE RPT-LINE.                                              CNB26800
154600*                                                                 CNB26800
154700 P9000-TERMINATE.                                                 CNB26800
154800     MOVE SPACES                   TO RPT-LINE                    CNB26800
154900     WRITE RPT-LINE                                               CNB26800
155000     EVALUATE TRUE                                                CNB26800
155100        WHEN WS-FUNC-PUBLISH                                      CNB26800
155200             MOVE 'BOARDS PUBLISHED ..........' TO CNT-LABEL      CNB26800
155300             MOVE WS-BOARD-COUNT   TO CNT-VALUE                   CNB26800
155400             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26800
155500             MOVE 'ROSTER ENTRIES PUBLISHED ..' TO CNT-LABEL      CNB26800
155600             MOVE WS-ENTRY-COUNT   TO CNT-VALUE                   CNB26800
155700             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26800
155800        WHEN WS-FUNC-INTAKE                                       CNB26800
155900             MOVE 'CARDS APPLIED .............' TO CNT-LABEL      CNB26800
156000             MOVE WS-TRAN-COUNT    TO CNT-VALUE                   CNB26800
156100             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26800
156200             MOVE 'CARDS REJECTED ............' TO CNT-LABEL      CNB26800
156300             MOVE WS-REJ-COUNT     TO CNT-VALUE                   CNB26800
156400             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26800
156500             MOVE 'PROTESTS OPENED ...........' TO CNT-LABEL      CNB26800
156600             MOVE WS-OPEN-COUNT    TO CNT-VALUE                   CNB26800
156700             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26800
156800        WHEN WS-FUNC-RESOLVE                                      CNB26800
156900             MOVE 'CARDS APPLIED .............' TO CNT-LABEL      CNB26800
157000             MOVE WS-TRAN-COUNT    TO CNT-VALUE                   CNB26800
157100             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26800
157200             MOVE 'CARDS REJECTED ............' TO CNT-LABEL      CNB26800
157300             MOVE WS-REJ-COUNT     TO CNT-VALUE                   CNB26800
157400             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26800
157500             MOVE 'PROTESTS UPHELD ...........' TO CNT-LABEL      CNB26800
157600             MOVE WS-UPHELD-COUNT  TO CNT-VALUE                   CNB26800
157700             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26800
157800             MOVE 'PROTESTS DENIED ...........' TO CNT-LABEL      CNB26800
157900             MOVE WS-DENIED-COUNT  TO CNT-VALUE                   CNB26800
158000             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26800
158100             MOVE 'NOW BINDING GRIEVANCES ....' TO CNT-LABEL      CNB26800
158200             MOVE WS-NEW-GRIEV-COUNT TO CNT-VALUE                 CNB26800
158300             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26800
158400             MOVE 'BOARDS RE-RANKED ..........' TO CNT-LABEL      CNB26800
158500             MOVE WS-TB-COUNT      TO CNT-VALUE                   CNB26800
158600             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26800
158700             MOVE 'ROSTRAN RECORDS WRITTEN ...' TO CNT-LABEL      CNB26800
158800             MOVE WS-ROSTRAN-COUNT TO CNT-VALUE                   CNB26800
158900             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26800
159000             CLOSE RHIST-FILE                                     CNB26800
159100                   ROSTRAN-FILE                                   CNB26800
159200        WHEN OTHER                                                CNB26800
159300             MOVE 'OPEN .......................' TO CNT-LABEL     CNB26800
159400             MOVE WS-OPEN-COUNT    TO CNT-VALUE                   CNB26800
159500             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26800
159600             MOVE 'UPHELD .....................' TO CNT-LABEL     CNB26800
159700             MOVE WS-UPHELD-COUNT  TO CNT-VALUE                   CNB26800
159800             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26800
159900             MOVE 'DENIED .....................' TO CNT-LABEL     CNB26800
160000             MOVE WS-DENIED-COUNT  TO CNT-VALUE                   CNB26800
160100             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26800
160200             MOVE 'BINDING GRIEVANCES .........' TO CNT-LABEL     CNB26800
160300             MOVE WS-GRIEV-COUNT   TO CNT-VALUE                   CNB26800
160400             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26800
160500             MOVE '  OF WHICH NEW THIS RUN ....' TO CNT-LABEL     CNB26800
160600             MOVE WS-NEW-GRIEV-COUNT TO CNT-VALUE                 CNB26800
160700             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26800
160800     END-EVALUATE                                                 CNB26800
160900     IF WS-FUNC-PUBLISH OR WS-FUNC-INTAKE                         CNB26800
161000        CLOSE MSTR-FILE                                           CNB26800
161100     END-IF                                                       CNB26800
161200     IF WS-FUNC-INTAKE OR WS-FUNC-RESOLVE                         CNB26800
161300        CLOSE TRAN-FILE                                           CNB26800
161400     END-IF                                                       CNB26800
161500     IF NOT WS-FUNC-STATUS                                        CNB26800
161600        CLOSE ROS-FILE                                            CNB26800
161700     END-IF                                                       CNB26800
161800     CLOSE PT-FILE                                                CNB26800
161900           RPT-FILE.                                              CNB26800
162000*                                                                 CNB26800
162100 P9999-GOT-PROBLEM.                                               CNB26800
162200     MOVE 'CNB268'                 TO XE-PROGRAM                  CNB26800
162300     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB26800
162400     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB26800
162500     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB26800
162600     DISPLAY 'CNB268 ABEND IN ' WS-ABEND-PARAGRAPH                CNB26800
162700              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB26800
162800     MOVE 16 TO RETURN-CODE                                       CNB26800
162900     GOBACK.                                                      CNB26800
