000100 IDENTIFICATION DIVISION.                                         CNB27100
000200 PROGRAM-ID. CNB271.                                              CNB27100
000300*AUTHOR.     JMC.                                                 CNB27100
000400*DATE-WRITTEN. 10/15/26.                                          CNB27100
000500*REMARKS.                                                         CNB27100
000600*    HOME-TERMINAL CHANGE WITH AN EFFECTIVE DATE.  A CHANGE OF    CNB27100
000700*    EMP-HOME-TERM-CODE WAS A BARE MASTER FIELD UPDATE, AND       CNB27100
000800*    EVERYTHING THAT TURNS ON HOME VERSUS AWAY WAS LEFT AS IT     CNB27100
000900*    WAS - AFTER BIDS AND CLOSURES THAT MEANT A MONTH OF BAD      CNB27100
001000*    HELD-AWAY CLAIMS.  HTHIST KEEPS ONE RECORD PER CHANGE PER    CNB27100
001100*    EMPLOYEE AND EFFECTIVE DATE (OLD AND NEW HOME TERMINAL WITH  CNB27100
001200*    THEIR DISTRICT/SUB-DISTRICT, PENDING, APPLIED OR             CNB27100
001300*    WITHDRAWN); CNB160 READS IT TO JUDGE EACH TIE-UP AGAINST     CNB27100
001400*    THE HOME IN EFFECT ON THE TIE-UP DATE.                       CNB27100
001500*    FUNCTIONS FROM THE PARM CARD:                                CNB27100
001600*      ENTER    - HTTRAN CARDS (USER, EMPLOYEE, ACTION, NEW HOME  CNB27100
001700*                 TERMINAL CODE AND ITS DISTRICT/SUB-DISTRICT,    CNB27100
001800*                 EFFECTIVE DATE YYMMDD, HOME-ONLY OPTION,        CNB27100
001900*                 REASON).  A ADDS A PENDING CHANGE - THE OLD     CNB27100
002000*                 HOME IS THE NEW HOME OF THE EMPLOYEE'S LATEST   CNB27100
002100*                 EARLIER CHANGE, OR THE MASTER (EMP-HOME-TERM-   CNB27100
002200*                 CODE ON THE HOME BOARD'S DISTRICT/SUB-DISTRICT) CNB27100
002300*                 WHEN THERE IS NONE.  W WITHDRAWS A PENDING      CNB27100
002400*                 CHANGE.  HOME-ONLY C CANCELS A GRANTED HOME-ONLYCNB27100
002500*                 REQUEST ON THE CHANGE; BLANK CARRIES IT TO THE  CNB27100
002600*                 NEW TERMINAL.  THE USER MUST HOLD FUNCTION HTCH CNB27100
002700*                 (CNB156).  REJECTS: USER NO USER, EMPL NO       CNB27100
002800*                 EMPLOYEE, ACTN BAD ACTION, EFFD BAD DATE, TERM  CNB27100
002900*                 BAD TERMINAL CODE, DIST NO DISTRICT, HOMO BAD   CNB27100
003000*                 HOME-ONLY OPTION, AUTH USER NOT AUTHORIZED, EMPNCNB27100
003100*                 NOT ON THE MASTER, LATR A CHANGE ON OR AFTER    CNB27100
003200*                 THAT DATE IS ALREADY ON FILE, SAME ALREADY THE  CNB27100
003300*                 HOME TERMINAL, NPND NO PENDING CHANGE TO        CNB27100
003400*                 WITHDRAW.                                       CNB27100
003500*      PREVIEW  - LISTS EVERY PENDING CHANGE (PARM EMP-NBR FOR ONECNB27100
003600*                 EMPLOYEE) WITH EVERY DEPENDENT ITEM IT WILL     CNB27100
003700*                 TOUCH, CHANGING NOTHING:                        CNB27100
003800*                 HELD-AWAY - THE HOME THE CLAIMS ARE MEASURED    CNB27100
003900*                             FROM, BY TIE-UP DATE.               CNB27100
004000*                 HOME-ONLY - A GRANTED REQUEST (MASTER FLAG AND  CNB27100
004100*                             HOMEFILE ENTRY) MOVES TO THE NEW    CNB27100
004200*                             TERMINAL OR IS CANCELLED.           CNB27100
004300*                 LODGING   - A LODGFILE ROOM HELD AT THE NEW HOMECNB27100
004400*                             TERMINAL IS RELEASED.               CNB27100
004500*                 TRANSPORT - THE EMPLOYEE COMES OFF OPEN TORDFILECNB27100
004600*                             ORDERS AT THE NEW HOME TERMINAL     CNB27100
004700*                             PICKING UP ON OR AFTER THE EFFECTIVECNB27100
004800*                             DATE; AN ORDER LEFT WITH NO         CNB27100
004900*                             PASSENGERS IS CANCELLED.            CNB27100
005000*                 DEADHEAD  - AN EMPLOYEE OUT ON FURTHER NOTICE   CNB27100
005100*                             GETS A RECALL ON FNFILE AND AN FNRC CNB27100
005200*                             TASK FOR THE HOME BOARD, AS A CNB231CNB27100
005300*                             RECALL CARD WOULD.                  CNB27100
005400*                 POOL TURN - EACH OF THE EMPLOYEE'S POOL TURNS   CNB27100
005500*                             WITH WHETHER ITS POOL HOME COUNTS ASCNB27100
005600*                             THE EMPLOYEE'S HOME BEFORE AND      CNB27100
005700*                             AFTER.                              CNB27100
005800*      APPLY    - DAILY.  EVERY PENDING CHANGE EFFECTIVE ON OR    CNB27100
005900*                 BEFORE THE RUN DATE IS LISTED AS FOR PREVIEW ANDCNB27100
006000*                 CARRIED OUT: THE ITEMS ABOVE ARE UPDATED OR     CNB27100
006100*                 CLOSED, EMP-HOME-TERM-CODE IS SET ON THE MASTER,CNB27100
006200*                 A WORK HISTORY RECORD IS WRITTEN AND THE CHANGE CNB27100
006300*                 IS MARKED APPLIED.  A CHANGE WHOSE EMPLOYEE IS  CNB27100
006400*                 NOT ON THE MASTER IS HELD.                      CNB27100
006500*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB27100
006600*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB27100
006700*                                                                 CNB27100
006800*TBD  THE POOL TURN LAYOUT IS THE ONE CNB265 READS; THE TASK AND  CNB27100
006900*FNFILE LAYOUTS ARE CNB231'S.  VERIFY BEFORE NEXT COMPILE.        CNB27100
007000*                                                                 CNB27100
007100 ENVIRONMENT DIVISION.                                            CNB27100
007200 CONFIGURATION SECTION.                                           CNB27100
007300 SOURCE-COMPUTER.  IBM-370.                                       CNB27100
007400 OBJECT-COMPUTER.  IBM-370.                                       CNB27100
007500 INPUT-OUTPUT SECTION.                                            CNB27100
007600 FILE-CONTROL.                                                    CNB27100
007700     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB27100
007800            ORGANIZATION  SEQUENTIAL                              CNB27100
007900            FILE STATUS   WS-PARM-STATUS.                         CNB27100
008000     SELECT TRAN-FILE    ASSIGN TO HTTRAN                         CNB27100
008100            ORGANIZATION  SEQUENTIAL                              CNB27100
008200            FILE STATUS   WS-TRAN-STATUS.                         CNB27100
008300     SELECT HH-FILE      ASSIGN TO HTHIST                         CNB27100
008400            ORGANIZATION  INDEXED                                 CNB27100
008500            ACCESS MODE   DYNAMIC                                 CNB27100
008600            RECORD KEY    HH-KEY                                  CNB27100
008700            FILE STATUS   WS-HH-STATUS.                           CNB27100
008800     SELECT MSTR-FILE    ASSIGN TO MSTRFILE                       CNB27100
008900            ORGANIZATION  INDEXED                                 CNB27100
009000            ACCESS MODE   RANDOM                                  CNB27100
009100            RECORD KEY    MIO-KEY                                 CNB27100
009200            ALTERNATE RECORD KEY MIO-EMP-NBR                      CNB27100
009300            FILE STATUS   WS-MSTRF-STATUS.                        CNB27100
009400     SELECT HOME-FILE    ASSIGN TO HOMEFILE                       CNB27100
009500            ORGANIZATION  INDEXED                                 CNB27100
009600            ACCESS MODE   DYNAMIC                                 CNB27100
009700            RECORD KEY    HO-KEY                                  CNB27100
009800            FILE STATUS   WS-HOME-STATUS.                         CNB27100
009900     SELECT LODG-FILE    ASSIGN TO LODGFILE                       CNB27100
010000            ORGANIZATION  INDEXED                                 CNB27100
010100            ACCESS MODE   DYNAMIC                                 CNB27100
010200            RECORD KEY    LG-KEY                                  CNB27100
010300            FILE STATUS   WS-LODG-STATUS.                         CNB27100
010400     SELECT TORD-FILE    ASSIGN TO TORDFILE                       CNB27100
010500            ORGANIZATION  INDEXED                                 CNB27100
010600            ACCESS MODE   DYNAMIC                                 CNB27100
010700            RECORD KEY    TO-ORDER-NBR                            CNB27100
010800            FILE STATUS   WS-TORD-STATUS.                         CNB27100
010900     SELECT FN-FILE      ASSIGN TO FNFILE                         CNB27100
011000            ORGANIZATION  INDEXED                                 CNB27100
011100            ACCESS MODE   DYNAMIC                                 CNB27100
011200            RECORD KEY    FN-KEY                                  CNB27100
011300            FILE STATUS   WS-FN-STATUS.                           CNB27100
011400     SELECT TASK-FILE    ASSIGN TO TASKFILE                       CNB27100
011500            ORGANIZATION  INDEXED                                 CNB27100
011600            ACCESS MODE   RANDOM                                  CNB27100
011700            RECORD KEY    TK-KEY                                  CNB27100
011800            FILE STATUS   WS-TASK-STATUS.                         CNB27100
011900     SELECT UFP-FILE     ASSIGN TO UFPFILE                        CNB27100
012000            ORGANIZATION  INDEXED                                 CNB27100
012100            ACCESS MODE   DYNAMIC                                 CNB27100
012200            RECORD KEY    UFIO-KEY                                CNB27100
012300            FILE STATUS   WS-UFP-STATUS.                          CNB27100
012400     SELECT JHIST-FILE   ASSIGN TO JHISTFL                        CNB27100
012500            ORGANIZATION  INDEXED                                 CNB27100
012600            ACCESS MODE   RANDOM                                  CNB27100
012700            RECORD KEY    JHIO-KEY                                CNB27100
012800            FILE STATUS   WS-JHIST-STATUS.                        CNB27100
012900     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB27100
013000            ORGANIZATION  LINE SEQUENTIAL                         CNB27100
013100            FILE STATUS   WS-RPT-STATUS.                          CNB27100
013200*                                                                 CNB27100
013300 DATA DIVISION.                                                   CNB27100
013400 FILE SECTION.                                                    CNB27100
013500 FD  PARM-FILE                                                    CNB27100
013600     RECORD CONTAINS 80 CHARACTERS.                               CNB27100
013700 01  WS-PARM-RECORD.                                              CNB27100
013800     05  PARM-FUNC                 PIC X(8).                      CNB27100
013900     05  PARM-DATE-TIME            PIC X(12).                     CNB27100
014000     05  PARM-EMP-NBR              PIC X(9).                      CNB27100
014100     05  FILLER                    PIC X(51).                     CNB27100
014200 FD  TRAN-FILE                                                    CNB27100
014300     RECORD CONTAINS 80 CHARACTERS.                               CNB27100
014400 01  HT-RECORD.                                                   CNB27100
014500     05  HT-USER                   PIC X(8).                      CNB27100
014600     05  HT-EMP-NBR                PIC X(9).                      CNB27100
014700     05  HT-ACTION                 PIC X(1).                      CNB27100
014800         88  HT-ACTION-VALID             VALUE 'A' 'W'.           CNB27100
014900         88  HT-ACTION-ADD               VALUE 'A'.               CNB27100
015000         88  HT-ACTION-WITHDRAW          VALUE 'W'.               CNB27100
015100     05  HT-NEW-TERM               PIC X(5).                      CNB27100
015200     05  HT-NEW-DIST               PIC X(2).                      CNB27100
015300     05  HT-NEW-SDIST              PIC X(2).                      CNB27100
015400*    YYMMDD:                                                      CNB27100
015500     05  HT-EFF-DATE               PIC X(6).                      CNB27100
015600     05  HT-HOME-ONLY              PIC X(1).                      CNB27100
015700         88  HT-HOME-ONLY-VALID          VALUE SPACE 'C'.         CNB27100
015800     05  HT-REASON                 PIC X(20).                     CNB27100
015900     05  FILLER                    PIC X(26).                     CNB27100
016000 FD  HH-FILE                                                      CNB27100
016100     RECORD CONTAINS 120 CHARACTERS.                              CNB27100
016200 01  HH-RECORD.                                                   CNB27100
016300     05  HH-KEY.                                                  CNB27100
016400         10  HH-EMP-NBR            PIC X(9).                      CNB27100
016500*        YYMMDD:                                                  CNB27100
016600         10  HH-EFF-DATE           PIC X(6).                      CNB27100
016700     05  HH-STATUS                 PIC X(1).                      CNB27100
016800         88  HH-PENDING                  VALUE 'P'.               CNB27100
016900         88  HH-APPLIED                  VALUE 'A'.               CNB27100
017000         88  HH-WITHDRAWN                VALUE 'W'.               CNB27100
017100     05  HH-OLD-HOME.                                             CNB27100
017200         10  HH-OLD-TERM           PIC X(5).                      CNB27100
017300         10  HH-OLD-DIST           PIC X(2).                      CNB27100
017400         10  HH-OLD-SDIST          PIC X(2).                      CNB27100
017500     05  HH-NEW-HOME.                                             CNB27100
017600         10  HH-NEW-TERM           PIC X(5).                      CNB27100
017700         10  HH-NEW-DIST           PIC X(2).                      CNB27100
017800         10  HH-NEW-SDIST          PIC X(2).                      CNB27100
017900     05  HH-HOME-ONLY              PIC X(1).                      CNB27100
018000         88  HH-HOME-ONLY-CANCEL         VALUE 'C'.               CNB27100
018100     05  HH-REASON                 PIC X(20).                     CNB27100
018200     05  HH-ENTERED-BY             PIC X(8).                      CNB27100
018300     05  HH-ENTERED-DATE-TIME      PIC X(12).                     CNB27100
018400     05  HH-APPLIED-DATE-TIME      PIC X(12).                     CNB27100
018500     05  HH-ROOMS-RELEASED         PIC 9(2).                      CNB27100
018600     05  HH-ORDERS-CHANGED         PIC 9(2).                      CNB27100
018700     05  HH-DH-RECALLED            PIC X(1).                      CNB27100
018800     05  FILLER                    PIC X(28).                     CNB27100
018900 FD  MSTR-FILE                                                    CNB27100
019000     RECORD CONTAINS 500 CHARACTERS.                              CNB27100
019100 01  MIO-RECORD.                                                  CNB27100
019200     05  MIO-KEY.                                                 CNB27100
019300         10  MIO-DIST              PIC X(2).                      CNB27100
019400         10  MIO-SDIST             PIC X(2).                      CNB27100
019500         10  MIO-CRAFT             PIC X(2).                      CNB27100
019600         10  MIO-EMP-NAME          PIC X(26).                     CNB27100
019700         10  MIO-EMP-NBR           PIC X(9).                      CNB27100
019800     05  FILLER                    PIC X(459).                    CNB27100
019900 FD  HOME-FILE                                                    CNB27100
020000     RECORD CONTAINS 80 CHARACTERS.                               CNB27100
020100 01  HO-RECORD.                                                   CNB27100
020200     05  HO-KEY.                                                  CNB27100
020300         10  HO-EMP-NBR            PIC X(9).                      CNB27100
020400     05  HO-DIST                   PIC X(2).                      CNB27100
020500     05  HO-SDIST                  PIC X(2).                      CNB27100
020600     05  HO-CRAFT                  PIC X(2).                      CNB27100
020700     05  HO-HOME-TERM-CODE         PIC X(5).                      CNB27100
020800     05  HO-BUILT-DATE-TIME        PIC X(12).                     CNB27100
020900     05  FILLER                    PIC X(48).                     CNB27100
021000 FD  LODG-FILE                                                    CNB27100
021100     RECORD CONTAINS 80 CHARACTERS.                               CNB27100
021200 01  LG-RECORD.                                                   CNB27100
021300     05  LG-KEY.                                                  CNB27100
021400         10  LG-TERMINAL           PIC X(5).                      CNB27100
021500         10  LG-ROOM               PIC X(4).                      CNB27100
021600     05  LG-OCC-EMP                PIC X(9).                      CNB27100
021700     05  LG-CHECKIN-DATE-TIME      PIC X(10).                     CNB27100
021800     05  FILLER                    PIC X(52).                     CNB27100
021900 FD  TORD-FILE                                                    CNB27100
022000     RECORD CONTAINS 150 CHARACTERS.                              CNB27100
022100 01  TO-RECORD.                                                   CNB27100
022200     05  TO-ORDER-NBR              PIC 9(8).                      CNB27100
022300     05  TO-TERMINAL               PIC X(5).                      CNB27100
022400     05  TO-PICKUP-DATE-TIME       PIC X(10).                     CNB27100
022500     05  TO-VENDOR                 PIC X(8).                      CNB27100
022600     05  TO-PASSENGERS             PIC X(45).                     CNB27100
022700     05  TO-PASSENGER-TABLE REDEFINES TO-PASSENGERS.              CNB27100
022800         10  TO-PASSENGER          PIC X(9) OCCURS 5 TIMES.       CNB27100
022900     05  TO-STATUS                 PIC X(1).                      CNB27100
023000         88  TO-ORDERED                  VALUE 'O'.               CNB27100
023100         88  TO-CONFIRMED                VALUE 'C'.               CNB27100
023200         88  TO-COMPLETED                VALUE 'D'.               CNB27100
023300         88  TO-CANCELLED                VALUE 'X'.               CNB27100
023400     05  TO-CONFIRM-DATE-TIME      PIC X(10).                     CNB27100
023500     05  TO-ARRIVE-DATE-TIME       PIC X(10).                     CNB27100
023600     05  FILLER                    PIC X(53).                     CNB27100
023700 FD  FN-FILE                                                      CNB27100
023800     RECORD CONTAINS 100 CHARACTERS.                              CNB27100
023900 01  FN-RECORD.                                                   CNB27100
024000     05  FN-KEY.                                                  CNB27100
024100         10  FN-EMP-NBR            PIC X(9).                      CNB27100
024200     05  FN-EMP-NAME               PIC X(26).                     CNB27100
024300     05  FN-DIST                   PIC X(2).                      CNB27100
024400     05  FN-SDIST                  PIC X(2).                      CNB27100
024500     05  FN-CRAFT                  PIC X(2).                      CNB27100
024600     05  FN-FTV-DATE               PIC X(6).                      CNB27100
024700     05  FN-LEVEL                  PIC 9(1).                      CNB27100
024800     05  FN-LAST-SEEN              PIC X(6).                      CNB27100
024900     05  FN-RECALL-STATUS          PIC X(1).                      CNB27100
025000         88  FN-RECALL-PENDING           VALUE 'P'.               CNB27100
025100     05  FN-RECALL-DATE-TIME       PIC X(12).                     CNB27100
025200     05  FN-RECALL-BY              PIC X(8).                      CNB27100
025300     05  FN-RECALL-REASON          PIC X(20).                     CNB27100
025400     05  FILLER                    PIC X(5).                      CNB27100
025500 FD  TASK-FILE                                                    CNB27100
025600     RECORD CONTAINS 120 CHARACTERS.                              CNB27100
025700 01  TK-RECORD.                                                   CNB27100
025800     05  TK-KEY.                                                  CNB27100
025900         10  TK-DIST               PIC X(2).                      CNB27100
026000         10  TK-SDIST              PIC X(2).                      CNB27100
026100         10  TK-DATE-TIME          PIC X(14).                     CNB27100
026200         10  TK-SEQ                PIC X(2).                      CNB27100
026300     05  TK-CATEGORY               PIC X(4).                      CNB27100
026400     05  TK-PRIORITY               PIC 9(1).                      CNB27100
026500     05  TK-STATUS                 PIC X(1).                      CNB27100
026600         88  TK-OPEN                     VALUE 'O'.               CNB27100
026700     05  TK-OWNER                  PIC X(8).                      CNB27100
026800     05  TK-COMP-DATE-TIME         PIC X(14).                     CNB27100
026900     05  TK-TEXT                   PIC X(40).                     CNB27100
027000     05  FILLER                    PIC X(32).                     CNB27100
027100 FD  UFP-FILE                                                     CNB27100
027200     RECORD CONTAINS 100 CHARACTERS.                              CNB27100
027300 01  UFIO-RECORD.                                                 CNB27100
027400     05  UFIO-KEY.                                                CNB27100
027500         10  UFIO-POOL-ID.                                        CNB27100
027600             15  UFIO-DIST         PIC X(2).                      CNB27100
027700             15  UFIO-SDIST        PIC X(2).                      CNB27100
027800             15  UFIO-POOL         PIC X(10).                     CNB27100
027900         10  UFIO-TURN             PIC X(4).                      CNB27100
028000     05  UFIO-EMP-NO               PIC 9(9).                      CNB27100
028100     05  UFIO-IN-TOWN-FLAG         PIC X.                         CNB27100
028200         88  UFIO-IN-TOWN                VALUE 'Y'.               CNB27100
028300     05  FILLER                    PIC X(72).                     CNB27100
028400 FD  JHIST-FILE                                                   CNB27100
028500     RECORD CONTAINS 350 CHARACTERS.                              CNB27100
028600 01  JHIO-RECORD.                                                 CNB27100
028700     05  JHIO-KEY.                                                CNB27100
028800         10  JHIO-EMP-NBR          PIC X(9).                      CNB27100
028900         10  JHIO-EFF-DATE-TIME    PIC X(14).                     CNB27100
029000         10  JHIO-SEQ              PIC X(2).                      CNB27100
029100     05  JHIO-FUNCTION             PIC X(2).                      CNB27100
029200     05  JHIO-EMP-NBR-AFFECTED     PIC X(9).                      CNB27100
029300     05  JHIO-IN-OUT               PIC X(1).                      CNB27100
029400     05  JHIO-FUNC-DATA            PIC X(165).                    CNB27100
029500     05  FILLER                    PIC X(148).                    CNB27100
029600 FD  RPT-FILE                                                     CNB27100
029700     RECORD CONTAINS 132 CHARACTERS.                              CNB27100
029800 01  RPT-LINE                      PIC X(132).                    CNB27100
029900*                                                                 CNB27100
030000 WORKING-STORAGE SECTION.                                         CNB27100
030100 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB27100
030200     88  WS-PARM-OK                       VALUE '00'.             CNB27100
030300 01  WS-TRAN-STATUS                PIC XX VALUE SPACES.           CNB27100
030400     88  WS-TRAN-OK                       VALUE '00'.             CNB27100
030500 01  WS-HH-STATUS                  PIC XX VALUE SPACES.           CNB27100
030600     88  WS-HH-OK                         VALUE '00'.             CNB27100
030700     88  WS-HH-NOTFND                     VALUE '23'.             CNB27100
030800 01  WS-MSTRF-STATUS               PIC XX VALUE SPACES.           CNB27100
030900     88  WS-MSTRF-OK                      VALUE '00' '02'.        CNB27100
031000     88  WS-MSTRF-NOTFND                  VALUE '23'.             CNB27100
031100 01  WS-HOME-STATUS                PIC XX VALUE SPACES.           CNB27100
031200     88  WS-HOME-OK                       VALUE '00'.             CNB27100
031300     88  WS-HOME-NOTFND                   VALUE '23'.             CNB27100
031400 01  WS-LODG-STATUS                PIC XX VALUE SPACES.           CNB27100
031500     88  WS-LODG-OK                       VALUE '00'.             CNB27100
031600 01  WS-TORD-STATUS                PIC XX VALUE SPACES.           CNB27100
031700     88  WS-TORD-OK                       VALUE '00'.             CNB27100
031800 01  WS-FN-STATUS                  PIC XX VALUE SPACES.           CNB27100
031900     88  WS-FN-OK                         VALUE '00'.             CNB27100
032000     88  WS-FN-NOTFND                     VALUE '23'.             CNB27100
032100 01  WS-TASK-STATUS                PIC XX VALUE SPACES.           CNB27100
032200     88  WS-TASK-OK                       VALUE '00'.             CNB27100
032300     88  WS-TASK-DUP                      VALUE '22'.             CNB27100
032400 01  WS-UFP-STATUS                 PIC XX VALUE SPACES.           CNB27100
032500     88  WS-UFP-OK                        VALUE '00'.             CNB27100
032600 01  WS-JHIST-STATUS               PIC XX VALUE SPACES.           CNB27100
032700     88  WS-JHIST-OK                      VALUE '00'.             CNB27100
032800     88  WS-JHIST-DUP                     VALUE '22'.             CNB27100
032900 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB27100
033000     88  WS-RPT-OK                        VALUE '00'.             CNB27100
033100 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB27100
033200 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB27100
033300 COPY WSERRLOG.                                                   CNB27100
033400 COPY WSMSTR.                                                     CNB27100
033500 01  WS-CNB156-PGM                 PIC X(8) VALUE 'CNB156'.       CNB27100
033600 01  CNB156-COMMAREA.                                             CNB27100
033700     05  CA-USERID                 PIC X(8).                      CNB27100
033800     05  CA-FUNC-CODE              PIC X(4).                      CNB27100
033900     05  CA-TERMINAL               PIC X(4).                      CNB27100
034000     05  CA-REPLY                  PIC X(1).                      CNB27100
034100         88  CA-ALLOWED                  VALUE 'A'.               CNB27100
034200         88  CA-DENIED                   VALUE 'D'.               CNB27100
034300     05  CA-ROLE                   PIC X(8).                      CNB27100
034400 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB27100
034500     88  WS-FUNC-ENTER                    VALUE 'ENTER'.          CNB27100
034600     88  WS-FUNC-PREVIEW                  VALUE 'PREVIEW'.        CNB27100
034700     88  WS-FUNC-APPLY                    VALUE 'APPLY'.          CNB27100
034800 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB27100
034900 01  WS-EMP-NBR                    PIC X(9) VALUE SPACES.         CNB27100
035000 01  WS-TRAN-EOF-SW                PIC X  VALUE 'N'.              CNB27100
035100     88  WS-EOF-TRAN                      VALUE 'Y'.              CNB27100
035200 01  WS-HH-EOF-SW                  PIC X  VALUE 'N'.              CNB27100
035300     88  WS-EOF-HH                        VALUE 'Y'.              CNB27100
035400 01  WS-SCAN-END-SW                PIC X  VALUE 'N'.              CNB27100
035500     88  WS-SCAN-END                      VALUE 'Y'.              CNB27100
035600 01  WS-REJ-REASON                 PIC X(4) VALUE SPACES.         CNB27100
035700*                                                                 CNB27100
035800*    THE EMPLOYEE'S CHANGES ALREADY ON FILE (FUNC ENTER)          CNB27100
035900*                                                                 CNB27100
036000 01  WS-PRIOR-SW                   PIC X  VALUE 'N'.              CNB27100
036100     88  WS-PRIOR-FOUND                   VALUE 'Y'.              CNB27100
036200 01  WS-LATER-SW                   PIC X  VALUE 'N'.              CNB27100
036300     88  WS-LATER-FOUND                   VALUE 'Y'.              CNB27100
036400 01  WS-KEY-SW                     PIC X  VALUE 'N'.              CNB27100
036500     88  WS-KEY-FOUND                     VALUE 'Y'.              CNB27100
036600 01  WS-KEY-STATUS                 PIC X  VALUE SPACE.            CNB27100
036700     88  WS-KEY-PENDING                   VALUE 'P'.              CNB27100
036800 01  WS-OLD-HOME.                                                 CNB27100
036900     05  WS-OLD-TERM               PIC X(5).                      CNB27100
037000     05  WS-OLD-DIST               PIC X(2).                      CNB27100
037100     05  WS-OLD-SDIST              PIC X(2).                      CNB27100
037200*                                                                 CNB27100
037300*    THE CHANGE BEING PREVIEWED OR APPLIED                        CNB27100
037400*                                                                 CNB27100
037500 01  WS-EFF-STAMP                  PIC X(10) VALUE SPACES.        CNB27100
037600 01  WS-EMP-NUM                    PIC 9(9) VALUE ZEROS.          CNB27100
037700 01  WS-HOME-SW                    PIC X  VALUE 'N'.              CNB27100
037800     88  WS-HOME-FOUND                    VALUE 'Y'.              CNB27100
037900 01  WS-FN-FOUND-SW                PIC X  VALUE 'N'.              CNB27100
038000     88  WS-FN-FOUND                      VALUE 'Y'.              CNB27100
038100 01  WS-PSG-SUB                    PIC S9(4) COMP VALUE ZEROS.    CNB27100
038200 01  WS-PSG-AT                     PIC S9(4) COMP VALUE ZEROS.    CNB27100
038300 01  WS-PSG-OTHERS                 PIC S9(4) COMP VALUE ZEROS.    CNB27100
038400 01  WS-CHG-ROOMS                  PIC 9(2) VALUE ZEROS.          CNB27100
038500 01  WS-CHG-ORDERS                 PIC 9(2) VALUE ZEROS.          CNB27100
038600 01  WS-CHG-DH                     PIC X  VALUE 'N'.              CNB27100
038700 01  WS-WAS-HOME-SW                PIC X  VALUE 'N'.              CNB27100
038800     88  WS-WAS-HOME                      VALUE 'Y'.              CNB27100
038900 01  WS-NOW-HOME-SW                PIC X  VALUE 'N'.              CNB27100
039000     88  WS-NOW-HOME                      VALUE 'Y'.              CNB27100
039100 01  WS-TASK-CATEGORY              PIC X(4) VALUE SPACES.         CNB27100
039200 01  WS-TASK-PRIORITY              PIC 9(1) VALUE ZEROS.          CNB27100
039300 01  WS-TASK-TEXT                  PIC X(40) VALUE SPACES.        CNB27100
039400 01  WS-TASK-SEQ                   PIC 9(2) VALUE ZEROS.          CNB27100
039500 01  WS-HIST-TEXT                  PIC X(40) VALUE SPACES.        CNB27100
039600 01  WS-JHIST-SEQ                  PIC 9(2) VALUE ZEROS.          CNB27100
039700*                                                                 CNB27100
039800 01  WS-TRAN-COUNT                 PIC 9(7) VALUE ZEROS.          CNB27100
039900 01  WS-WDRAW-COUNT                PIC 9(7) VALUE ZEROS.          CNB27100
040000 01  WS-REJ-COUNT                  PIC 9(7) VALUE ZEROS.          CNB27100
040100 01  WS-CHG-COUNT                  PIC 9(7) VALUE ZEROS.          CNB27100
040200 01  WS-HELD-COUNT                 PIC 9(7) VALUE ZEROS.          CNB27100
040300 01  WS-HOMEONLY-COUNT             PIC 9(7) VALUE ZEROS.          CNB27100
040400 01  WS-ROOM-COUNT                 PIC 9(7) VALUE ZEROS.          CNB27100
040500 01  WS-ORDER-COUNT                PIC 9(7) VALUE ZEROS.          CNB27100
040600 01  WS-CANCEL-COUNT               PIC 9(7) VALUE ZEROS.          CNB27100
040700 01  WS-DH-COUNT                   PIC 9(7) VALUE ZEROS.          CNB27100
040800 01  WS-POOL-COUNT                 PIC 9(7) VALUE ZEROS.          CNB27100
040900 01  WS-TASK-COUNT                 PIC 9(7) VALUE ZEROS.          CNB27100
041000 01  WS-HDR-LINE.                                                 CNB27100
041100     05  FILLER                PIC X(38)  VALUE                   CNB27100
041200         'CNB271 - HOME-TERMINAL CHANGE'.                         CNB27100
041300     05  FILLER                PIC X(2)   VALUE SPACES.           CNB27100
041400     05  HDR-FUNC              PIC X(8).                          CNB27100
041500     05  FILLER                PIC X(2)   VALUE SPACES.           CNB27100
041600     05  HDR-DATE-TIME         PIC X(12).                         CNB27100
041700     05  FILLER                PIC X(70)  VALUE SPACES.           CNB27100
041800 01  WS-TITLE-LINE.                                               CNB27100
041900     05  TTL-TEXT                  PIC X(80).                     CNB27100
042000     05  FILLER                    PIC X(52) VALUE SPACES.        CNB27100
042100 01  WS-TRAN-HDR-LINE.                                            CNB27100
042200     05  FILLER                    PIC X(40) VALUE                CNB27100
042300         'USER      EMPLOYEE   NAME'.                             CNB27100
042400     05  FILLER                    PIC X(40) VALUE                CNB27100
042500         '       ACTIONFROM   TO     EFFECT  RESUL'.              CNB27100
042600     05  FILLER                    PIC X(52) VALUE                CNB27100
042700         'T'.                                                     CNB27100
042800 01  WS-TRAN-LINE.                                                CNB27100
042900     05  TL-USER                   PIC X(8).                      CNB27100
043000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB27100
043100     05  TL-EMP-NBR                PIC X(9).                      CNB27100
043200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB27100
043300     05  TL-EMP-NAME               PIC X(26).                     CNB27100
043400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB27100
043500     05  TL-ACTION                 PIC X(1).                      CNB27100
043600     05  FILLER                    PIC X(3) VALUE SPACES.         CNB27100
043700     05  TL-OLD-TERM               PIC X(5).                      CNB27100
043800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB27100
043900     05  TL-NEW-TERM               PIC X(5).                      CNB27100
044000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB27100
044100     05  TL-EFF-DATE               PIC X(6).                      CNB27100
044200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB27100
044300     05  TL-RESULT                 PIC X(20).                     CNB27100
044400     05  FILLER                    PIC X(37) VALUE SPACES.        CNB27100
044500 01  WS-CHG-HDR-LINE.                                             CNB27100
044600     05  FILLER                    PIC X(40) VALUE                CNB27100
044700         'EMPLOYEE   NAME                        F'.              CNB27100
044800     05  FILLER                    PIC X(40) VALUE                CNB27100
044900         'ROM   TO     EFFECT  ENTERED   RESULT'.                 CNB27100
045000     05  FILLER                    PIC X(52) VALUE SPACES.        CNB27100
045100 01  WS-CHG-LINE.                                                 CNB27100
045200     05  CHL-EMP-NBR               PIC X(9).                      CNB27100
045300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB27100
045400     05  CHL-EMP-NAME              PIC X(26).                     CNB27100
045500     05  FILLER                    PIC X(2) VALUE SPACES.         CNB27100
045600     05  CHL-OLD-TERM              PIC X(5).                      CNB27100
045700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB27100
045800     05  CHL-NEW-TERM              PIC X(5).                      CNB27100
045900     05  FILLER                    PIC X(2) VALUE SPACES.         CNB27100
046000     05  CHL-EFF-DATE              PIC X(6).                      CNB27100
046100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB27100
046200     05  CHL-ENTERED-BY            PIC X(8).                      CNB27100
046300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB27100
046400     05  CHL-RESULT                PIC X(20).                     CNB27100
046500     05  FILLER                    PIC X(41) VALUE SPACES.        CNB27100
046600 01  WS-ITM-LINE.                                                 CNB27100
046700     05  FILLER                    PIC X(5) VALUE SPACES.         CNB27100
046800     05  ITM-ITEM                  PIC X(10).                     CNB27100
046900     05  FILLER                    PIC X(2) VALUE SPACES.         CNB27100
047000     05  ITM-KEY                   PIC X(20).                     CNB27100
047100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB27100
047200     05  ITM-DETAIL                PIC X(40).                     CNB27100
047300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB27100
047400     05  ITM-ACTION                PIC X(24).                     CNB27100
047500     05  FILLER                    PIC X(27) VALUE SPACES.        CNB27100
047600 01  WS-CNT-LINE.                                                 CNB27100
047700     05  CNT-LABEL                 PIC X(30).                     CNB27100
047800     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB27100
047900     05  FILLER                    PIC X(95) VALUE SPACES.        CNB27100
048000*                                                                 CNB27100
048100 PROCEDURE DIVISION.                                              CNB27100
048200 P0000-MAINLINE.                                                  CNB27100
048300     PERFORM P1000-INITIALIZE                                     CNB27100
048400     IF WS-FUNC-ENTER                                             CNB27100
048500        PERFORM P2000-APPLY-CARDS UNTIL WS-EOF-TRAN               CNB27100
048600     ELSE                                                         CNB27100
048700        PERFORM P3000-NEXT-CHANGE UNTIL WS-EOF-HH                 CNB27100
048800     END-IF                                                       CNB27100
048900     PERFORM P6000-PRINT-TOTALS                                   CNB27100
049000     PERFORM P9000-TERMINATE                                      CNB27100
049100     GOBACK.                                                      CNB27100
049200*                                                                 CNB27100
049300 P1000-INITIALIZE.                                                CNB27100
049400     OPEN INPUT PARM-FILE                                         CNB27100
049500     IF NOT WS-PARM-OK                                            CNB27100
049600        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB27100
049700        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB27100
049800        PERFORM P9999-GOT-PROBLEM                                 CNB27100
049900     END-IF                                                       CNB27100
050000     READ PARM-FILE                                               CNB27100
050100          AT END                                                  CNB27100
050200             MOVE 'P1000-READ-PARM'                               CNB27100
050300                                   TO WS-ABEND-PARAGRAPH          CNB27100
050400             MOVE 'PM'             TO WS-ABEND-STATUS             CNB27100
050500             PERFORM P9999-GOT-PROBLEM                            CNB27100
050600     END-READ                                                     CNB27100
050700     CLOSE PARM-FILE                                              CNB27100
050800     MOVE PARM-FUNC                TO WS-FUNC                     CNB27100
050900     IF NOT WS-FUNC-ENTER AND NOT WS-FUNC-PREVIEW                 CNB27100
051000        AND NOT WS-FUNC-APPLY                                     CNB27100
051100        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB27100
051200        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB27100
051300        PERFORM P9999-GOT-PROBLEM                                 CNB27100
051400     END-IF                                                       CNB27100
051500     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB27100
051600     IF WS-RUN-DATE-TIME (1:10) NOT NUMERIC                       CNB27100
051700        MOVE 'P1000-BAD-PARM'      TO WS-ABEND-PARAGRAPH          CNB27100
051800        MOVE 'PM'                  TO WS-ABEND-STATUS             CNB27100
051900        PERFORM P9999-GOT-PROBLEM                                 CNB27100
052000     END-IF                                                       CNB27100
052100     MOVE PARM-EMP-NBR             TO WS-EMP-NBR                  CNB27100
052200     OPEN OUTPUT RPT-FILE                                         CNB27100
052300     IF NOT WS-RPT-OK                                             CNB27100
052400        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB27100
052500        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB27100
052600        PERFORM P9999-GOT-PROBLEM                                 CNB27100
052700     END-IF                                                       CNB27100
052800     MOVE WS-FUNC                  TO HDR-FUNC                    CNB27100
052900     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB27100
053000     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB27100
053100     MOVE SPACES                   TO RPT-LINE                    CNB27100
053200     WRITE RPT-LINE                                               CNB27100
053300     OPEN I-O HH-FILE                                             CNB27100
053400     IF WS-HH-STATUS = '35'                                       CNB27100
053500        OPEN OUTPUT HH-FILE                                       CNB27100
053600        CLOSE HH-FILE                                             CNB27100
053700        OPEN I-O HH-FILE                                          CNB27100
053800     END-IF                                                       CNB27100
053900     IF NOT WS-HH-OK                                              CNB27100
054000        MOVE 'P1000-OPEN-HH'       TO WS-ABEND-PARAGRAPH          CNB27100
054100        MOVE WS-HH-STATUS          TO WS-ABEND-STATUS             CNB27100
054200        PERFORM P9999-GOT-PROBLEM                                 CNB27100
054300     END-IF                                                       CNB27100
054400     IF WS-FUNC-ENTER                                             CNB27100
054500        PERFORM P1100-OPEN-ENTER                                  CNB27100
054600     ELSE                                                         CNB27100
054700        PERFORM P1200-OPEN-CHANGES                                CNB27100
054800     END-IF.                                                      CNB27100
054900*                                                                 CNB27100
055000 P1100-OPEN-ENTER.                                                CNB27100
055100     OPEN INPUT TRAN-FILE                                         CNB27100
055200     IF NOT WS-TRAN-OK                                            CNB27100
055300        MOVE 'P1100-OPEN-TRAN'     TO WS-ABEND-PARAGRAPH          CNB27100
055400        MOVE WS-TRAN-STATUS        TO WS-ABEND-STATUS             CNB27100
055500        PERFORM P9999-GOT-PROBLEM                                 CNB27100
055600     END-IF                                                       CNB27100
055700     OPEN INPUT MSTR-FILE                                         CNB27100
055800     IF NOT WS-MSTRF-OK                                           CNB27100
055900        MOVE 'P1100-OPEN-MSTR'     TO WS-ABEND-PARAGRAPH          CNB27100
056000        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB27100
056100        PERFORM P9999-GOT-PROBLEM                                 CNB27100
056200     END-IF                                                       CNB27100
056300     MOVE 'HOME-TERMINAL CHANGES ENTERED' TO TTL-TEXT             CNB27100
056400     PERFORM P8900-PRINT-TITLE                                    CNB27100
056500     WRITE RPT-LINE FROM WS-TRAN-HDR-LINE.                        CNB27100
056600*                                                                 CNB27100
056700*    PREVIEW ONLY READS THE DEPENDENT FILES; APPLY UPDATES THEM.  CNB27100
056800*                                                                 CNB27100
056900 P1200-OPEN-CHANGES.                                              CNB27100
057000     IF WS-FUNC-APPLY                                             CNB27100
057100        OPEN I-O MSTR-FILE                                        CNB27100
057200                 HOME-FILE                                        CNB27100
057300                 LODG-FILE                                        CNB27100
057400                 TORD-FILE                                        CNB27100
057500        IF NOT WS-MSTRF-OK                                        CNB27100
057600           MOVE 'P1200-OPEN-MSTR'  TO WS-ABEND-PARAGRAPH          CNB27100
057700           MOVE WS-MSTRF-STATUS    TO WS-ABEND-STATUS             CNB27100
057800           PERFORM P9999-GOT-PROBLEM                              CNB27100
057900        END-IF                                                    CNB27100
058000        OPEN I-O FN-FILE                                          CNB27100
058100        IF WS-FN-STATUS = '35'                                    CNB27100
058200           OPEN OUTPUT FN-FILE                                    CNB27100
058300           CLOSE FN-FILE                                          CNB27100
058400           OPEN I-O FN-FILE                                       CNB27100
058500        END-IF                                                    CNB27100
058600        OPEN I-O TASK-FILE                                        CNB27100
058700        IF WS-TASK-STATUS = '35'                                  CNB27100
058800           OPEN OUTPUT TASK-FILE                                  CNB27100
058900           CLOSE TASK-FILE                                        CNB27100
059000           OPEN I-O TASK-FILE                                     CNB27100
059100        END-IF                                                    CNB27100
059200        IF NOT WS-TASK-OK                                         CNB27100
059300           MOVE 'P1200-OPEN-TSK'   TO WS-ABEND-PARAGRAPH          CNB27100
059400           MOVE WS-TASK-STATUS     TO WS-ABEND-STATUS             CNB27100
059500           PERFORM P9999-GOT-PROBLEM                              CNB27100
059600        END-IF                                                    CNB27100
059700        OPEN I-O JHIST-FILE                                       CNB27100
059800        IF NOT WS-JHIST-OK                                        CNB27100
059900           MOVE 'P1200-OPEN-JH'    TO WS-ABEND-PARAGRAPH          CNB27100
060000           MOVE WS-JHIST-STATUS    TO WS-ABEND-STATUS             CNB27100
060100           PERFORM P9999-GOT-PROBLEM                              CNB27100
060200        END-IF                                                    CNB27100
060300        MOVE 'HOME-TERMINAL CHANGES APPLIED' TO TTL-TEXT          CNB27100
060400     ELSE                                                         CNB27100
060500        OPEN INPUT MSTR-FILE                                      CNB27100
060600                   HOME-FILE                                      CNB27100
060700                   LODG-FILE                                      CNB27100
060800                   TORD-FILE                                      CNB27100
060900                   FN-FILE                                        CNB27100
061000        IF NOT WS-MSTRF-OK                                        CNB27100
061100           MOVE 'P1200-OPEN-MSTR'  TO WS-ABEND-PARAGRAPH          CNB27100
061200           MOVE WS-MSTRF-STATUS    TO WS-ABEND-STATUS             CNB27100
061300           PERFORM P9999-GOT-PROBLEM                              CNB27100
061400        END-IF                                                    CNB27100
061500        MOVE 'HOME-TERMINAL CHANGES PENDING - ITEMS AFFECTED'     CNB27100
061600                                   TO TTL-TEXT                    CNB27100
061700     END-IF                                                       CNB27100
061800     IF NOT WS-HOME-OK                                            CNB27100
061900        MOVE 'P1200-OPEN-HOM'      TO WS-ABEND-PARAGRAPH          CNB27100
062000        MOVE WS-HOME-STATUS        TO WS-ABEND-STATUS             CNB27100
062100        PERFORM P9999-GOT-PROBLEM                                 CNB27100
062200     END-IF                                                       CNB27100
062300     IF NOT WS-LODG-OK                                            CNB27100
062400        MOVE 'P1200-OPEN-LDG'      TO WS-ABEND-PARAGRAPH          CNB27100
062500        MOVE WS-LODG-STATUS        TO WS-ABEND-STATUS             CNB27100
062600        PERFORM P9999-GOT-PROBLEM                                 CNB27100
062700     END-IF                                                       CNB27100
062800     IF NOT WS-TORD-OK                                            CNB27100
062900        MOVE 'P1200-OPEN-TOR'      TO WS-ABEND-PARAGRAPH          CNB27100
063000        MOVE WS-TORD-STATUS        TO WS-ABEND-STATUS             CNB27100
063100        PERFORM P9999-GOT-PROBLEM                                 CNB27100
063200     END-IF                                                       CNB27100
063300     IF NOT WS-FN-OK                                              CNB27100
063400        MOVE 'P1200-OPEN-FN'       TO WS-ABEND-PARAGRAPH          CNB27100
063500        MOVE WS-FN-STATUS          TO WS-ABEND-STATUS             CNB27100
063600        PERFORM P9999-GOT-PROBLEM                                 CNB27100
063700     END-IF                                                       CNB27100
063800     OPEN INPUT UFP-FILE                                          CNB27100
063900     IF NOT WS-UFP-OK                                             CNB27100
064000        MOVE 'P1200-OPEN-UFP'      TO WS-ABEND-PARAGRAPH          CNB27100
064100        MOVE WS-UFP-STATUS         TO WS-ABEND-STATUS             CNB27100
064200        PERFORM P9999-GOT-PROBLEM                                 CNB27100
064300     END-IF                                                       CNB27100
064400     PERFORM P8900-PRINT-TITLE                                    CNB27100
064500     WRITE RPT-LINE FROM WS-CHG-HDR-LINE                          CNB27100
064600     MOVE LOW-VALUES               TO HH-KEY                      CNB27100
064700     START HH-FILE KEY NOT < HH-KEY                               CNB27100
064800     IF NOT WS-HH-OK                                              CNB27100
064900        SET WS-EOF-HH TO TRUE                                     CNB27100
065000     END-IF.                                                      CNB27100
065100*                                                                 CNB27100
065200*    FUNC ENTER - ADD OR WITHDRAW PENDING CHANGES                 CNB27100
065300*                                                                 CNB27100
065400 P2000-APPLY-CARDS.                                               CNB27100
065500     READ TRAN-FILE                                               CNB27100
065600          AT END                                                  CNB27100
065700             SET WS-EOF-TRAN TO TRUE                              CNB27100
065800     END-READ                                                     CNB27100
065900     IF NOT WS-EOF-TRAN                                           CNB27100
066000        MOVE SPACES                TO WS-TRAN-LINE                CNB27100
066100        MOVE SPACES                TO WS-OLD-HOME                 CNB27100
066200        PERFORM P2100-EDIT-CARD THRU P2100-EXIT                   CNB27100
066300        MOVE HT-USER               TO TL-USER                     CNB27100
066400        MOVE HT-EMP-NBR            TO TL-EMP-NBR                  CNB27100
066500        MOVE HT-ACTION             TO TL-ACTION                   CNB27100
066600        MOVE WS-OLD-TERM           TO TL-OLD-TERM                 CNB27100
066700        MOVE HT-NEW-TERM           TO TL-NEW-TERM                 CNB27100
066800        MOVE HT-EFF-DATE           TO TL-EFF-DATE                 CNB27100
066900        IF WS-REJ-REASON = SPACES                                 CNB27100
067000           PERFORM P2300-POST-CARD                                CNB27100
067100        ELSE                                                      CNB27100
067200           ADD 1 TO WS-REJ-COUNT                                  CNB27100
067300           MOVE SPACES             TO TL-RESULT                   CNB27100
067400           STRING 'REJECTED ' WS-REJ-REASON                       CNB27100
067500                  DELIMITED BY SIZE INTO TL-RESULT                CNB27100
067600        END-IF                                                    CNB27100
067700        WRITE RPT-LINE FROM WS-TRAN-LINE                          CNB27100
067800     END-IF.                                                      CNB27100
067900*                                                                 CNB27100
068000*    THE CARD, THE USER'S AUTHORITY, THE MASTER (LEFT IN          CNB27100
068100*    WS-MSTR), THEN THE EMPLOYEE'S CHANGES ALREADY ON FILE.       CNB27100
068200*                                                                 CNB27100
068300 P2100-EDIT-CARD.                                                 CNB27100
068400     MOVE SPACES                   TO WS-REJ-REASON               CNB27100
068500     EVALUATE TRUE                                                CNB27100
068600        WHEN HT-USER = SPACES                                     CNB27100
068700             MOVE 'USER'           TO WS-REJ-REASON               CNB27100
068800        WHEN HT-EMP-NBR = SPACES                                  CNB27100
068900             MOVE 'EMPL'           TO WS-REJ-REASON               CNB27100
069000        WHEN NOT HT-ACTION-VALID                                  CNB27100
069100             MOVE 'ACTN'           TO WS-REJ-REASON               CNB27100
069200        WHEN HT-EFF-DATE NOT NUMERIC                              CNB27100
069300             MOVE 'EFFD'           TO WS-REJ-REASON               CNB27100
069400        WHEN HT-ACTION-ADD                                        CNB27100
069500             AND HT-NEW-TERM NOT NUMERIC                          CNB27100
069600             MOVE 'TERM'           TO WS-REJ-REASON               CNB27100
069700        WHEN HT-ACTION-ADD                                        CNB27100
069800             AND (HT-NEW-DIST = SPACES                            CNB27100
069900                  OR HT-NEW-SDIST = SPACES)                       CNB27100
070000             MOVE 'DIST'           TO WS-REJ-REASON               CNB27100
070100        WHEN NOT HT-HOME-ONLY-VALID                               CNB27100
070200             MOVE 'HOMO'           TO WS-REJ-REASON               CNB27100
070300        WHEN OTHER                                                CNB27100
070400             CONTINUE                                             CNB27100
070500     END-EVALUATE                                                 CNB27100
070600     IF WS-REJ-REASON NOT = SPACES                                CNB27100
070700        GO TO P2100-EXIT                                          CNB27100
070800     END-IF                                                       CNB27100
070900     MOVE HT-USER                  TO CA-USERID                   CNB27100
071000     MOVE 'HTCH'                   TO CA-FUNC-CODE                CNB27100
071100     MOVE 'BTCH'                   TO CA-TERMINAL                 CNB27100
071200     CALL WS-CNB156-PGM USING CNB156-COMMAREA                     CNB27100
071300     IF NOT CA-ALLOWED                                            CNB27100
071400        MOVE 'AUTH'                TO WS-REJ-REASON               CNB27100
071500        GO TO P2100-EXIT                                          CNB27100
071600     END-IF                                                       CNB27100
071700     MOVE SPACES                   TO MIO-KEY                     CNB27100
071800     MOVE HT-EMP-NBR               TO MIO-EMP-NBR                 CNB27100
071900     READ MSTR-FILE INTO WS-MSTR                                  CNB27100
072000          KEY IS MIO-EMP-NBR                                      CNB27100
072100     IF WS-MSTRF-NOTFND                                           CNB27100
072200        MOVE 'EMPN'                TO WS-REJ-REASON               CNB27100
072300        GO TO P2100-EXIT                                          CNB27100
072400     END-IF                                                       CNB27100
072500     IF NOT WS-MSTRF-OK                                           CNB27100
072600        MOVE 'P2100-RD-MSTR'       TO WS-ABEND-PARAGRAPH          CNB27100
072700        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB27100
072800        PERFORM P9999-GOT-PROBLEM                                 CNB27100
072900     END-IF                                                       CNB27100
073000     MOVE MIO-EMP-NAME             TO TL-EMP-NAME                 CNB27100
073100     PERFORM P2200-SCAN-CHANGES                                   CNB27100
073200     IF HT-ACTION-WITHDRAW                                        CNB27100
073300        IF NOT WS-KEY-PENDING                                     CNB27100
073400           MOVE 'NPND'             TO WS-REJ-REASON               CNB27100
073500        END-IF                                                    CNB27100
073600        GO TO P2100-EXIT                                          CNB27100
073700     END-IF                                                       CNB27100
073800     IF WS-LATER-FOUND                                            CNB27100
073900        MOVE 'LATR'                TO WS-REJ-REASON               CNB27100
074000        GO TO P2100-EXIT                                          CNB27100
074100     END-IF                                                       CNB27100
074200     IF NOT WS-PRIOR-FOUND                                        CNB27100
074300        MOVE EMP-HOME-TERM-CODE    TO WS-OLD-TERM                 CNB27100
074400        MOVE DIST                  TO WS-OLD-DIST                 CNB27100
074500        MOVE SUB-DIST              TO WS-OLD-SDIST                CNB27100
074600     END-IF                                                       CNB27100
074700     IF HT-NEW-TERM = WS-OLD-TERM                                 CNB27100
074800        MOVE 'SAME'                TO WS-REJ-REASON               CNB27100
074900     END-IF.                                                      CNB27100
075000 P2100-EXIT.                                                      CNB27100
075100     EXIT.                                                        CNB27100
075200*                                                                 CNB27100
075300*    HTHIST IS IN EFFECTIVE-DATE ORDER WITHIN EMPLOYEE, SO THE    CNB27100
075400*    LAST EARLIER CHANGE SEEN IS THE ONE THE NEW CHANGE FOLLOWS.  CNB27100
075500*    WITHDRAWN CHANGES COUNT FOR NOTHING.                         CNB27100
075600*                                                                 CNB27100
075700 P2200-SCAN-CHANGES.                                              CNB27100
075800     MOVE 'N'                      TO WS-PRIOR-SW                 CNB27100
075900     MOVE 'N'                      TO WS-LATER-SW                 CNB27100
076000     MOVE 'N'                      TO WS-KEY-SW                   CNB27100
076100     MOVE SPACE                    TO WS-KEY-STATUS               CNB27100
076200     MOVE 'N'                      TO WS-SCAN-END-SW              CNB27100
076300     MOVE HT-EMP-NBR               TO HH-EMP-NBR                  CNB27100
076400     MOVE LOW-VALUES               TO HH-EFF-DATE                 CNB27100
076500     START HH-FILE KEY NOT < HH-KEY                               CNB27100
076600     IF NOT WS-HH-OK                                              CNB27100
076700        SET WS-SCAN-END TO TRUE                                   CNB27100
076800     END-IF                                                       CNB27100
076900     PERFORM P2210-NEXT-ON-FILE UNTIL WS-SCAN-END.                CNB27100
077000*                                                                 CNB27100
077100 P2210-NEXT-ON-FILE.                                              CNB27100
077200     READ HH-FILE NEXT                                            CNB27100
077300          AT END                                                  CNB27100
077400             SET WS-SCAN-END TO TRUE                              CNB27100
077500     END-READ                                                     CNB27100
077600     IF NOT WS-SCAN-END                                           CNB27100
077700        IF HH-EMP-NBR NOT = HT-EMP-NBR                            CNB27100
077800           SET WS-SCAN-END TO TRUE                                CNB27100
077900        ELSE                                                      CNB27100
078000           IF HH-EFF-DATE = HT-EFF-DATE                           CNB27100
078100              SET WS-KEY-FOUND TO TRUE                            CNB27100
078200              MOVE HH-STATUS       TO WS-KEY-STATUS               CNB27100
078300           END-IF                                                 CNB27100
078400           IF NOT HH-WITHDRAWN                                    CNB27100
078500              IF HH-EFF-DATE NOT < HT-EFF-DATE                    CNB27100
078600                 SET WS-LATER-FOUND TO TRUE                       CNB27100
078700              ELSE                                                CNB27100
078800                 SET WS-PRIOR-FOUND TO TRUE                       CNB27100
078900                 MOVE HH-NEW-HOME  TO WS-OLD-HOME                 CNB27100
079000              END-IF                                              CNB27100
079100           END-IF                                                 CNB27100
079200        END-IF                                                    CNB27100
079300     END-IF.                                                      CNB27100
079400*                                                                 CNB27100
079500 P2300-POST-CARD.                                                 CNB27100
079600     IF HT-ACTION-WITHDRAW                                        CNB27100
079700        MOVE HT-EMP-NBR            TO HH-EMP-NBR                  CNB27100
079800        MOVE HT-EFF-DATE           TO HH-EFF-DATE                 CNB27100
079900        READ HH-FILE                                              CNB27100
080000        IF NOT WS-HH-OK                                           CNB27100
080100           MOVE 'P2300-RD-HH'      TO WS-ABEND-PARAGRAPH          CNB27100
080200           MOVE WS-HH-STATUS       TO WS-ABEND-STATUS             CNB27100
080300           PERFORM P9999-GOT-PROBLEM                              CNB27100
080400        END-IF                                                    CNB27100
080500        MOVE HH-OLD-TERM           TO TL-OLD-TERM                 CNB27100
080600        MOVE HH-NEW-TERM           TO TL-NEW-TERM                 CNB27100
080700        SET HH-WITHDRAWN TO TRUE                                  CNB27100
080800        REWRITE HH-RECORD                                         CNB27100
080900        ADD 1 TO WS-WDRAW-COUNT                                   CNB27100
081000        MOVE 'WITHDRAWN'           TO TL-RESULT                   CNB27100
081100     ELSE                                                         CNB27100
081200        MOVE SPACES                TO HH-RECORD                   CNB27100
081300        MOVE HT-EMP-NBR            TO HH-EMP-NBR                  CNB27100
081400        MOVE HT-EFF-DATE           TO HH-EFF-DATE                 CNB27100
081500        SET HH-PENDING TO TRUE                                    CNB27100
081600        MOVE WS-OLD-HOME           TO HH-OLD-HOME                 CNB27100
081700        MOVE HT-NEW-TERM           TO HH-NEW-TERM                 CNB27100
081800        MOVE HT-NEW-DIST           TO HH-NEW-DIST                 CNB27100
081900        MOVE HT-NEW-SDIST          TO HH-NEW-SDIST                CNB27100
082000        MOVE HT-HOME-ONLY          TO HH-HOME-ONLY                CNB27100
082100        MOVE HT-REASON             TO HH-REASON                   CNB27100
082200        MOVE HT-USER               TO HH-ENTERED-BY               CNB27100
082300        MOVE WS-RUN-DATE-TIME      TO HH-ENTERED-DATE-TIME        CNB27100
082400        MOVE ZEROS                 TO HH-ROOMS-RELEASED           CNB27100
082500                                      HH-ORDERS-CHANGED           CNB27100
082600        MOVE 'N'                   TO HH-DH-RECALLED              CNB27100
082700        IF WS-KEY-FOUND                                           CNB27100
082800           REWRITE HH-RECORD                                      CNB27100
082900        ELSE                                                      CNB27100
083000           WRITE HH-RECORD                                        CNB27100
083100        END-IF                                                    CNB27100
083200        ADD 1 TO WS-TRAN-COUNT                                    CNB27100
083300        MOVE 'ENTERED'             TO TL-RESULT                   CNB27100
083400     END-IF                                                       CNB27100
083500     IF NOT WS-HH-OK                                              CNB27100
083600        MOVE 'P2300-WR-HH'         TO WS-ABEND-PARAGRAPH          CNB27100
083700        MOVE WS-HH-STATUS          TO WS-ABEND-STATUS             CNB27100
083800        PERFORM P9999-GOT-PROBLEM                                 CNB27100
083900     END-IF.                                                      CNB27100
084000*                                                                 CNB27100
084100*    FUNC PREVIEW / APPLY - EACH CHANGE WITH ITS DEPENDENT ITEMS  CNB27100
084200*                                                                 CNB27100
084300 P3000-NEXT-CHANGE.                                               CNB27100
084400     READ HH-FILE NEXT                                            CNB27100
084500          AT END                                                  CNB27100
084600             SET WS-EOF-HH TO TRUE                                CNB27100
084700     END-READ                                                     CNB27100
084800     IF NOT WS-EOF-HH                                             CNB27100
084900        AND HH-PENDING                                            CNB27100
085000        IF WS-FUNC-APPLY                                          CNB27100
085100           IF HH-EFF-DATE NOT > WS-RUN-DATE-TIME (1:6)            CNB27100
085200              PERFORM P3100-PROCESS-CHANGE THRU P3100-EXIT        CNB27100
085300           END-IF                                                 CNB27100
085400        ELSE                                                      CNB27100
085500           IF WS-EMP-NBR = SPACES                                 CNB27100
085600              OR WS-EMP-NBR = HH-EMP-NBR                          CNB27100
085700              PERFORM P3100-PROCESS-CHANGE THRU P3100-EXIT        CNB27100
085800           END-IF                                                 CNB27100
085900        END-IF                                                    CNB27100
086000     END-IF.                                                      CNB27100
086100*                                                                 CNB27100
086200 P3100-PROCESS-CHANGE.                                            CNB27100
086300     ADD 1 TO WS-CHG-COUNT                                        CNB27100
086400     MOVE SPACES                   TO WS-CHG-LINE                 CNB27100
086500     MOVE HH-EMP-NBR               TO CHL-EMP-NBR                 CNB27100
086600     MOVE HH-OLD-TERM              TO CHL-OLD-TERM                CNB27100
086700     MOVE HH-NEW-TERM              TO CHL-NEW-TERM                CNB27100
086800     MOVE HH-EFF-DATE              TO CHL-EFF-DATE                CNB27100
086900     MOVE HH-ENTERED-BY            TO CHL-ENTERED-BY              CNB27100
087000     MOVE SPACES                   TO MIO-KEY                     CNB27100
087100     MOVE HH-EMP-NBR               TO MIO-EMP-NBR                 CNB27100
087200     READ MSTR-FILE INTO WS-MSTR                                  CNB27100
087300          KEY IS MIO-EMP-NBR                                      CNB27100
087400     IF WS-MSTRF-NOTFND                                           CNB27100
087500        ADD 1 TO WS-HELD-COUNT                                    CNB27100
087600        MOVE 'NO MASTER - HELD'    TO CHL-RESULT                  CNB27100
087700        WRITE RPT-LINE FROM WS-CHG-LINE                           CNB27100
087800        GO TO P3100-EXIT                                          CNB27100
087900     END-IF                                                       CNB27100
088000     IF NOT WS-MSTRF-OK                                           CNB27100
088100        MOVE 'P3100-RD-MSTR'       TO WS-ABEND-PARAGRAPH          CNB27100
088200        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB27100
088300        PERFORM P9999-GOT-PROBLEM                                 CNB27100
088400     END-IF                                                       CNB27100
088500     MOVE EMP-NAME                 TO CHL-EMP-NAME                CNB27100
088600     IF WS-FUNC-APPLY                                             CNB27100
088700        MOVE 'APPLIED'             TO CHL-RESULT                  CNB27100
088800     ELSE                                                         CNB27100
088900        MOVE 'PENDING'             TO CHL-RESULT                  CNB27100
089000     END-IF                                                       CNB27100
089100     WRITE RPT-LINE FROM WS-CHG-LINE                              CNB27100
089200     MOVE HH-EFF-DATE              TO WS-EFF-STAMP (1:6)          CNB27100
089300     MOVE '0000'                   TO WS-EFF-STAMP (7:4)          CNB27100
089400     MOVE ZEROS                    TO WS-CHG-ROOMS                CNB27100
089500                                      WS-CHG-ORDERS               CNB27100
089600     MOVE 'N'                      TO WS-CHG-DH                   CNB27100
089700     PERFORM P3200-HELD-AWAY                                      CNB27100
089800     PERFORM P3300-HOME-ONLY                                      CNB27100
089900     PERFORM P3400-LODGING                                        CNB27100
090000     PERFORM P3500-TRANSPORT                                      CNB27100
090100     PERFORM P3600-DEADHEAD                                       CNB27100
090200     PERFORM P3700-POOL-TURNS                                     CNB27100
090300     IF WS-FUNC-APPLY                                             CNB27100
090400        PERFORM P3800-POST-CHANGE                                 CNB27100
090500     END-IF                                                       CNB27100
090600     MOVE SPACES                   TO RPT-LINE                    CNB27100
090700     WRITE RPT-LINE.                                              CNB27100
090800 P3100-EXIT.                                                      CNB27100
090900     EXIT.                                                        CNB27100
091000*                                                                 CNB27100
091100*    CNB160 MEASURES EACH TIE-UP AGAINST THE HOME IN EFFECT ON    CNB27100
091200*    THE TIE-UP DATE FROM HTHIST - NOTHING TO UPDATE, ONLY SHOWN. CNB27100
091300*                                                                 CNB27100
091400 P3200-HELD-AWAY.                                                 CNB27100
091500     MOVE SPACES                   TO WS-ITM-LINE                 CNB27100
091600     MOVE 'HELD-AWAY'              TO ITM-ITEM                    CNB27100
091700     STRING 'HOME ' HH-OLD-DIST '/' HH-OLD-SDIST                  CNB27100
091800            ' TO ' HH-NEW-DIST '/' HH-NEW-SDIST                   CNB27100
091900            DELIMITED BY SIZE INTO ITM-KEY                        CNB27100
092000     STRING 'TIE-UPS FROM ' HH-EFF-DATE                           CNB27100
092100            ' ON: NEW HOME'                                       CNB27100
092200            DELIMITED BY SIZE INTO ITM-DETAIL                     CNB27100
092300     MOVE 'BY TIE-UP DATE'         TO ITM-ACTION                  CNB27100
092400     WRITE RPT-LINE FROM WS-ITM-LINE.                             CNB27100
092500*                                                                 CNB27100
092600 P3300-HOME-ONLY.                                                 CNB27100
092700     IF EMP-HOME-ONLY-REQUEST                                     CNB27100
092800        ADD 1 TO WS-HOMEONLY-COUNT                                CNB27100
092900        MOVE 'N'                   TO WS-HOME-SW                  CNB27100
093000        MOVE HH-EMP-NBR            TO HO-EMP-NBR                  CNB27100
093100        READ HOME-FILE                                            CNB27100
093200        EVALUATE TRUE                                             CNB27100
093300           WHEN WS-HOME-OK                                        CNB27100
093400                SET WS-HOME-FOUND TO TRUE                         CNB27100
093500           WHEN WS-HOME-NOTFND                                    CNB27100
093600                CONTINUE                                          CNB27100
093700           WHEN OTHER                                             CNB27100
093800                MOVE 'P3300-RD-HOM' TO WS-ABEND-PARAGRAPH         CNB27100
093900                MOVE WS-HOME-STATUS TO WS-ABEND-STATUS            CNB27100
094000                PERFORM P9999-GOT-PROBLEM                         CNB27100
094100        END-EVALUATE                                              CNB27100
094200        MOVE SPACES                TO WS-ITM-LINE                 CNB27100
094300        MOVE 'HOME-ONLY'           TO ITM-ITEM                    CNB27100
094400        STRING 'REQUEST AT ' EMP-HOME-TERM-CODE                   CNB27100
094500               DELIMITED BY SIZE INTO ITM-KEY                     CNB27100
094600        IF WS-HOME-FOUND                                          CNB27100
094700           STRING 'HOMEFILE ENTRY AT ' HO-HOME-TERM-CODE          CNB27100
094800                  DELIMITED BY SIZE INTO ITM-DETAIL               CNB27100
094900        ELSE                                                      CNB27100
095000           MOVE 'NO HOMEFILE ENTRY'                               CNB27100
095100                                   TO ITM-DETAIL                  CNB27100
095200        END-IF                                                    CNB27100
095300        IF HH-HOME-ONLY-CANCEL                                    CNB27100
095400           IF WS-FUNC-APPLY                                       CNB27100
095500              MOVE 'N'             TO EMP-HOME-ONLY-FLAG          CNB27100
095600              IF WS-HOME-FOUND                                    CNB27100
095700                 DELETE HOME-FILE RECORD                          CNB27100
095800              END-IF                                              CNB27100
095900              MOVE 'REQUEST CANCELLED'                            CNB27100
096000                                   TO ITM-ACTION                  CNB27100
096100           ELSE                                                   CNB27100
096200              MOVE 'REQUEST TO BE CANCELLED'                      CNB27100
096300                                   TO ITM-ACTION                  CNB27100
096400           END-IF                                                 CNB27100
096500        ELSE                                                      CNB27100
096600           IF WS-FUNC-APPLY                                       CNB27100
096700              IF WS-HOME-FOUND                                    CNB27100
096800                 MOVE HH-NEW-TERM  TO HO-HOME-TERM-CODE           CNB27100
096900                 MOVE WS-RUN-DATE-TIME                            CNB27100
097000                                   TO HO-BUILT-DATE-TIME          CNB27100
097100                 REWRITE HO-RECORD                                CNB27100
097200              END-IF                                              CNB27100
097300              STRING 'MOVED TO ' HH-NEW-TERM                      CNB27100
097400                     DELIMITED BY SIZE INTO ITM-ACTION            CNB27100
097500           ELSE                                                   CNB27100
097600              STRING 'TO MOVE TO ' HH-NEW-TERM                    CNB27100
097700                     DELIMITED BY SIZE INTO ITM-ACTION            CNB27100
097800           END-IF                                                 CNB27100
097900        END-IF                                                    CNB27100
098000        IF WS-FUNC-APPLY AND WS-HOME-FOUND                        CNB27100
098100           AND NOT WS-HOME-OK                                     CNB27100
098200           MOVE 'P3300-WR-HOM'     TO WS-ABEND-PARAGRAPH          CNB27100
098300           MOVE WS-HOME-STATUS     TO WS-ABEND-STATUS             CNB27100
098400           PERFORM P9999-GOT-PROBLEM                              CNB27100
098500        END-IF                                                    CNB27100
098600        WRITE RPT-LINE FROM WS-ITM-LINE                           CNB27100
098700     END-IF.                                                      CNB27100
098800*                                                                 CNB27100
098900*    A ROOM HELD AT THE NEW HOME TERMINAL IS NO LONGER AN AWAY    CNB27100
099000*    ENTITLEMENT.                                                 CNB27100
099100*                                                                 CNB27100
099200 P3400-LODGING.                                                   CNB27100
099300     MOVE 'N'                      TO WS-SCAN-END-SW              CNB27100
099400     MOVE HH-NEW-TERM              TO LG-TERMINAL                 CNB27100
099500     MOVE LOW-VALUES               TO LG-ROOM                     CNB27100
099600     START LODG-FILE KEY NOT < LG-KEY                             CNB27100
099700     IF NOT WS-LODG-OK                                            CNB27100
099800        SET WS-SCAN-END TO TRUE                                   CNB27100
099900     END-IF                                                       CNB27100
100000     PERFORM P3410-NEXT-ROOM UNTIL WS-SCAN-END.                   CNB27100
100100*                                                                 CNB27100
100200 P3410-NEXT-ROOM.                                                 CNB27100
100300     READ LODG-FILE NEXT                                          CNB27100
100400          AT END                                                  CNB27100
100500             SET WS-SCAN-END TO TRUE                              CNB27100
100600     END-READ                                                     CNB27100
100700     IF NOT WS-SCAN-END                                           CNB27100
100800        IF LG-TERMINAL NOT = HH-NEW-TERM                          CNB27100
100900           SET WS-SCAN-END TO TRUE                                CNB27100
101000        ELSE                                                      CNB27100
101100           IF LG-OCC-EMP = HH-EMP-NBR                             CNB27100
101200              ADD 1 TO WS-ROOM-COUNT                              CNB27100
101300              ADD 1 TO WS-CHG-ROOMS                               CNB27100
101400              MOVE SPACES          TO WS-ITM-LINE                 CNB27100
101500              MOVE 'LODGING'       TO ITM-ITEM                    CNB27100
101600              STRING LG-TERMINAL ' ROOM ' LG-ROOM                 CNB27100
101700                     DELIMITED BY SIZE INTO ITM-KEY               CNB27100
101800              STRING 'CHECKED IN ' LG-CHECKIN-DATE-TIME           CNB27100
101900                     ' - NOW HOME'                                CNB27100
102000                     DELIMITED BY SIZE INTO ITM-DETAIL            CNB27100
102100              IF WS-FUNC-APPLY                                    CNB27100
102200                 MOVE SPACES       TO LG-OCC-EMP                  CNB27100
102300                                      LG-CHECKIN-DATE-TIME        CNB27100
102400                 REWRITE LG-RECORD                                CNB27100
102500                 IF NOT WS-LODG-OK                                CNB27100
102600                    MOVE 'P3410-RWR-LDG'                          CNB27100
102700                                   TO WS-ABEND-PARAGRAPH          CNB27100
102800                    MOVE WS-LODG-STATUS                           CNB27100
102900                                   TO WS-ABEND-STATUS             CNB27100
103000                    PERFORM P9999-GOT-PROBLEM                     CNB27100
103100                 END-IF                                           CNB27100
103200                 MOVE 'ROOM RELEASED'                             CNB27100
103300                                   TO ITM-ACTION                  CNB27100
103400              ELSE                                                CNB27100
103500                 MOVE 'ROOM TO BE RELEASED'                       CNB27100
103600                                   TO ITM-ACTION                  CNB27100
103700              END-IF                                              CNB27100
103800              WRITE RPT-LINE FROM WS-ITM-LINE                     CNB27100
103900           END-IF                                                 CNB27100
104000        END-IF                                                    CNB27100
104100     END-IF.                                                      CNB27100
104200*                                                                 CNB27100
104300*    OPEN ORDERS AT THE NEW HOME TERMINAL PICKING UP ON OR AFTER  CNB27100
104400*    THE EFFECTIVE DATE ARE AWAY RIDES THE EMPLOYEE NO LONGER     CNB27100
104500*    TAKES.                                                       CNB27100
104600*                                                                 CNB27100
104700 P3500-TRANSPORT.                                                 CNB27100
104800     MOVE 'N'                      TO WS-SCAN-END-SW              CNB27100
104900     MOVE ZEROS                    TO TO-ORDER-NBR                CNB27100
105000     START TORD-FILE KEY NOT < TO-ORDER-NBR                       CNB27100
105100     IF NOT WS-TORD-OK                                            CNB27100
105200        SET WS-SCAN-END TO TRUE                                   CNB27100
105300     END-IF                                                       CNB27100
105400     PERFORM P3510-NEXT-ORDER UNTIL WS-SCAN-END.                  CNB27100
105500*                                                                 CNB27100
105600 P3510-NEXT-ORDER.                                                CNB27100
105700     READ TORD-FILE NEXT                                          CNB27100
105800          AT END                                                  CNB27100
105900             SET WS-SCAN-END TO TRUE                              CNB27100
106000     END-READ                                                     CNB27100
106100     IF NOT WS-SCAN-END                                           CNB27100
106200        AND (TO-ORDERED OR TO-CONFIRMED)                          CNB27100
106300        AND TO-TERMINAL = HH-NEW-TERM                             CNB27100
106400        AND TO-PICKUP-DATE-TIME NOT < WS-EFF-STAMP                CNB27100
106500        MOVE ZEROS                 TO WS-PSG-AT                   CNB27100
106600                                      WS-PSG-OTHERS               CNB27100
106700        PERFORM P3520-FIND-PASSENGER                              CNB27100
106800                VARYING WS-PSG-SUB FROM 1 BY 1                    CNB27100
106900                UNTIL WS-PSG-SUB > 5                              CNB27100
107000        IF WS-PSG-AT > ZEROS                                      CNB27100
107100           PERFORM P3530-TAKE-OFF-ORDER                           CNB27100
107200        END-IF                                                    CNB27100
107300     END-IF.                                                      CNB27100
107400*                                                                 CNB27100
107500 P3520-FIND-PASSENGER.                                            CNB27100
107600     IF TO-PASSENGER (WS-PSG-SUB) = HH-EMP-NBR                    CNB27100
107700        MOVE WS-PSG-SUB            TO WS-PSG-AT                   CNB27100
107800     ELSE                                                         CNB27100
107900        IF TO-PASSENGER (WS-PSG-SUB) NOT = SPACES                 CNB27100
108000           ADD 1 TO WS-PSG-OTHERS                                 CNB27100
108100        END-IF                                                    CNB27100
108200     END-IF.                                                      CNB27100
108300*                                                                 CNB27100
108400 P3530-TAKE-OFF-ORDER.                                            CNB27100
108500     ADD 1 TO WS-ORDER-COUNT                                      CNB27100
108600     ADD 1 TO WS-CHG-ORDERS                                       CNB27100
108700     MOVE SPACES                   TO WS-ITM-LINE                 CNB27100
108800     MOVE 'TRANSPORT'              TO ITM-ITEM                    CNB27100
108900     STRING 'ORDER ' TO-ORDER-NBR                                 CNB27100
109000            DELIMITED BY SIZE INTO ITM-KEY                        CNB27100
109100     STRING 'PICKUP ' TO-PICKUP-DATE-TIME ' AT '                  CNB27100
109200            TO-TERMINAL ' ' TO-VENDOR                             CNB27100
109300            DELIMITED BY SIZE INTO ITM-DETAIL                     CNB27100
109400     IF WS-PSG-OTHERS = ZEROS                                     CNB27100
109500        ADD 1 TO WS-CANCEL-COUNT                                  CNB27100
109600     END-IF                                                       CNB27100
109700     IF WS-FUNC-APPLY                                             CNB27100
109800        MOVE SPACES                TO TO-PASSENGER (WS-PSG-AT)    CNB27100
109900        IF WS-PSG-OTHERS = ZEROS                                  CNB27100
110000           SET TO-CANCELLED TO TRUE                               CNB27100
110100           MOVE 'ORDER CANCELLED'  TO ITM-ACTION                  CNB27100
110200        ELSE                                                      CNB27100
110300           MOVE 'OFF PASSENGER LIST'                              CNB27100
110400                                   TO ITM-ACTION                  CNB27100
110500        END-IF                                                    CNB27100
110600        REWRITE TO-RECORD                                         CNB27100
110700        IF NOT WS-TORD-OK                                         CNB27100
110800           MOVE 'P3530-RWR-TOR'    TO WS-ABEND-PARAGRAPH          CNB27100
110900           MOVE WS-TORD-STATUS     TO WS-ABEND-STATUS             CNB27100
111000           PERFORM P9999-GOT-PROBLEM                              CNB27100
111100        END-IF                                                    CNB27100
111200     ELSE                                                         CNB27100
111300        IF WS-PSG-OTHERS = ZEROS                                  CNB27100
111400           MOVE 'ORDER TO BE CANCELLED'                           CNB27100
111500                                   TO ITM-ACTION                  CNB27100
111600        ELSE                                                      CNB27100
111700           MOVE 'TO COME OFF ORDER'                               CNB27100
111800                                   TO ITM-ACTION                  CNB27100
111900        END-IF                                                    CNB27100
112000     END-IF                                                       CNB27100
112100     WRITE RPT-LINE FROM WS-ITM-LINE.                             CNB27100
112200*                                                                 CNB27100
112300*    OUT ON FURTHER NOTICE - RECALLED THE WAY A CNB231 RECALL     CNB27100
112400*    CARD DOES, SO THE DESK DEADHEADS THE EMPLOYEE TO THE NEW     CNB27100
112500*    HOME AND THE NEXT AGING RUN CLOSES IT.                       CNB27100
112600*                                                                 CNB27100
112700 P3600-DEADHEAD.                                                  CNB27100
112800     IF EMP-FTV-DATE > SPACES                                     CNB27100
112900        ADD 1 TO WS-DH-COUNT                                      CNB27100
113000        PERFORM P8100-READ-FN                                     CNB27100
113100        MOVE SPACES                TO WS-ITM-LINE                 CNB27100
113200        MOVE 'DEADHEAD'            TO ITM-ITEM                    CNB27100
113300        STRING 'FTV DATE ' EMP-FTV-DATE                           CNB27100
113400               DELIMITED BY SIZE INTO ITM-KEY                     CNB27100
113500        STRING 'LAST CALLED AT ' EMP-TRHIST-KEY (1:4)             CNB27100
113600               DELIMITED BY SIZE INTO ITM-DETAIL                  CNB27100
113700        IF WS-FN-FOUND                                            CNB27100
113800           AND FN-FTV-DATE = EMP-FTV-DATE                         CNB27100
113900           AND FN-RECALL-PENDING                                  CNB27100
114000           MOVE 'RECALL ALREADY PENDING'                          CNB27100
114100                                   TO ITM-ACTION                  CNB27100
114200        ELSE                                                      CNB27100
114300           IF WS-FUNC-APPLY                                       CNB27100
114400              PERFORM P3610-QUEUE-RECALL                          CNB27100
114500              MOVE 'RECALL QUEUED' TO ITM-ACTION                  CNB27100
114600           ELSE                                                   CNB27100
114700              MOVE 'RECALL TO BE QUEUED'                          CNB27100
114800                                   TO ITM-ACTION                  CNB27100
114900           END-IF                                                 CNB27100
115000        END-IF                                                    CNB27100
115100        WRITE RPT-LINE FROM WS-ITM-LINE                           CNB27100
115200     END-IF.                                                      CNB27100
115300*                                                                 CNB27100
115400 P3610-QUEUE-RECALL.                                              CNB27100
115500     IF NOT WS-FN-FOUND                                           CNB27100
115600        OR FN-FTV-DATE NOT = EMP-FTV-DATE                         CNB27100
115700        PERFORM P8200-NEW-FN                                      CNB27100
115800     END-IF                                                       CNB27100
115900     SET FN-RECALL-PENDING TO TRUE                                CNB27100
116000     MOVE WS-RUN-DATE-TIME         TO FN-RECALL-DATE-TIME         CNB27100
116100     MOVE HH-ENTERED-BY            TO FN-RECALL-BY                CNB27100
116200     MOVE 'HOME TERMINAL CHANGE'   TO FN-RECALL-REASON            CNB27100
116300     PERFORM P8400-SAVE-FN                                        CNB27100
116400     MOVE 'FNRC'                   TO WS-TASK-CATEGORY            CNB27100
116500     MOVE 1                        TO WS-TASK-PRIORITY            CNB27100
116600     MOVE SPACES                   TO WS-TASK-TEXT                CNB27100
116700     STRING 'RECALL DH ' EMP-NBR ' TO NEW HOME '                  CNB27100
116800            HH-NEW-TERM                                           CNB27100
116900            DELIMITED BY SIZE INTO WS-TASK-TEXT                   CNB27100
117000     PERFORM P8300-WRITE-TASK                                     CNB27100
117100     MOVE 'Y'                      TO WS-CHG-DH.                  CNB27100
117200*                                                                 CNB27100
117300*    A POOL TURN COUNTS AT HOME WHEN ITS POOL'S HOME TERMINAL IS  CNB27100
117400*    THE EMPLOYEE'S HOME - SHOWN BEFORE AND AFTER THE CHANGE.     CNB27100
117500*                                                                 CNB27100
117600 P3700-POOL-TURNS.                                                CNB27100
117700     IF HH-EMP-NBR NUMERIC                                        CNB27100
117800        MOVE HH-EMP-NBR            TO WS-EMP-NUM                  CNB27100
117900        MOVE 'N'                   TO WS-SCAN-END-SW              CNB27100
118000        MOVE LOW-VALUES            TO UFIO-KEY                    CNB27100
118100        START UFP-FILE KEY NOT < UFIO-KEY                         CNB27100
118200        IF NOT WS-UFP-OK                                          CNB27100
118300           SET WS-SCAN-END TO TRUE                                CNB27100
118400        END-IF                                                    CNB27100
118500        PERFORM P3710-NEXT-TURN UNTIL WS-SCAN-END                 CNB27100
118600     END-IF.                                                      CNB27100
118700*                                                                 CNB27100
118800 P3710-NEXT-TURN.                                                 CNB27100
118900     READ UFP-FILE NEXT                                           CNB27100
119000          AT END                                                  CNB27100
119100             SET WS-SCAN-END TO TRUE                              CNB27100
119200     END-READ                                                     CNB27100
119300     IF NOT WS-SCAN-END                                           CNB27100
119400        AND UFIO-EMP-NO = WS-EMP-NUM                              CNB27100
119500        ADD 1 TO WS-POOL-COUNT                                    CNB27100
119600        MOVE 'N'                   TO WS-WAS-HOME-SW              CNB27100
119700        MOVE 'N'                   TO WS-NOW-HOME-SW              CNB27100
119800        IF UFIO-DIST = HH-OLD-DIST                                CNB27100
119900           AND UFIO-SDIST = HH-OLD-SDIST                          CNB27100
120000           SET WS-WAS-HOME TO TRUE                                CNB27100
120100        END-IF                                                    CNB27100
120200        IF UFIO-DIST = HH-NEW-DIST                                CNB27100
120300           AND UFIO-SDIST = HH-NEW-SDIST                          CNB27100
120400           SET WS-NOW-HOME TO TRUE                                CNB27100
120500        END-IF                                                    CNB27100
120600        MOVE SPACES                TO WS-ITM-LINE                 CNB27100
120700        MOVE 'POOL TURN'           TO ITM-ITEM                    CNB27100
120800        STRING UFIO-POOL-ID ' ' UFIO-TURN                         CNB27100
120900               DELIMITED BY SIZE INTO ITM-KEY                     CNB27100
121000        IF UFIO-IN-TOWN                                           CNB27100
121100           STRING 'POOL HOME ' UFIO-DIST '/' UFIO-SDIST           CNB27100
121200                  ' - IN TOWN'                                    CNB27100
121300                  DELIMITED BY SIZE INTO ITM-DETAIL               CNB27100
121400        ELSE                                                      CNB27100
121500           STRING 'POOL HOME ' UFIO-DIST '/' UFIO-SDIST           CNB27100
121600                  ' - OUT OF TOWN'                                CNB27100
121700                  DELIMITED BY SIZE INTO ITM-DETAIL               CNB27100
121800        END-IF                                                    CNB27100
121900        EVALUATE TRUE                                             CNB27100
122000           WHEN WS-WAS-HOME AND NOT WS-NOW-HOME                   CNB27100
122100                MOVE 'WAS HOME, NOW AWAY'                         CNB27100
122200                                   TO ITM-ACTION                  CNB27100
122300           WHEN WS-NOW-HOME AND NOT WS-WAS-HOME                   CNB27100
122400                MOVE 'WAS AWAY, NOW HOME'                         CNB27100
122500                                   TO ITM-ACTION                  CNB27100
122600           WHEN WS-NOW-HOME                                       CNB27100
122700                MOVE 'HOME BEFORE AND AFTER'                      CNB27100
122800                                   TO ITM-ACTION                  CNB27100
122900           WHEN OTHER                                             CNB27100
123000                MOVE 'AWAY BEFORE AND AFTER'                      CNB27100
123100                                   TO ITM-ACTION                  CNB27100
123200        END-EVALUATE                                              CNB27100
123300        WRITE RPT-LINE FROM WS-ITM-LINE                           CNB27100
123400     END-IF.                                                      CNB27100
123500*                                                                 CNB27100
123600*    FUNC APPLY - THE MASTER, THE WORK HISTORY AND THE CHANGE     CNB27100
123700*                                                                 CNB27100
123800 P3800-POST-CHANGE.                                               CNB27100
123900     MOVE HH-NEW-TERM              TO EMP-HOME-TERM-CODE          CNB27100
124000     REWRITE MIO-RECORD FROM WS-MSTR                              CNB27100
124100     IF NOT WS-MSTRF-OK                                           CNB27100
124200        MOVE 'P3800-RW-MSTR'       TO WS-ABEND-PARAGRAPH          CNB27100
124300        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB27100
124400        PERFORM P9999-GOT-PROBLEM                                 CNB27100
124500     END-IF                                                       CNB27100
124600     MOVE SPACES                   TO WS-HIST-TEXT                CNB27100
124700     STRING 'HOME TERM ' HH-OLD-TERM ' TO ' HH-NEW-TERM           CNB27100
124800            ' EFF ' HH-EFF-DATE                                   CNB27100
124900            DELIMITED BY SIZE INTO WS-HIST-TEXT                   CNB27100
125000     PERFORM P8500-WRITE-HISTORY                                  CNB27100
125100     SET HH-APPLIED TO TRUE                                       CNB27100
125200     MOVE WS-RUN-DATE-TIME         TO HH-APPLIED-DATE-TIME        CNB27100
125300     MOVE WS-CHG-ROOMS             TO HH-ROOMS-RELEASED           CNB27100
125400     MOVE WS-CHG-ORDERS            TO HH-ORDERS-CHANGED           CNB27100
125500     MOVE WS-CHG-DH                TO HH-DH-RECALLED              CNB27100
125600     REWRITE HH-RECORD                                            CNB27100
125700     IF NOT WS-HH-OK                                              CNB27100
125800        MOVE 'P3800-RWR-HH'        TO WS-ABEND-PARAGRAPH          CNB27100
125900        MOVE WS-HH-STATUS          TO WS-ABEND-STATUS             CNB27100
126000        PERFORM P9999-GOT-PROBLEM                                 CNB27100
126100     END-IF.                                                      CNB27100
126200*                                                                 CNB27100
126300 P6000-PRINT-TOTALS.                                              CNB27100
126400     MOVE SPACES                   TO RPT-LINE                    CNB27100
126500     WRITE RPT-LINE                                               CNB27100
126600     MOVE 'TOTALS'                 TO TTL-TEXT                    CNB27100
126700     PERFORM P8900-PRINT-TITLE                                    CNB27100
126800     IF WS-FUNC-ENTER                                             CNB27100
126900        MOVE 'CHANGES ENTERED'     TO CNT-LABEL                   CNB27100
127000        MOVE WS-TRAN-COUNT         TO CNT-VALUE                   CNB27100
127100        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB27100
127200        MOVE 'CHANGES WITHDRAWN'   TO CNT-LABEL                   CNB27100
127300        MOVE WS-WDRAW-COUNT        TO CNT-VALUE                   CNB27100
127400        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB27100
127500        MOVE 'CARDS REJECTED'      TO CNT-LABEL                   CNB27100
127600        MOVE WS-REJ-COUNT          TO CNT-VALUE                   CNB27100
127700        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB27100
127800        IF WS-REJ-COUNT > ZEROS                                   CNB27100
127900           MOVE 4                  TO RETURN-CODE                 CNB27100
128000        END-IF                                                    CNB27100
128100     ELSE                                                         CNB27100
128200        IF WS-FUNC-APPLY                                          CNB27100
128300           MOVE 'CHANGES APPLIED'  TO CNT-LABEL                   CNB27100
128400           COMPUTE CNT-VALUE = WS-CHG-COUNT - WS-HELD-COUNT       CNB27100
128500        ELSE                                                      CNB27100
128600           MOVE 'CHANGES PENDING'  TO CNT-LABEL                   CNB27100
128700           MOVE WS-CHG-COUNT       TO CNT-VALUE                   CNB27100
128800        END-IF                                                    CNB27100
128900        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB27100
129000        MOVE 'HELD - NO MASTER'    TO CNT-LABEL                   CNB27100
129100        MOVE WS-HELD-COUNT         TO CNT-VALUE                   CNB27100
129200        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB27100
129300        MOVE 'HOME-ONLY REQUESTS'  TO CNT-LABEL                   CNB27100
129400        MOVE WS-HOMEONLY-COUNT     TO CNT-VALUE                   CNB27100
129500        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB27100
129600        MOVE 'LODGING ROOMS'       TO CNT-LABEL                   CNB27100
129700        MOVE WS-ROOM-COUNT         TO CNT-VALUE                   CNB27100
129800        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB27100
129900        MOVE 'TRANSPORT ORDERS'    TO CNT-LABEL                   CNB27100
130000        MOVE WS-ORDER-COUNT        TO CNT-VALUE                   CNB27100
130100        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB27100
130200        MOVE '  OF WHICH CANCELLED' TO CNT-LABEL                  CNB27100
130300        MOVE WS-CANCEL-COUNT       TO CNT-VALUE                   CNB27100
130400        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB27100
130500        MOVE 'FURTHER-NOTICE DEADHEADS'                           CNB27100
130600                                   TO CNT-LABEL                   CNB27100
130700        MOVE WS-DH-COUNT           TO CNT-VALUE                   CNB27100
130800        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB27100
130900        MOVE 'POOL TURNS'          TO CNT-LABEL                   CNB27100
131000        MOVE WS-POOL-COUNT         TO CNT-VALUE                   CNB27100
131100        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB27100
131200        IF WS-FUNC-APPLY                                          CNB27100
131300           MOVE 'TASKS RAISED'     TO CNT-LABEL                   CNB27100
131400           MOVE WS-TASK-COUNT      TO CNT-VALUE                   CNB27100
131500           WRITE RPT-LINE FROM WS-CNT-LINE                        CNB27100
131600        END-IF                                                    CNB27100
131700        IF WS-HELD-COUNT > ZEROS                                  CNB27100
131800           MOVE 4                  TO RETURN-CODE                 CNB27100
131900        END-IF                                                    CNB27100
132000     END-IF.                                                      CNB27100
132100*                                                                 CNB27100
132200 P8100-READ-FN.                                                   CNB27100
132300     MOVE 'N'                      TO WS-FN-FOUND-SW              CNB27100
132400     MOVE EMP-NBR                  TO FN-EMP-NBR                  CNB27100
132500     READ FN-FILE                                                 CNB27100
132600     EVALUATE TRUE                                                CNB27100
132700        WHEN WS-FN-OK                                             CNB27100
132800             SET WS-FN-FOUND TO TRUE                              CNB27100
132900        WHEN WS-FN-NOTFND                                         CNB27100
133000             CONTINUE                                             CNB27100
133100        WHEN OTHER                                                CNB27100
133200             MOVE 'P8100-RD-FN'    TO WS-ABEND-PARAGRAPH          CNB27100
133300             MOVE WS-FN-STATUS     TO WS-ABEND-STATUS             CNB27100
133400             PERFORM P9999-GOT-PROBLEM                            CNB27100
133500     END-EVALUATE.                                                CNB27100
133600*                                                                 CNB27100
133700 P8200-NEW-FN.                                                    CNB27100
133800     MOVE SPACES                   TO FN-RECORD                   CNB27100
133900     MOVE EMP-NBR                  TO FN-EMP-NBR                  CNB27100
134000     MOVE EMP-NAME                 TO FN-EMP-NAME                 CNB27100
134100     MOVE DIST                     TO FN-DIST                     CNB27100
134200     MOVE SUB-DIST                 TO FN-SDIST                    CNB27100
134300     MOVE CRAFT                    TO FN-CRAFT                    CNB27100
134400     MOVE EMP-FTV-DATE             TO FN-FTV-DATE                 CNB27100
134500     MOVE ZEROS                    TO FN-LEVEL.                   CNB27100
134600*                                                                 CNB27100
134700 P8300-WRITE-TASK.                                                CNB27100
134800     ADD 1 TO WS-TASK-COUNT                                       CNB27100
134900     MOVE ZEROS                    TO WS-TASK-SEQ                 CNB27100
135000     MOVE SPACES                   TO TK-RECORD                   CNB27100
135100     MOVE DIST                     TO TK-DIST                     CNB27100
135200     MOVE SUB-DIST                 TO TK-SDIST                    CNB27100
135300     MOVE '20'                     TO TK-DATE-TIME (1:2)          CNB27100
135400     MOVE WS-RUN-DATE-TIME         TO TK-DATE-TIME (3:12)         CNB27100
135500     MOVE WS-TASK-CATEGORY         TO TK-CATEGORY                 CNB27100
135600     MOVE WS-TASK-PRIORITY         TO TK-PRIORITY                 CNB27100
135700     SET TK-OPEN TO TRUE                                          CNB27100
135800     MOVE WS-TASK-TEXT             TO TK-TEXT                     CNB27100
135900     PERFORM P8310-TRY-WRITE-TASK                                 CNB27100
136000     PERFORM P8320-BUMP-TASK-SEQ                                  CNB27100
136100             UNTIL NOT WS-TASK-DUP                                CNB27100
136200                OR WS-TASK-SEQ > 98                               CNB27100
136300     IF NOT WS-TASK-OK                                            CNB27100
136400        MOVE 'P8300-WR-TASK'       TO WS-ABEND-PARAGRAPH          CNB27100
136500        MOVE WS-TASK-STATUS        TO WS-ABEND-STATUS             CNB27100
136600        PERFORM P9999-GOT-PROBLEM                                 CNB27100
136700     END-IF.                                                      CNB27100
136800*                                                                 CNB27100
136900 P8310-TRY-WRITE-TASK.                                            CNB27100
137000     MOVE WS-TASK-SEQ              TO TK-SEQ                      CNB27100
137100     WRITE TK-RECORD                                              CNB27100
137200     IF WS-TASK-DUP                                               CNB27100
137300        CONTINUE                                                  CNB27100
137400     ELSE                                                         CNB27100
137500        IF NOT WS-TASK-OK                                         CNB27100
137600           MOVE 'P8310-WR-TASK'    TO WS-ABEND-PARAGRAPH          CNB27100
137700           MOVE WS-TASK-STATUS     TO WS-ABEND-STATUS             CNB27100
137800           PERFORM P9999-GOT-PROBLEM                              CNB27100
137900        END-IF                                                    CNB27100
138000     END-IF.                                                      CNB27100
138100*                                                                 CNB27100
138200 P8320-BUMP-TASK-SEQ.                                             CNB27100
138300     ADD 1 TO WS-TASK-SEQ                                         CNB27100
138400     PERFORM P8310-TRY-WRITE-TASK.                                CNB27100
138500*                                                                 CNB27100
138600 P8400-SAVE-FN.                                                   CNB27100
138700     IF WS-FN-FOUND                                               CNB27100
138800        REWRITE FN-RECORD                                         CNB27100
138900     ELSE                                                         CNB27100
139000        WRITE FN-RECORD                                           CNB27100
139100     END-IF                                                       CNB27100
139200     IF NOT WS-FN-OK                                              CNB27100
139300        MOVE 'P8400-WR-FN'         TO WS-ABEND-PARAGRAPH          CNB27100
139400        MOVE WS-FN-STATUS          TO WS-ABEND-STATUS             CNB27100
139500        PERFORM P9999-GOT-PROBLEM                                 CNB27100
139600     END-IF.                                                      CNB27100
139700*                                                                 CNB27100
139800 P8500-WRITE-HISTORY.                                             CNB27100
139900     MOVE ZEROS                    TO WS-JHIST-SEQ                CNB27100
140000     MOVE SPACES                   TO JHIO-RECORD                 CNB27100
140100     MOVE HH-EMP-NBR               TO JHIO-EMP-NBR                CNB27100
140200     MOVE '20'                     TO JHIO-EFF-DATE-TIME (1:2)    CNB27100
140300     MOVE WS-RUN-DATE-TIME         TO JHIO-EFF-DATE-TIME (3:12)   CNB27100
140400     MOVE '02'                     TO JHIO-FUNCTION               CNB27100
140500     MOVE 'I'                      TO JHIO-IN-OUT                 CNB27100
140600     MOVE SPACES                   TO JHIO-FUNC-DATA              CNB27100
140700     MOVE WS-HIST-TEXT             TO JHIO-FUNC-DATA (1:40)       CNB27100
140800     PERFORM P8510-TRY-WRITE-HIST                                 CNB27100
140900     PERFORM P8520-BUMP-SEQ                                       CNB27100
141000             UNTIL NOT WS-JHIST-DUP                               CNB27100
141100                OR WS-JHIST-SEQ > 98                              CNB27100
141200     IF NOT WS-JHIST-OK                                           CNB27100
141300        MOVE 'P8500-WR-JH'         TO WS-ABEND-PARAGRAPH          CNB27100
141400        MOVE WS-JHIST-STATUS       TO WS-ABEND-STATUS             CNB27100
141500        PERFORM P9999-GOT-PROBLEM                                 CNB27100
141600     END-IF.                                                      CNB27100
141700*                                                                 CNB27100
141800 P8510-TRY-WRITE-HIST.                                            CNB27100
141900     MOVE WS-JHIST-SEQ             TO JHIO-SEQ                    CNB27100
142000     WRITE JHIO-RECORD                                            CNB27100
142100     IF WS-JHIST-DUP                                              CNB27100
142200        CONTINUE                                                  CNB27100
142300     ELSE                                                         CNB27100
142400        IF NOT WS-JHIST-OK                                        CNB27100
142500           MOVE 'P8510-WR-JH'      TO WS-ABEND-PARAGRAPH          CNB27100
142600           MOVE WS-JHIST-STATUS    TO WS-ABEND-STATUS             CNB27100
142700           PERFORM P9999-GOT-PROBLEM                              CNB27100
142800        END-IF                                                    CNB27100
142900     END-IF.                                                      CNB27100
143000*                                                                 CNB27100
143100 P8520-BUMP-SEQ.                                                  CNB27100
143200     ADD 1 TO WS-JHIST-SEQ                                        CNB27100
143300     PERFORM P8510-TRY-WRITE-HIST.                                CNB27100
143400*                                                                 CNB27100
143500 P8900-PRINT-TITLE.                                               CNB27100
143600     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB27100
143700     MOVE SPACES                   TO RPT-LINE                    CNB27100
143800     WRITE RPT-LINE.                                              CNB27100
143900*                                                                 CNB27100
144000 P9000-TERMINATE.                                                 CNB27100
144100     EVALUATE TRUE                                                CNB27100
144200        WHEN WS-FUNC-ENTER                                        CNB27100
144300             CLOSE TRAN-FILE                                      CNB27100
144400                   MSTR-FILE                                      CNB27100
144500        WHEN WS-FUNC-APPLY                                        CNB27100
144600             CLOSE MSTR-FILE                                      CNB27100
144700                   HOME-FILE                                      CNB27100
144800                   LODG-FILE                                      CNB27100
144900                   TORD-FILE                                      CNB27100
145000                   FN-FILE                                        CNB27100
145100                   TASK-FILE                                      CNB27100
145200                   UFP-FILE                                       CNB27100
145300                   JHIST-FILE                                     CNB27100
145400        WHEN OTHER                                                CNB27100
145500             CLOSE MSTR-FILE                                      CNB27100
145600                   HOME-FILE                                      CNB27100
145700                   LODG-FILE                                      CNB27100
145800                   TORD-FILE                                      CNB27100
145900                   FN-FILE                                        CNB27100
146000                   UFP-FILE                                       CNB27100
146100     END-EVALUATE                                                 CNB27100
146200     CLOSE HH-FILE                                                CNB27100
146300           RPT-FILE.                                              CNB27100
146400*                                                                 CNB27100
146500 P9999-GOT-PROBLEM.                                               CNB27100
146600     MOVE 'CNB271'                 TO XE-PROGRAM                  CNB27100
146700     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB27100
146800     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB27100
146900     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB27100
147000     DISPLAY 'CNB271 ABEND IN ' WS-ABEND-PARAGRAPH                CNB27100
147100              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB27100
147200     MOVE 16 TO RETURN-CODE                                       CNB27100
147300     GOBACK.                                                      CNB27100
