000100 IDENTIFICATION DIVISION.                                         CNB24800
000200 PROGRAM-ID. CNB248.                                              CNB24800
000300*AUTHOR.     JMC.                                                 CNB24800
000400*DATE-WRITTEN. 10/15/26.                                          CNB24800
000500*REMARKS.                                                         CNB24800
000600*    INVESTIGATION AND HELD-OUT-OF-SERVICE CASES.  AN EMPLOYEE    CNB24800
000700*    PLACED ON INVESTIGATION ('I') OR HELD OUT OF SERVICE ('H')   CNB24800
000800*    SHOWED ONLY AS THE LAYOFF CODE ON THE MASTER; THE NOTICE,    CNB24800
000900*    HEARING, POSTPONEMENTS, OUTCOME AND RETURN DATE WERE KEPT BY CNB24800
001000*    LABOUR RELATIONS OFF-SYSTEM.  DCFILE KEEPS ONE CASE PER      CNB24800
001100*    SPELL, KEYED BY EMPLOYEE + THE EFFECTIVE DATE-TIME OF THE    CNB24800
001200*    STATUS CHANGE.  CNP917 POSTS THE CASE (CICS FILE CONTROL)    CNB24800
001280*    WHEN IT POSTS AN 'I' OR 'H' STATUS (OPENS THE CASE, OR       CNB24800
001360*    CARRIES AN OPEN CASE FROM 'I' TO 'H') AND WHEN IT TAKES THE  CNB24800
001440*    EMPLOYEE OUT OF ONE (THE RETURN TO SERVICE CLOSES THE CASE). CNB24800
001520*    THE AGREEMENT TIME LIMITS RUN FROM THE NOTICE DATE (HEARING  CNB24800
001610*    WITHIN THE PARM HEARING DAYS, BLANK = 10) AND FROM THE       CNB24800
001700*    HEARING (DECISION WITHIN THE PARM DECISION DAYS, BLANK = 15).CNB24800
001790*    A POSTPONEMENT ASKED FOR BY THE EMPLOYEE OR UNION EXTENDS THECNB24800
001880*    HEARING LIMIT TO THE NEW HEARING DATE; ONE ASKED FOR BY THE  CNB24800
001970*    COMPANY DOES NOT.  A MISSED LIMIT VOIDS THE DISCIPLINE.      CNB24800
002200*    FUNCTIONS FROM THE PARM CARD:                                CNB24800
002300*      DAILY  - EVERY OPEN CASE IS CHECKED AGAINST ITS LIMITS.    CNB24800
002400*               ONE PAST A LIMIT IS MARKED VOID AND A TASK IS     CNB24800
002500*               RAISED TO MARK THE EMPLOYEE UP; ONE WITHIN THE    CNB24800
002600*               PARM WARNING DAYS (BLANK = 3) OF A LIMIT IS LISTEDCNB24800
002700*               AS NEAR.  THEN THE HEARINGS SET FOR THE NEXT PARM CNB24800
002800*               DAYS (BLANK = 7).                                 CNB24800
002900*      UPDATE - DCTRAN CARDS FROM LABOUR RELATIONS (EMPLOYEE, CASECNB24800
003000*               DATE-TIME, TYPE, USER, DATE CCYYMMDD, TIME HHMM,  CNB24800
003100*               CODE, DAYS, TEXT):                                CNB24800
003200*                 N - NOTICE SERVED ON THE DATE.                  CNB24800
003300*                 S - HEARING SET FOR THE DATE/TIME.              CNB24800
003400*                 P - HEARING POSTPONED TO THE DATE/TIME; CODE    CNB24800
003500*                     C IF THE COMPANY ASKED, E IF THE EMPLOYEE   CNB24800
003600*                     OR UNION.                                   CNB24800
003700*                 H - HEARING HELD ON THE DATE.                   CNB24800
003800*                 O - OUTCOME: CODE DISM (CHARGES DISMISSED), REPRCNB24800
003900*                     (REPRIMAND), SUSP (SUSPENSION, DAYS         CNB24800
004000*                     REQUIRED)                                   CNB24800
004100*                     WITH THE RETURN-TO-SERVICE DATE, OR DSCH    CNB24800
004200*                     (DISMISSAL FROM SERVICE) WITH NO DATE.      CNB24800
004300*                 R - RETURN-TO-SERVICE DATE CHANGED.             CNB24800
004400*                 W - CASE WITHDRAWN, TEXT THE REASON.            CNB24800
004500*               AN OUTCOME OR RETURN CARD THAT SETS A RETURN DATE CNB24800
004600*               RAISES A TASK FOR THE MARK-UP.  REJECTS: USER NO  CNB24800
004700*               USER, NOCS CASE NOT ON FILE, CLSD CASE VOID,      CNB24800
004800*               WITHDRAWN OR CLOSED, TYPE BAD CARD TYPE, DATE BAD CNB24800
004900*               OR MISSING DATE, CODE BAD CODE, DAYS SUSPENSION   CNB24800
005000*               WITHOUT DAYS, HELD HEARING ALREADY HELD, HRNG NO  CNB24800
005100*               HEARING HELD YET, DCDD OUTCOME ALREADY RECORDED ORCNB24800
005200*               NO OUTCOME TO CHANGE, LATE CASE PAST A TIME LIMIT CNB24800
005300*               (THE DAILY RUN VOIDS IT).                         CNB24800
005400*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB24800
005500*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB24800
005600*                                                                 CNB24800
005700*TBD  THE TASKFILE LAYOUT IS CNB162'S - VERIFY BEFORE NEXT        CNB24800
005800*COMPILE.                                                         CNB24800
005900*                                                                 CNB24800
006000 ENVIRONMENT DIVISION.                                            CNB24800
006100 CONFIGURATION SECTION.                                           CNB24800
006200 SOURCE-COMPUTER.  IBM-370.                                       CNB24800
006300 OBJECT-COMPUTER.  IBM-370.                                       CNB24800
006400 INPUT-OUTPUT SECTION.                                            CNB24800
006500 FILE-CONTROL.                                                    CNB24800
006600     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB24800
006700            ORGANIZATION  SEQUENTIAL                              CNB24800
006800            FILE STATUS   WS-PARM-STATUS.                         CNB24800
006900     SELECT TRAN-FILE    ASSIGN TO DCTRAN                         CNB24800
007000            ORGANIZATION  SEQUENTIAL                              CNB24800
007100            FILE STATUS   WS-TRAN-STATUS.                         CNB24800
007200     SELECT DC-FILE      ASSIGN TO DCFILE                         CNB24800
007300            ORGANIZATION  INDEXED                                 CNB24800
007400            ACCESS MODE   DYNAMIC                                 CNB24800
007500            RECORD KEY    DC-KEY                                  CNB24800
007600            FILE STATUS   WS-DC-STATUS.                           CNB24800
007700     SELECT TASK-FILE    ASSIGN TO TASKFILE                       CNB24800
007800            ORGANIZATION  INDEXED                                 CNB24800
007900            ACCESS MODE   DYNAMIC                                 CNB24800
008000            RECORD KEY    TK-KEY                                  CNB24800
008100            FILE STATUS   WS-TASK-STATUS.                         CNB24800
008200     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB24800
008300            ORGANIZATION  LINE SEQUENTIAL                         CNB24800
008400            FILE STATUS   WS-RPT-STATUS.                          CNB24800
008500*                                                                 CNB24800
008600 DATA DIVISION.                                                   CNB24800
008700 FILE SECTION.                                                    CNB24800
008800 FD  PARM-FILE                                                    CNB24800
008900     RECORD CONTAINS 80 CHARACTERS.                               CNB24800
009000 01  WS-PARM-RECORD.                                              CNB24800
009100     05  PARM-FUNC                 PIC X(8).                      CNB24800
009200     05  PARM-DATE-TIME            PIC X(12).                     CNB24800
009300     05  PARM-HEARING-DAYS         PIC X(3).                      CNB24800
009400     05  PARM-DECISION-DAYS        PIC X(3).                      CNB24800
009500     05  PARM-WARN-DAYS            PIC X(3).                      CNB24800
009600     05  PARM-AHEAD-DAYS           PIC X(3).                      CNB24800
009700     05  FILLER                    PIC X(48).                     CNB24800
009800 FD  TRAN-FILE                                                    CNB24800
009900     RECORD CONTAINS 80 CHARACTERS.                               CNB24800
010000 01  DT-RECORD.                                                   CNB24800
010100     05  DT-EMP-NBR                PIC X(9).                      CNB24800
010200*    YYMMDDHHMM:                                                  CNB24800
010300     05  DT-EFF-DATE-TIME          PIC X(10).                     CNB24800
010400     05  DT-TYPE                   PIC X(1).                      CNB24800
010500         88  DT-NOTICE                   VALUE 'N'.               CNB24800
010600         88  DT-SCHEDULE                 VALUE 'S'.               CNB24800
010700         88  DT-POSTPONE                 VALUE 'P'.               CNB24800
010800         88  DT-HELD                     VALUE 'H'.               CNB24800
010900         88  DT-OUTCOME                  VALUE 'O'.               CNB24800
011000         88  DT-RETURN                   VALUE 'R'.               CNB24800
011100         88  DT-WITHDRAW                 VALUE 'W'.               CNB24800
011200     05  DT-USER                   PIC X(8).                      CNB24800
011300*    CCYYMMDD:                                                    CNB24800
011400     05  DT-DATE                   PIC X(8).                      CNB24800
011500     05  DT-TIME                   PIC X(4).                      CNB24800
011600     05  DT-CODE                   PIC X(4).                      CNB24800
011700     05  DT-DAYS                   PIC X(3).                      CNB24800
011800     05  DT-TEXT                   PIC X(33).                     CNB24800
011900 FD  DC-FILE                                                      CNB24800
012000     RECORD CONTAINS 300 CHARACTERS.                              CNB24800
012100 01  DC-RECORD.                                                   CNB24800
012200     05  DC-KEY.                                                  CNB24800
012300         10  DC-EMP-NBR            PIC X(9).                      CNB24800
012400*        YYMMDDHHMM - EFFECTIVE DATE-TIME OF THE STATUS CHANGE:   CNB24800
012500         10  DC-EFF-DATE-TIME      PIC X(10).                     CNB24800
012600     05  DC-CASE-TYPE              PIC X(1).                      CNB24800
012700         88  DC-INVESTIGATION            VALUE 'I'.               CNB24800
012800         88  DC-HELD-OUT                 VALUE 'H'.               CNB24800
012900     05  DC-REASON                 PIC X(2).                      CNB24800
013000     05  DC-EMP-NAME               PIC X(26).                     CNB24800
013100     05  DC-DIST                   PIC X(2).                      CNB24800
013200     05  DC-SDIST                  PIC X(2).                      CNB24800
013300     05  DC-CRAFT                  PIC X(2).                      CNB24800
013400     05  DC-STATUS                 PIC X(1).                      CNB24800
013500         88  DC-OPEN                     VALUE 'O'.               CNB24800
013600         88  DC-DECIDED                  VALUE 'D'.               CNB24800
013700         88  DC-VOID                     VALUE 'V'.               CNB24800
013800         88  DC-WITHDRAWN                VALUE 'W'.               CNB24800
013900         88  DC-CLOSED                   VALUE 'C'.               CNB24800
014000*    DATES CCYYMMDD:                                              CNB24800
014100     05  DC-NOTICE-DATE            PIC X(8).                      CNB24800
014200     05  DC-HEARING-DATE           PIC X(8).                      CNB24800
014300     05  DC-HEARING-TIME           PIC X(4).                      CNB24800
014400     05  DC-POSTPONE-COUNT         PIC 9(2).                      CNB24800
014500     05  DC-EXTENDED-TO            PIC X(8).                      CNB24800
014600     05  DC-HELD-DATE              PIC X(8).                      CNB24800
014700     05  DC-OUTCOME                PIC X(4).                      CNB24800
014800         88  DC-CHARGES-DISMISSED        VALUE 'DISM'.            CNB24800
014900         88  DC-REPRIMAND                VALUE 'REPR'.            CNB24800
015000         88  DC-SUSPENSION               VALUE 'SUSP'.            CNB24800
015100         88  DC-DISMISSAL                VALUE 'DSCH'.            CNB24800
015200     05  DC-SUSP-DAYS              PIC 9(3).                      CNB24800
015300     05  DC-DECISION-DATE          PIC X(8).                      CNB24800
015400     05  DC-RETURN-DATE            PIC X(8).                      CNB24800
015500*    YYMMDDHHMM - RETURN TO SERVICE POSTED BY CNP917:             CNB24800
015600     05  DC-RETURNED-DATE-TIME     PIC X(10).                     CNB24800
015700     05  DC-VOID-REASON            PIC X(20).                     CNB24800
015800     05  DC-TEXT                   PIC X(33).                     CNB24800
015900     05  DC-UPDATE-USER            PIC X(8).                      CNB24800
016000     05  DC-UPDATE-DATE-TIME       PIC X(12).                     CNB24800
016100     05  DC-OPENED-BY              PIC X(8).                      CNB24800
016200     05  FILLER                    PIC X(93).                     CNB24800
016300 FD  TASK-FILE                                                    CNB24800
016400     RECORD CONTAINS 120 CHARACTERS.                              CNB24800
016500 01  TK-RECORD.                                                   CNB24800
016600     05  TK-KEY.                                                  CNB24800
016700         10  TK-DIST               PIC X(2).                      CNB24800
016800         10  TK-SDIST              PIC X(2).                      CNB24800
016900         10  TK-DATE-TIME          PIC X(14).                     CNB24800
017000         10  TK-SEQ                PIC X(2).                      CNB24800
017100     05  TK-CATEGORY               PIC X(4).                      CNB24800
017200     05  TK-PRIORITY               PIC 9(1).                      CNB24800
017300     05  TK-STATUS                 PIC X(1).                      CNB24800
017400         88  TK-OPEN                     VALUE 'O'.               CNB24800
017500     05  TK-OWNER                  PIC X(8).                      CNB24800
017600     05  TK-COMP-DATE-TIME         PIC X(14).                     CNB24800
017700     05  TK-TEXT                   PIC X(40).                     CNB24800
017800     05  FILLER                    PIC X(32).                     CNB24800
017900 FD  RPT-FILE                                                     CNB24800
018000     RECORD CONTAINS 132 CHARACTERS.                              CNB24800
018100 01  RPT-LINE                      PIC X(132).                    CNB24800
018200*                                                                 CNB24800
018300 WORKING-STORAGE SECTION.                                         CNB24800
018400 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB24800
018500     88  WS-PARM-OK                       VALUE '00'.             CNB24800
018600 01  WS-TRAN-STATUS                PIC XX VALUE SPACES.           CNB24800
018700     88  WS-TRAN-OK                       VALUE '00'.             CNB24800
018800 01  WS-DC-STATUS                  PIC XX VALUE SPACES.           CNB24800
018900     88  WS-DC-OK                         VALUE '00'.             CNB24800
019000     88  WS-DC-NOTFND                     VALUE '23'.             CNB24800
019100 01  WS-TASK-STATUS                PIC XX VALUE SPACES.           CNB24800
019200     88  WS-TASK-OK                       VALUE '00'.             CNB24800
019300     88  WS-TASK-DUP                      VALUE '22'.             CNB24800
019400 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB24800
019500     88  WS-RPT-OK                        VALUE '00'.             CNB24800
019600 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB24800
019700 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB24800
019710 COPY WSERRLOG.                                                   CNB24800
019800 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB24800
019900     88  WS-FUNC-DAILY                    VALUE 'DAILY'.          CNB24800
020000     88  WS-FUNC-UPDATE                   VALUE 'UPDATE'.         CNB24800
020100 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB24800
020200 01  WS-RUN-DATE                   PIC X(8) VALUE SPACES.         CNB24800
020300 01  WS-HEARING-DAYS               PIC 9(3) VALUE 010.            CNB24800
020400 01  WS-DECISION-DAYS              PIC 9(3) VALUE 015.            CNB24800
020500 01  WS-WARN-DAYS                  PIC 9(3) VALUE 003.            CNB24800
020600 01  WS-AHEAD-DAYS                 PIC 9(3) VALUE 007.            CNB24800
020700 01  WS-WARN-DATE                  PIC X(8) VALUE SPACES.         CNB24800
020800 01  WS-AHEAD-DATE                 PIC X(8) VALUE SPACES.         CNB24800
020900 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB24800
021000     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB24800
021100 01  WS-PASS-SW                    PIC X  VALUE 'L'.              CNB24800
021200     88  WS-LIMIT-PASS                    VALUE 'L'.              CNB24800
021300     88  WS-HEARING-PASS                  VALUE 'H'.              CNB24800
021400 01  WS-REJ-REASON                 PIC X(4) VALUE SPACES.         CNB24800
021500*                                                                 CNB24800
021600*    THE TIME LIMIT THAT APPLIES TO AN OPEN CASE NOW - THE HEARINGCNB24800
021700*    LIMIT UNTIL THE HEARING IS HELD, THEN THE DECISION LIMIT     CNB24800
021800*                                                                 CNB24800
021900 01  WS-LIMIT-DATE                 PIC X(8) VALUE SPACES.         CNB24800
022000 01  WS-LIMIT-KIND                 PIC X(1) VALUE SPACES.         CNB24800
022100     88  WS-LIMIT-HEARING                 VALUE 'H'.              CNB24800
022200     88  WS-LIMIT-DECISION                VALUE 'D'.              CNB24800
022300     88  WS-LIMIT-NONE                    VALUE SPACE.            CNB24800
022400*                                                                 CNB24800
022500*    A DATE STEPPED FORWARD A DAY AT A TIME                       CNB24800
022600*                                                                 CNB24800
022700 01  WS-DL-DATE.                                                  CNB24800
022800     05  WS-DL-CCYY                PIC 9(4).                      CNB24800
022900     05  WS-DL-MM                  PIC 9(2).                      CNB24800
023000     05  WS-DL-DD                  PIC 9(2).                      CNB24800
023100 01  WS-DL-DATE-X REDEFINES WS-DL-DATE                            CNB24800
023200                                   PIC X(8).                      CNB24800
023300 01  WS-MONTH-DAYS                 PIC 9(2) VALUE ZEROS.          CNB24800
023400 01  WS-LEAP-QUOT                  PIC 9(4) VALUE ZEROS.          CNB24800
023500 01  WS-LEAP-REM                   PIC 9(4) VALUE ZEROS.          CNB24800
023600 01  WS-CUM-DAY-TABLE              PIC X(36) VALUE                CNB24800
023700         '000031059090120151181212243273304334'.                  CNB24800
023800 01  WS-CUM-DAY-TABLE-R REDEFINES WS-CUM-DAY-TABLE.               CNB24800
023900     05  WS-CDT-DAYS OCCURS 12 TIMES                              CNB24800
024000                                   PIC 9(3).                      CNB24800
024100 01  WS-DATE-OK-SW                 PIC X  VALUE 'N'.              CNB24800
024200     88  WS-DATE-OK                       VALUE 'Y'.              CNB24800
024300 01  WS-TASK-SEQ                   PIC 9(2) VALUE ZEROS.          CNB24800
024400 01  WS-TASK-CATEGORY              PIC X(4) VALUE SPACES.         CNB24800
024500 01  WS-TASK-PRIORITY              PIC 9(1) VALUE ZEROS.          CNB24800
024600 01  WS-TASK-TEXT                  PIC X(40) VALUE SPACES.        CNB24800
024700 01  WS-CASE-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24800
024800 01  WS-OPEN-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24800
024900 01  WS-VOID-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24800
025000 01  WS-NEAR-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24800
025100 01  WS-HEARING-COUNT              PIC 9(7) VALUE ZEROS.          CNB24800
025200 01  WS-TASK-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24800
025300 01  WS-TRAN-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24800
025400 01  WS-REJ-COUNT                  PIC 9(7) VALUE ZEROS.          CNB24800
025500 01  WS-HDR-LINE.                                                 CNB24800
025600     05  FILLER                PIC X(38)  VALUE                   CNB24800
025700         'CNB248 - INVESTIGATION / HELD-OUT CASE'.                CNB24800
025800     05  FILLER                PIC X(2)   VALUE SPACES.           CNB24800
025900     05  HDR-FUNC              PIC X(8).                          CNB24800
026000     05  FILLER                PIC X(2)   VALUE SPACES.           CNB24800
026100     05  HDR-DATE-TIME         PIC X(12).                         CNB24800
026200     05  FILLER                PIC X(11)  VALUE '  HEARING '.     CNB24800
026300     05  HDR-HEARING-DAYS      PIC ZZ9.                           CNB24800
026400     05  FILLER                PIC X(16)  VALUE                   CNB24800
026500         ' DAYS  DECISION '.                                      CNB24800
026600     05  HDR-DECISION-DAYS     PIC ZZ9.                           CNB24800
026700     05  FILLER                PIC X(5)   VALUE ' DAYS'.          CNB24800
026800     05  FILLER                PIC X(32)  VALUE SPACES.           CNB24800
026900 01  WS-TITLE-LINE.                                               CNB24800
027000     05  TTL-TEXT                  PIC X(50).                     CNB24800
027100     05  FILLER                    PIC X(82) VALUE SPACES.        CNB24800
027200 01  WS-COL-HDR-LINE.                                             CNB24800
027300     05  FILLER                    PIC X(50) VALUE                CNB24800
027400         'EMPLOYEE  NAME               BOARD    T CASE DATE '.    CNB24800
027500     05  FILLER                    PIC X(46) VALUE                CNB24800
027600         '  NOTICE   HEARING       PP HELD     LIMIT    '.        CNB24800
027700     05  FILLER                    PIC X(36) VALUE                CNB24800
027800         'STATUS         NOTE'.                                   CNB24800
027900 01  WS-CASE-LINE.                                                CNB24800
028000     05  CL-EMP-NBR                PIC X(9).                      CNB24800
028100     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24800
028200     05  CL-EMP-NAME               PIC X(18).                     CNB24800
028300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24800
028400     05  CL-DIST                   PIC X(2).                      CNB24800
028500     05  FILLER                    PIC X(1) VALUE '/'.            CNB24800
028600     05  CL-SDIST                  PIC X(2).                      CNB24800
028700     05  FILLER                    PIC X(1) VALUE '/'.            CNB24800
028800     05  CL-CRAFT                  PIC X(2).                      CNB24800
028900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24800
029000     05  CL-CASE-TYPE              PIC X(1).                      CNB24800
029100     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24800
029200     05  CL-EFF                    PIC X(11).                     CNB24800
029300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24800
029400     05  CL-NOTICE                 PIC X(8).                      CNB24800
029500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24800
029600     05  CL-HEARING                PIC X(13).                     CNB24800
029700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24800
029800     05  CL-POSTPONES              PIC Z9.                        CNB24800
029900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24800
030000     05  CL-HELD                   PIC X(8).                      CNB24800
030100     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24800
030200     05  CL-LIMIT                  PIC X(8).                      CNB24800
030300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24800
030400     05  CL-STATUS                 PIC X(14).                     CNB24800
030500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24800
030600     05  CL-NOTE                   PIC X(20).                     CNB24800
030700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24800
030800 01  WS-TRAN-HDR-LINE.                                            CNB24800
030900     05  FILLER                    PIC X(49) VALUE                CNB24800
031000         'EMPLOYEE  CASE DATE   T  USER      DATE     TIME '.     CNB24800
031100     05  FILLER                    PIC X(51) VALUE                CNB24800
031200         'CODE DAYS TEXT                              RESULT '.   CNB24800
031300     05  FILLER                    PIC X(32) VALUE SPACES.        CNB24800
031400 01  WS-TRAN-LINE.                                                CNB24800
031500     05  TL-EMP-NBR                PIC X(9).                      CNB24800
031600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24800
031700     05  TL-EFF                    PIC X(11).                     CNB24800
031800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24800
031900     05  TL-TYPE                   PIC X(1).                      CNB24800
032000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB24800
032100     05  TL-USER                   PIC X(8).                      CNB24800
032200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB24800
032300     05  TL-DATE                   PIC X(8).                      CNB24800
032400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24800
032500     05  TL-TIME                   PIC X(4).                      CNB24800
032600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24800
032700     05  TL-CODE                   PIC X(4).                      CNB24800
032800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24800
032900     05  TL-DAYS                   PIC X(3).                      CNB24800
033000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB24800
033100     05  TL-TEXT                   PIC X(33).                     CNB24800
033200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24800
033300     05  TL-RESULT                 PIC X(20).                     CNB24800
033400     05  FILLER                    PIC X(19) VALUE SPACES.        CNB24800
033500 01  WS-CNT-LINE.                                                 CNB24800
033600     05  CNT-LABEL                 PIC X(30).                     CNB24800
033700     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB24800
033800     05  FILLER                    PIC X(95) VALUE SPACES.        CNB24800
033900*                                                                 CNB24800
034000 PROCEDURE DIVISION.                                              CNB24800
034100 P0000-MAINLINE.                                                  CNB24800
034200     PERFORM P1000-INITIALIZE                                     CNB24800
034300     IF WS-FUNC-DAILY                                             CNB24800
034400        PERFORM P3000-START-CASES                                 CNB24800
034500        PERFORM P3100-CHECK-LIMITS UNTIL WS-EOF-INPUT             CNB24800
034600        SET WS-HEARING-PASS TO TRUE                               CNB24800
034700        PERFORM P3000-START-CASES                                 CNB24800
034800        PERFORM P3300-LIST-HEARING UNTIL WS-EOF-INPUT             CNB24800
034900     ELSE                                                         CNB24800
035000        PERFORM P4000-APPLY-UPDATES UNTIL WS-EOF-INPUT            CNB24800
035100     END-IF                                                       CNB24800
035200     PERFORM P9000-TERMINATE                                      CNB24800
035300     GOBACK.                                                      CNB24800
035400*                                                                 CNB24800
035500 P1000-INITIALIZE.                                                CNB24800
035600     OPEN INPUT PARM-FILE                                         CNB24800
035700     IF NOT WS-PARM-OK                                            CNB24800
035800        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB24800
035900        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB24800
036000        PERFORM P9999-GOT-PROBLEM                                 CNB24800
036100     END-IF                                                       CNB24800
036200     READ PARM-FILE                                               CNB24800
036300     IF NOT WS-PARM-OK                                            CNB24800
036400        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB24800
036500        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB24800
036600        PERFORM P9999-GOT-PROBLEM                                 CNB24800
036700     END-IF                                                       CNB24800
036800     MOVE PARM-FUNC                TO WS-FUNC                     CNB24800
036900     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB24800
037000     MOVE '20'                     TO WS-RUN-DATE (1:2)           CNB24800
037100     MOVE WS-RUN-DATE-TIME (1:6)   TO WS-RUN-DATE (3:6)           CNB24800
037200     IF PARM-HEARING-DAYS NUMERIC AND PARM-HEARING-DAYS > '000'   CNB24800
037300        MOVE PARM-HEARING-DAYS     TO WS-HEARING-DAYS             CNB24800
037400     END-IF                                                       CNB24800
037500     IF PARM-DECISION-DAYS NUMERIC                                CNB24800
037600        AND PARM-DECISION-DAYS > '000'                            CNB24800
037700        MOVE PARM-DECISION-DAYS    TO WS-DECISION-DAYS            CNB24800
037800     END-IF                                                       CNB24800
037900     IF PARM-WARN-DAYS NUMERIC                                    CNB24800
038000        MOVE PARM-WARN-DAYS        TO WS-WARN-DAYS                CNB24800
038100     END-IF                                                       CNB24800
038200     IF PARM-AHEAD-DAYS NUMERIC AND PARM-AHEAD-DAYS > '000'       CNB24800
038300        MOVE PARM-AHEAD-DAYS       TO WS-AHEAD-DAYS               CNB24800
038400     END-IF                                                       CNB24800
038500     MOVE WS-RUN-DATE              TO WS-DL-DATE-X                CNB24800
038600     PERFORM P7050-NEXT-DAY WS-WARN-DAYS TIMES                    CNB24800
038700     MOVE WS-DL-DATE-X             TO WS-WARN-DATE                CNB24800
038800     MOVE WS-RUN-DATE              TO WS-DL-DATE-X                CNB24800
038900     PERFORM P7050-NEXT-DAY WS-AHEAD-DAYS TIMES                   CNB24800
039000     MOVE WS-DL-DATE-X             TO WS-AHEAD-DATE               CNB24800
039100     CLOSE PARM-FILE                                              CNB24800
039200     IF NOT WS-FUNC-DAILY AND NOT WS-FUNC-UPDATE                  CNB24800
039300        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB24800
039400        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB24800
039500        PERFORM P9999-GOT-PROBLEM                                 CNB24800
039600     END-IF                                                       CNB24800
039700     OPEN I-O DC-FILE                                             CNB24800
039800     IF WS-DC-STATUS = '35'                                       CNB24800
039900        OPEN OUTPUT DC-FILE                                       CNB24800
040000        CLOSE DC-FILE                                             CNB24800
040100        OPEN I-O DC-FILE                                          CNB24800
040200     END-IF                                                       CNB24800
040300     IF NOT WS-DC-OK                                              CNB24800
040400        MOVE 'P1000-OPEN-DC'       TO WS-ABEND-PARAGRAPH          CNB24800
040500        MOVE WS-DC-STATUS          TO WS-ABEND-STATUS             CNB24800
040600        PERFORM P9999-GOT-PROBLEM                                 CNB24800
040700     END-IF                                                       CNB24800
040800     OPEN I-O TASK-FILE                                           CNB24800
040900     IF WS-TASK-STATUS = '35'                                     CNB24800
041000        OPEN OUTPUT TASK-FILE                                     CNB24800
041100        CLOSE TASK-FILE                                           CNB24800
041200        OPEN I-O TASK-FILE                                        CNB24800
041300     END-IF                                                       CNB24800
041400     IF NOT WS-TASK-OK                                            CNB24800
041500        MOVE 'P1000-OPEN-TASK'     TO WS-ABEND-PARAGRAPH          CNB24800
041600        MOVE WS-TASK-STATUS        TO WS-ABEND-STATUS             CNB24800
041700        PERFORM P9999-GOT-PROBLEM                                 CNB24800
041800     END-IF                                                       CNB24800
041900     IF WS-FUNC-UPDATE                                            CNB24800
042000        OPEN INPUT TRAN-FILE                                      CNB24800
042100        IF NOT WS-TRAN-OK                                         CNB24800
042200           MOVE 'P1000-OPEN-TRAN'  TO WS-ABEND-PARAGRAPH          CNB24800
042300           MOVE WS-TRAN-STATUS     TO WS-ABEND-STATUS             CNB24800
042400           PERFORM P9999-GOT-PROBLEM                              CNB24800
042500        END-IF                                                    CNB24800
042600     END-IF                                                       CNB24800
042700     OPEN OUTPUT RPT-FILE                                         CNB24800
042800     IF NOT WS-RPT-OK                                             CNB24800
042900        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB24800
043000        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB24800
043100        PERFORM P9999-GOT-PROBLEM                                 CNB24800
043200     END-IF                                                       CNB24800
043300     MOVE WS-FUNC                  TO HDR-FUNC                    CNB24800
043400     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB24800
043500     MOVE WS-HEARING-DAYS          TO HDR-HEARING-DAYS            CNB24800
043600     MOVE WS-DECISION-DAYS         TO HDR-DECISION-DAYS           CNB24800
043700     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB24800
043800     MOVE SPACES                   TO RPT-LINE                    CNB24800
043900     WRITE RPT-LINE                                               CNB24800
044000     IF WS-FUNC-UPDATE                                            CNB24800
044100        WRITE RPT-LINE FROM WS-TRAN-HDR-LINE                      CNB24800
044200     ELSE                                                         CNB24800
044300        WRITE RPT-LINE FROM WS-COL-HDR-LINE                       CNB24800
044400     END-IF.                                                      CNB24800
044500*                                                                 CNB24800
044600*    POSITION AT THE TOP OF DCFILE FOR A PASS OF THE CASES        CNB24800
044700*                                                                 CNB24800
044800 P3000-START-CASES.                                               CNB24800
044900     MOVE 'N'                      TO WS-EOF-SW                   CNB24800
045000     MOVE SPACES                   TO RPT-LINE                    CNB24800
045100     WRITE RPT-LINE                                               CNB24800
045200     MOVE SPACES                   TO TTL-TEXT                    CNB24800
045300     IF WS-LIMIT-PASS                                             CNB24800
045400        MOVE 'CASES PAST OR NEAR THE AGREEMENT TIME LIMITS'       CNB24800
045500                                   TO TTL-TEXT                    CNB24800
045600     ELSE                                                         CNB24800
045700        STRING 'HEARINGS SET FROM ' WS-RUN-DATE ' TO '            CNB24800
045800               WS-AHEAD-DATE                                      CNB24800
045900               DELIMITED BY SIZE INTO TTL-TEXT                    CNB24800
046000     END-IF                                                       CNB24800
046100     PERFORM P8000-PRINT-TITLE                                    CNB24800
046200     MOVE LOW-VALUES               TO DC-KEY                      CNB24800
046300     START DC-FILE KEY NOT < DC-KEY                               CNB24800
046400     IF NOT WS-DC-OK                                              CNB24800
046500        SET WS-EOF-INPUT TO TRUE                                  CNB24800
046600     END-IF.                                                      CNB24800
046700*                                                                 CNB24800
046800*    AN OPEN CASE PAST ITS LIMIT IS VOID - THE EMPLOYEE IS TO BE  CNB24800
046900*    MARKED UP.  ONE INSIDE THE WARNING DAYS IS LISTED AS NEAR.   CNB24800
047000*                                                                 CNB24800
047100 P3100-CHECK-LIMITS.                                              CNB24800
047200     PERFORM P3900-READ-NEXT-CASE                                 CNB24800
047300     IF NOT WS-EOF-INPUT                                          CNB24800
047400        ADD 1 TO WS-CASE-COUNT                                    CNB24800
047500        IF DC-OPEN                                                CNB24800
047600           ADD 1 TO WS-OPEN-COUNT                                 CNB24800
047700           PERFORM P8400-CASE-LIMIT                               CNB24800
047800           IF NOT WS-LIMIT-NONE                                   CNB24800
047900              IF WS-LIMIT-DATE < WS-RUN-DATE                      CNB24800
048000                 PERFORM P3200-VOID-CASE                          CNB24800
048100              ELSE                                                CNB24800
048200                 IF WS-LIMIT-DATE NOT > WS-WARN-DATE              CNB24800
048300                    ADD 1 TO WS-NEAR-COUNT                        CNB24800
048400                    PERFORM P8100-FORMAT-CASE                     CNB24800
048500                    IF WS-LIMIT-HEARING                           CNB24800
048600                       MOVE 'NEAR - HEARING' TO CL-STATUS         CNB24800
048700                    ELSE                                          CNB24800
048800                       MOVE 'NEAR - DECISION' TO CL-STATUS        CNB24800
048900                    END-IF                                        CNB24800
049000                    WRITE RPT-LINE FROM WS-CASE-LINE              CNB24800
049100                 END-IF                                           CNB24800
049200              END-IF                                              CNB24800
049300           END-IF                                                 CNB24800
049400        END-IF                                                    CNB24800
049500     END-IF.                                                      CNB24800
049600*                                                                 CNB24800
049700 P3200-VOID-CASE.                                                 CNB24800
049800     ADD 1 TO WS-VOID-COUNT                                       CNB24800
049900     SET DC-VOID TO TRUE                                          CNB24800
050000     IF WS-LIMIT-HEARING                                          CNB24800
050100        MOVE 'NO HEARING IN TIME'  TO DC-VOID-REASON              CNB24800
050200     ELSE                                                         CNB24800
050300        MOVE 'NO DECISION IN TIME' TO DC-VOID-REASON              CNB24800
050400     END-IF                                                       CNB24800
050500     MOVE 'CNB248'                 TO DC-UPDATE-USER              CNB24800
050600     MOVE WS-RUN-DATE-TIME         TO DC-UPDATE-DATE-TIME         CNB24800
050700     REWRITE DC-RECORD                                            CNB24800
050800     IF NOT WS-DC-OK                                              CNB24800
050900        MOVE 'P3200-REWRITE'       TO WS-ABEND-PARAGRAPH          CNB24800
051000        MOVE WS-DC-STATUS          TO WS-ABEND-STATUS             CNB24800
051100        PERFORM P9999-GOT-PROBLEM                                 CNB24800
051200     END-IF                                                       CNB24800
051300     MOVE 'DCVD'                   TO WS-TASK-CATEGORY            CNB24800
051400     MOVE 1                        TO WS-TASK-PRIORITY            CNB24800
051500     MOVE SPACES                   TO WS-TASK-TEXT                CNB24800
051600     STRING 'DISCIPLINE VOID - MARK UP EMP ' DC-EMP-NBR           CNB24800
051700            DELIMITED BY SIZE INTO WS-TASK-TEXT                   CNB24800
051800     PERFORM P8300-WRITE-TASK                                     CNB24800
051900     PERFORM P8100-FORMAT-CASE                                    CNB24800
052000     MOVE 'VOID - PAST'            TO CL-STATUS                   CNB24800
052100     MOVE DC-VOID-REASON           TO CL-NOTE                     CNB24800
052200     WRITE RPT-LINE FROM WS-CASE-LINE.                            CNB24800
052300*                                                                 CNB24800
052400 P3300-LIST-HEARING.                                              CNB24800
052500     PERFORM P3900-READ-NEXT-CASE                                 CNB24800
052600     IF NOT WS-EOF-INPUT                                          CNB24800
052700        AND DC-OPEN                                               CNB24800
052800        AND DC-HELD-DATE = SPACES                                 CNB24800
052900        AND DC-HEARING-DATE NOT < WS-RUN-DATE                     CNB24800
053000        AND DC-HEARING-DATE NOT > WS-AHEAD-DATE                   CNB24800
053100        ADD 1 TO WS-HEARING-COUNT                                 CNB24800
053200        PERFORM P8400-CASE-LIMIT                                  CNB24800
053300        PERFORM P8100-FORMAT-CASE                                 CNB24800
053400        IF DC-POSTPONE-COUNT > ZEROS                              CNB24800
053500           MOVE 'POSTPONED'        TO CL-STATUS                   CNB24800
053600        ELSE                                                      CNB24800
053700           MOVE 'SET'              TO CL-STATUS                   CNB24800
053800        END-IF                                                    CNB24800
053900        MOVE DC-TEXT               TO CL-NOTE                     CNB24800
054000        WRITE RPT-LINE FROM WS-CASE-LINE                          CNB24800
054100     END-IF.                                                      CNB24800
054200*                                                                 CNB24800
054300 P3900-READ-NEXT-CASE.                                            CNB24800
054400     READ DC-FILE NEXT                                            CNB24800
054500          AT END                                                  CNB24800
054600             SET WS-EOF-INPUT TO TRUE                             CNB24800
054700     END-READ                                                     CNB24800
054800     IF NOT WS-EOF-INPUT AND NOT WS-DC-OK                         CNB24800
054900        MOVE 'P3900-READ-DC'       TO WS-ABEND-PARAGRAPH          CNB24800
055000        MOVE WS-DC-STATUS          TO WS-ABEND-STATUS             CNB24800
055100        PERFORM P9999-GOT-PROBLEM                                 CNB24800
055200     END-IF.                                                      CNB24800
055300*                                                                 CNB24800
055400 P4000-APPLY-UPDATES.                                             CNB24800
055500     READ TRAN-FILE                                               CNB24800
055600          AT END                                                  CNB24800
055700             SET WS-EOF-INPUT TO TRUE                             CNB24800
055800     END-READ                                                     CNB24800
055900     IF NOT WS-EOF-INPUT                                          CNB24800
056000        PERFORM P4100-EDIT-UPDATE                                 CNB24800
056100        MOVE DT-EMP-NBR            TO TL-EMP-NBR                  CNB24800
056200        MOVE SPACES                TO TL-EFF                      CNB24800
056300        STRING DT-EFF-DATE-TIME (1:6) '-' DT-EFF-DATE-TIME (7:4)  CNB24800
056400               DELIMITED BY SIZE INTO TL-EFF                      CNB24800
056500        MOVE DT-TYPE               TO TL-TYPE                     CNB24800
056600        MOVE DT-USER               TO TL-USER                     CNB24800
056700        MOVE DT-DATE               TO TL-DATE                     CNB24800
056800        MOVE DT-TIME               TO TL-TIME                     CNB24800
056900        MOVE DT-CODE               TO TL-CODE                     CNB24800
057000        MOVE DT-DAYS               TO TL-DAYS                     CNB24800
057100        MOVE DT-TEXT               TO TL-TEXT                     CNB24800
057200        IF WS-REJ-REASON = SPACES                                 CNB24800
057300           PERFORM P4200-POST-UPDATE                              CNB24800
057400        ELSE                                                      CNB24800
057500           ADD 1 TO WS-REJ-COUNT                                  CNB24800
057600           MOVE SPACES             TO TL-RESULT                   CNB24800
057700           STRING 'REJECTED ' WS-REJ-REASON                       CNB24800
057800                  DELIMITED BY SIZE INTO TL-RESULT                CNB24800
057900        END-IF                                                    CNB24800
058000        WRITE RPT-LINE FROM WS-TRAN-LINE                          CNB24800
058100     END-IF.                                                      CNB24800
058200*                                                                 CNB24800
058300 P4100-EDIT-UPDATE.                                               CNB24800
058400     MOVE SPACES                   TO WS-REJ-REASON               CNB24800
058500     MOVE DT-EMP-NBR               TO DC-EMP-NBR                  CNB24800
058600     MOVE DT-EFF-DATE-TIME         TO DC-EFF-DATE-TIME            CNB24800
058700     READ DC-FILE                                                 CNB24800
058800     MOVE DT-DATE                  TO WS-DL-DATE-X                CNB24800
058900     PERFORM P7100-CHECK-DATE                                     CNB24800
059000     EVALUATE TRUE                                                CNB24800
059100        WHEN DT-USER = SPACES                                     CNB24800
059200             MOVE 'USER'           TO WS-REJ-REASON               CNB24800
059300        WHEN NOT WS-DC-OK                                         CNB24800
059400             MOVE 'NOCS'           TO WS-REJ-REASON               CNB24800
059500        WHEN NOT DC-OPEN AND NOT DC-DECIDED                       CNB24800
059600             MOVE 'CLSD'           TO WS-REJ-REASON               CNB24800
059700        WHEN NOT DT-NOTICE AND NOT DT-SCHEDULE                    CNB24800
059800             AND NOT DT-POSTPONE AND NOT DT-HELD                  CNB24800
059900             AND NOT DT-OUTCOME AND NOT DT-RETURN                 CNB24800
060000             AND NOT DT-WITHDRAW                                  CNB24800
060100             MOVE 'TYPE'           TO WS-REJ-REASON               CNB24800
060200        WHEN DT-RETURN AND NOT DC-DECIDED                         CNB24800
060300             MOVE 'DCDD'           TO WS-REJ-REASON               CNB24800
060400        WHEN DT-RETURN                                            CNB24800
060500             AND (DC-DISMISSAL OR NOT WS-DATE-OK)                 CNB24800
060600             MOVE 'DATE'           TO WS-REJ-REASON               CNB24800
060700        WHEN DT-RETURN OR DT-WITHDRAW                             CNB24800
060800             CONTINUE                                             CNB24800
060900        WHEN DC-DECIDED                                           CNB24800
061000             MOVE 'DCDD'           TO WS-REJ-REASON               CNB24800
061100        WHEN OTHER                                                CNB24800
061200             PERFORM P4110-EDIT-OPEN-CASE                         CNB24800
061300     END-EVALUATE.                                                CNB24800
061400*                                                                 CNB24800
061500*    CARDS THAT MOVE AN OPEN CASE ALONG.  A CASE ALREADY PAST ITS CNB24800
061600*    LIMIT TAKES NO MORE CARDS - THE DAILY RUN VOIDS IT.          CNB24800
061700*                                                                 CNB24800
061800 P4110-EDIT-OPEN-CASE.                                            CNB24800
061900     PERFORM P8400-CASE-LIMIT                                     CNB24800
062000     EVALUATE TRUE                                                CNB24800
062100        WHEN NOT WS-LIMIT-NONE                                    CNB24800
062200             AND WS-LIMIT-DATE < WS-RUN-DATE                      CNB24800
062300             MOVE 'LATE'           TO WS-REJ-REASON               CNB24800
062400        WHEN DT-OUTCOME                                           CNB24800
062500             AND DT-CODE NOT = 'DISM' AND DT-CODE NOT = 'REPR'    CNB24800
062600             AND DT-CODE NOT = 'SUSP' AND DT-CODE NOT = 'DSCH'    CNB24800
062700             MOVE 'CODE'           TO WS-REJ-REASON               CNB24800
062800        WHEN DT-OUTCOME AND DT-CODE = 'DSCH'                      CNB24800
062900             AND DT-DATE NOT = SPACES                             CNB24800
063000             MOVE 'DATE'           TO WS-REJ-REASON               CNB24800
063100        WHEN DT-OUTCOME AND DT-CODE NOT = 'DSCH'                  CNB24800
063200             AND NOT WS-DATE-OK                                   CNB24800
063300             MOVE 'DATE'           TO WS-REJ-REASON               CNB24800
063400        WHEN DT-OUTCOME AND DT-CODE = 'SUSP'                      CNB24800
063500             AND (DT-DAYS NOT NUMERIC OR DT-DAYS = '000')         CNB24800
063600             MOVE 'DAYS'           TO WS-REJ-REASON               CNB24800
063700        WHEN DT-OUTCOME AND DT-CODE NOT = 'DISM'                  CNB24800
063800             AND DC-HELD-DATE = SPACES                            CNB24800
063900             MOVE 'HRNG'           TO WS-REJ-REASON               CNB24800
064000        WHEN DT-OUTCOME                                           CNB24800
064100             CONTINUE                                             CNB24800
064200        WHEN NOT WS-DATE-OK                                       CNB24800
064300             MOVE 'DATE'           TO WS-REJ-REASON               CNB24800
064400        WHEN (DT-SCHEDULE OR DT-POSTPONE OR DT-HELD)              CNB24800
064500             AND DC-HELD-DATE NOT = SPACES                        CNB24800
064600             MOVE 'HELD'           TO WS-REJ-REASON               CNB24800
064700        WHEN (DT-SCHEDULE OR DT-POSTPONE)                         CNB24800
064800             AND DT-TIME NOT NUMERIC                              CNB24800
064900             MOVE 'DATE'           TO WS-REJ-REASON               CNB24800
065000        WHEN DT-POSTPONE                                          CNB24800
065100             AND DT-CODE NOT = 'C' AND DT-CODE NOT = 'E'          CNB24800
065200             MOVE 'CODE'           TO WS-REJ-REASON               CNB24800
065300        WHEN OTHER                                                CNB24800
065400             CONTINUE                                             CNB24800
065500     END-EVALUATE.                                                CNB24800
065600*                                                                 CNB24800
065700 P4200-POST-UPDATE.                                               CNB24800
065800     EVALUATE TRUE                                                CNB24800
065900        WHEN DT-NOTICE                                            CNB24800
066000             MOVE DT-DATE          TO DC-NOTICE-DATE              CNB24800
066100             MOVE 'NOTICE DATE SET' TO TL-RESULT                  CNB24800
066200        WHEN DT-SCHEDULE                                          CNB24800
066300             MOVE DT-DATE          TO DC-HEARING-DATE             CNB24800
066400             MOVE DT-TIME          TO DC-HEARING-TIME             CNB24800
066500             MOVE 'HEARING SET'    TO TL-RESULT                   CNB24800
066600        WHEN DT-POSTPONE                                          CNB24800
066700             MOVE DT-DATE          TO DC-HEARING-DATE             CNB24800
066800             MOVE DT-TIME          TO DC-HEARING-TIME             CNB24800
066900             IF DC-POSTPONE-COUNT < 99                            CNB24800
067000                ADD 1 TO DC-POSTPONE-COUNT                        CNB24800
067100             END-IF                                               CNB24800
067200             IF DT-CODE = 'E' AND DT-DATE > DC-EXTENDED-TO        CNB24800
067300                MOVE DT-DATE       TO DC-EXTENDED-TO              CNB24800
067400                MOVE 'POSTPONED - LIMIT EXT' TO TL-RESULT         CNB24800
067500             ELSE                                                 CNB24800
067600                MOVE 'POSTPONED'   TO TL-RESULT                   CNB24800
067700             END-IF                                               CNB24800
067800        WHEN DT-HELD                                              CNB24800
067900             MOVE DT-DATE          TO DC-HELD-DATE                CNB24800
068000             MOVE 'HEARING HELD'   TO TL-RESULT                   CNB24800
068100        WHEN DT-OUTCOME                                           CNB24800
068200             PERFORM P4300-POST-OUTCOME                           CNB24800
068300        WHEN DT-RETURN                                            CNB24800
068400             MOVE DT-DATE          TO DC-RETURN-DATE              CNB24800
068500             MOVE 'RETURN DATE CHANGED' TO TL-RESULT              CNB24800
068600             PERFORM P4400-RETURN-TASK                            CNB24800
068700        WHEN OTHER                                                CNB24800
068800             SET DC-WITHDRAWN TO TRUE                             CNB24800
068900             MOVE 'CASE WITHDRAWN' TO TL-RESULT                   CNB24800
069000     END-EVALUATE                                                 CNB24800
069100     IF DT-TEXT NOT = SPACES                                      CNB24800
069200        MOVE DT-TEXT               TO DC-TEXT                     CNB24800
069300     END-IF                                                       CNB24800
069400     MOVE DT-USER                  TO DC-UPDATE-USER              CNB24800
069500     MOVE WS-RUN-DATE-TIME         TO DC-UPDATE-DATE-TIME         CNB24800
069600     REWRITE DC-RECORD                                            CNB24800
069700     IF NOT WS-DC-OK                                              CNB24800
069800        MOVE 'P4200-REWRITE'       TO WS-ABEND-PARAGRAPH          CNB24800
069900        MOVE WS-DC-STATUS          TO WS-ABEND-STATUS             CNB24800
070000        PERFORM P9999-GOT-PROBLEM                                 CNB24800
070100     END-IF                                                       CNB24800
070200     ADD 1 TO WS-TRAN-COUNT.                                      CNB24800
070300*                                                                 CNB24800
070400 P4300-POST-OUTCOME.                                              CNB24800
070500     SET DC-DECIDED TO TRUE                                       CNB24800
070600     MOVE DT-CODE                  TO DC-OUTCOME                  CNB24800
070700     MOVE WS-RUN-DATE              TO DC-DECISION-DATE            CNB24800
070800     IF DC-SUSPENSION                                             CNB24800
070900        MOVE DT-DAYS               TO DC-SUSP-DAYS                CNB24800
071000     ELSE                                                         CNB24800
071100        MOVE ZEROS                 TO DC-SUSP-DAYS                CNB24800
071200     END-IF                                                       CNB24800
071300     MOVE 'OUTCOME RECORDED'       TO TL-RESULT                   CNB24800
071400     IF DT-DATE NOT = SPACES                                      CNB24800
071500        MOVE DT-DATE               TO DC-RETURN-DATE              CNB24800
071600        PERFORM P4400-RETURN-TASK                                 CNB24800
071700     END-IF.                                                      CNB24800
071800*                                                                 CNB24800
071900 P4400-RETURN-TASK.                                               CNB24800
072000     MOVE 'RTS '                   TO WS-TASK-CATEGORY            CNB24800
072100     MOVE 2                        TO WS-TASK-PRIORITY            CNB24800
072200     MOVE SPACES                   TO WS-TASK-TEXT                CNB24800
072300     STRING 'RETURN TO SVC ' DC-RETURN-DATE ' EMP '               CNB24800
072400            DC-EMP-NBR                                            CNB24800
072500            DELIMITED BY SIZE INTO WS-TASK-TEXT                   CNB24800
072600     PERFORM P8300-WRITE-TASK.                                    CNB24800
072700*                                                                 CNB24800
072800*    WS-DL-DATE TO THE FOLLOWING CALENDAR DAY                     CNB24800
072900*                                                                 CNB24800
073000 P7050-NEXT-DAY.                                                  CNB24800
073100     PERFORM P7060-MONTH-DAYS                                     CNB24800
073200     ADD 1 TO WS-DL-DD                                            CNB24800
073300     IF WS-DL-DD > WS-MONTH-DAYS                                  CNB24800
073400        MOVE 01                    TO WS-DL-DD                    CNB24800
073500        ADD 1 TO WS-DL-MM                                         CNB24800
073600        IF WS-DL-MM > 12                                          CNB24800
073700           MOVE 01                 TO WS-DL-MM                    CNB24800
073800           ADD 1 TO WS-DL-CCYY                                    CNB24800
073900        END-IF                                                    CNB24800
074000     END-IF.                                                      CNB24800
074100*                                                                 CNB24800
074200 P7060-MONTH-DAYS.                                                CNB24800
074300     IF WS-DL-MM = 12                                             CNB24800
074400        MOVE 31                    TO WS-MONTH-DAYS               CNB24800
074500     ELSE                                                         CNB24800
074600        COMPUTE WS-MONTH-DAYS = WS-CDT-DAYS (WS-DL-MM + 1)        CNB24800
074700                              - WS-CDT-DAYS (WS-DL-MM)            CNB24800
074800        IF WS-DL-MM = 02                                          CNB24800
074900           DIVIDE WS-DL-CCYY BY 4                                 CNB24800
075000                  GIVING WS-LEAP-QUOT                             CNB24800
075100                  REMAINDER WS-LEAP-REM                           CNB24800
075200           IF WS-LEAP-REM = ZEROS                                 CNB24800
075300              ADD 1 TO WS-MONTH-DAYS                              CNB24800
075400           END-IF                                                 CNB24800
075500        END-IF                                                    CNB24800
075600     END-IF.                                                      CNB24800
075700*                                                                 CNB24800
075800*    IS WS-DL-DATE A REAL CCYYMMDD DATE                           CNB24800
075900*                                                                 CNB24800
076000 P7100-CHECK-DATE.                                                CNB24800
076100     MOVE 'N'                      TO WS-DATE-OK-SW               CNB24800
076200     IF WS-DL-DATE-X NUMERIC                                      CNB24800
076300        AND WS-DL-MM > 00 AND WS-DL-MM < 13                       CNB24800
076400        AND WS-DL-DD > 00                                         CNB24800
076500        PERFORM P7060-MONTH-DAYS                                  CNB24800
076600        IF WS-DL-DD NOT > WS-MONTH-DAYS                           CNB24800
076700           SET WS-DATE-OK TO TRUE                                 CNB24800
076800        END-IF                                                    CNB24800
076900     END-IF.                                                      CNB24800
077000*                                                                 CNB24800
077100 P8000-PRINT-TITLE.                                               CNB24800
077200     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB24800
077300     MOVE SPACES                   TO RPT-LINE                    CNB24800
077400     WRITE RPT-LINE.                                              CNB24800
077500*                                                                 CNB24800
077600*    CASE IN DC-RECORD TO THE REPORT LINE                         CNB24800
077700*                                                                 CNB24800
077800 P8100-FORMAT-CASE.                                               CNB24800
077900     MOVE DC-EMP-NBR               TO CL-EMP-NBR                  CNB24800
078000     MOVE DC-EMP-NAME              TO CL-EMP-NAME                 CNB24800
078100     MOVE DC-DIST                  TO CL-DIST                     CNB24800
078200     MOVE DC-SDIST                 TO CL-SDIST                    CNB24800
078300     MOVE DC-CRAFT                 TO CL-CRAFT                    CNB24800
078400     MOVE DC-CASE-TYPE             TO CL-CASE-TYPE                CNB24800
078500     MOVE DC-NOTICE-DATE           TO CL-NOTICE                   CNB24800
078600     MOVE DC-POSTPONE-COUNT        TO CL-POSTPONES                CNB24800
078700     MOVE DC-HELD-DATE             TO CL-HELD                     CNB24800
078800     MOVE WS-LIMIT-DATE            TO CL-LIMIT                    CNB24800
078900     MOVE SPACES                   TO CL-EFF                      CNB24800
079000                                      CL-HEARING                  CNB24800
079100                                      CL-STATUS                   CNB24800
079200                                      CL-NOTE                     CNB24800
079300     STRING DC-EFF-DATE-TIME (1:6) '-' DC-EFF-DATE-TIME (7:4)     CNB24800
079400            DELIMITED BY SIZE INTO CL-EFF                         CNB24800
079500     IF DC-HEARING-DATE NOT = SPACES                              CNB24800
079600        STRING DC-HEARING-DATE '-' DC-HEARING-TIME                CNB24800
079700               DELIMITED BY SIZE INTO CL-HEARING                  CNB24800
079800     END-IF.                                                      CNB24800
079900*                                                                 CNB24800
080000 P8300-WRITE-TASK.                                                CNB24800
080100     ADD 1 TO WS-TASK-COUNT                                       CNB24800
080200     MOVE ZEROS                    TO WS-TASK-SEQ                 CNB24800
080300     MOVE SPACES                   TO TK-RECORD                   CNB24800
080400     MOVE DC-DIST                  TO TK-DIST                     CNB24800
080500     MOVE DC-SDIST                 TO TK-SDIST                    CNB24800
080600     MOVE '20'                     TO TK-DATE-TIME (1:2)          CNB24800
080700     MOVE WS-RUN-DATE-TIME         TO TK-DATE-TIME (3:12)         CNB24800
080800     MOVE WS-TASK-CATEGORY         TO TK-CATEGORY                 CNB24800
080900     MOVE WS-TASK-PRIORITY         TO TK-PRIORITY                 CNB24800
081000     SET TK-OPEN TO TRUE                                          CNB24800
081100     MOVE WS-TASK-TEXT             TO TK-TEXT                     CNB24800
081200     PERFORM P8310-TRY-WRITE-TASK                                 CNB24800
081300     PERFORM P8320-BUMP-TASK-SEQ                                  CNB24800
081400             UNTIL NOT WS-TASK-DUP                                CNB24800
081500                OR WS-TASK-SEQ > 98                               CNB24800
081600     IF NOT WS-TASK-OK                                            CNB24800
081700        MOVE 'P8300-WR-TASK'       TO WS-ABEND-PARAGRAPH          CNB24800
081800        MOVE WS-TASK-STATUS        TO WS-ABEND-STATUS             CNB24800
081900        PERFORM P9999-GOT-PROBLEM                                 CNB24800
082000     END-IF.                                                      CNB24800
082100*                                                                 CNB24800
082200 P8310-TRY-WRITE-TASK.                                            CNB24800
082300     MOVE WS-TASK-SEQ              TO TK-SEQ                      CNB24800
082400     WRITE TK-RECORD                                              CNB24800
082500     IF WS-TASK-DUP                                               CNB24800
082600        CONTINUE                                                  CNB24800
082700     ELSE                                                         CNB24800
082800        IF NOT WS-TASK-OK                                         CNB24800
082900           MOVE 'P8310-WR-TASK'    TO WS-ABEND-PARAGRAPH          CNB24800
083000           MOVE WS-TASK-STATUS     TO WS-ABEND-STATUS             CNB24800
083100           PERFORM P9999-GOT-PROBLEM                              CNB24800
083200        END-IF                                                    CNB24800
083300     END-IF.                                                      CNB24800
083400*                                                                 CNB24800
083500 P8320-BUMP-TASK-SEQ.                                             CNB24800
083600     ADD 1 TO WS-TASK-SEQ                                         CNB24800
083700     PERFORM P8310-TRY-WRITE-TASK.                                CNB24800
083800*                                                                 CNB24800
083900*    THE LIMIT THAT GOVERNS THE OPEN CASE IN DC-RECORD: HEARING BYCNB24800
084000*    NOTICE DATE + HEARING DAYS (OR THE EMPLOYEE-REQUESTED        CNB24800
084100*    POSTPONEMENT DATE IF LATER) UNTIL THE HEARING IS HELD, THEN  CNB24800
084200*    DECISION BY HEARING DATE + DECISION DAYS.  NO NOTICE DATE,   CNB24800
084300*    NO LIMIT YET.                                                CNB24800
084400*                                                                 CNB24800
084500 P8400-CASE-LIMIT.                                                CNB24800
084600     MOVE SPACES                   TO WS-LIMIT-DATE               CNB24800
084700                                      WS-LIMIT-KIND               CNB24800
084800     IF DC-HELD-DATE NOT = SPACES                                 CNB24800
084900        MOVE DC-HELD-DATE          TO WS-DL-DATE-X                CNB24800
085000        PERFORM P7050-NEXT-DAY WS-DECISION-DAYS TIMES             CNB24800
085100        MOVE WS-DL-DATE-X          TO WS-LIMIT-DATE               CNB24800
085200        SET WS-LIMIT-DECISION TO TRUE                             CNB24800
085300     ELSE                                                         CNB24800
085400        IF DC-NOTICE-DATE NOT = SPACES                            CNB24800
085500           MOVE DC-NOTICE-DATE     TO WS-DL-DATE-X                CNB24800
085600           PERFORM P7050-NEXT-DAY WS-HEARING-DAYS TIMES           CNB24800
085700           MOVE WS-DL-DATE-X       TO WS-LIMIT-DATE               CNB24800
085800           IF DC-EXTENDED-TO > WS-LIMIT-DATE                      CNB24800
085900              MOVE DC-EXTENDED-TO  TO WS-LIMIT-DATE               CNB24800
086000           END-IF                                                 CNB24800
086100           SET WS-LIMIT-HEARING TO TRUE                           CNB24800
086200        END-IF                                                    CNB24800
086300     END-IF.                                                      CNB24800
086400*                                                                 CNB24800
086500 P9000-TERMINATE.                                                 CNB24800
086600     MOVE SPACES                   TO RPT-LINE                    CNB24800
086700     WRITE RPT-LINE                                               CNB24800
086800     IF WS-FUNC-DAILY                                             CNB24800
086900        MOVE 'CASES ON FILE .............' TO CNT-LABEL           CNB24800
087000        MOVE WS-CASE-COUNT         TO CNT-VALUE                   CNB24800
087100        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB24800
087200        MOVE 'OPEN CASES ................' TO CNT-LABEL           CNB24800
087300        MOVE WS-OPEN-COUNT         TO CNT-VALUE                   CNB24800
087400        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB24800
087500        MOVE 'VOIDED - PAST TIME LIMIT ..' TO CNT-LABEL           CNB24800
087600        MOVE WS-VOID-COUNT         TO CNT-VALUE                   CNB24800
087700        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB24800
087800        MOVE 'NEAR A TIME LIMIT .........' TO CNT-LABEL           CNB24800
087900        MOVE WS-NEAR-COUNT         TO CNT-VALUE                   CNB24800
088000        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB24800
088100        MOVE 'HEARINGS COMING UP ........' TO CNT-LABEL           CNB24800
088200        MOVE WS-HEARING-COUNT      TO CNT-VALUE                   CNB24800
088300        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB24800
088400     ELSE                                                         CNB24800
088500        MOVE 'UPDATES APPLIED ...........' TO CNT-LABEL           CNB24800
088600        MOVE WS-TRAN-COUNT         TO CNT-VALUE                   CNB24800
088700        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB24800
088800        MOVE 'UPDATES REJECTED ..........' TO CNT-LABEL           CNB24800
088900        MOVE WS-REJ-COUNT          TO CNT-VALUE                   CNB24800
089000        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB24800
089100        CLOSE TRAN-FILE                                           CNB24800
089200     END-IF                                                       CNB24800
089300     MOVE 'TASKS RAISED ..............' TO CNT-LABEL              CNB24800
089400     MOVE WS-TASK-COUNT            TO CNT-VALUE                   CNB24800
089500     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB24800
089600     CLOSE DC-FILE                                                CNB24800
089700           TASK-FILE                                              CNB24800
089800           RPT-FILE.                                              CNB24800
089900*                                                                 CNB24800
090000 P9999-GOT-PROBLEM.                                               CNB24800
090010     MOVE 'CNB248'                 TO XE-PROGRAM                  CNB24800
090020     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB24800
090030     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB24800
090040     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB24800
090100     DISPLAY 'CNB248 ABEND IN ' WS-ABEND-PARAGRAPH                CNB24800
090200              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB24800
090300     MOVE 16 TO RETURN-CODE                                       CNB24800
090400     GOBACK.                                                      CNB24800
