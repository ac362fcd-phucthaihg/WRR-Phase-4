000100 IDENTIFICATION DIVISION.                                         CNB24200
000200 PROGRAM-ID. CNB242.                                              CNB24200
000300*AUTHOR.     JMC.                                                 CNB24200
000400*DATE-WRITTEN. 10/15/26.                                          CNB24200
000500*REMARKS.                                                         CNB24200
000600*    VACATION PAY-IN-LIEU ELECTION PROCESSING AND LIABILITY       CNB24200
000700*    REPORT.  CNP917 RECOGNIZES P917-PAY-IN-LIEU AND SKIPS THE    CNB24200
000800*    LAYOFF AND BOARD MOVEMENT FOR IT, BUT THE ELECTION ITSELF -  CNB24200
000900*    TO BE PAID INSTEAD OF TAKING A VACATION WEEK - WAS A PAPER   CNB24200
001000*    FORM AND THE YEAR-END ACCRUAL WAS A GUESS.  THE PILFILE      CNB24200
001100*    BUILT HERE CARRIES ONE ELECTION PER EMPLOYEE AND YEAR WITH   CNB24200
001200*    THE WEEKS ELECTED, THE APPROVAL, THE PRICED AMOUNT AND       CNB24200
001300*    WHETHER IT HAS BEEN PAID.  THE WEEK IS PRICED THE WAY        CNB24200
001400*    P2606-GET-RATES PRICES IT: THE JOB TYPE AND RATE CODE COME   CNB24200
001500*    FROM THE POOL CONTROL RECORD (CNTL 03) FOR A POOL TURN,      CNB24200
001600*    THE EXTRABOARD CONTROL RECORD (CNTL 08) FOR AN EXTRABOARD    CNB24200
001700*    AND THE TRCN RECORD (TRCNKEY3) FOR AN ASSIGNED JOB, USING    CNB24200
001800*    THE EMPLOYEE'S LAST-JOB-ASG.  FUNCTIONS FROM THE PARM CARD:  CNB24200
001900*      ELECT   - PILTRAN CARDS (EMPLOYEE, YEAR, WEEKS): RECORDS   CNB24200
002000*                OR REPLACES THE ELECTION AND PRICES IT.  AN      CNB24200
002100*                ELECTION ALREADY APPROVED IS NOT REPLACED.       CNB24200
002200*      APPROVE - PILTRAN CARDS (EMPLOYEE, YEAR, APPROVER): THE    CNB24200
002300*                WEEKS ELECTED MAY NOT EXCEED THE AGREEMENT LIMIT CNB24200
002400*                (PARM MAX-WEEKS, DEFAULT 2) NOR THE VACATION     CNB24200
002500*                WEEKS AWARDED FOR THE YEAR ON VACEMP.  THE       CNB24200
002600*                ELECTION IS REPRICED AND APPROVED, OR REJECTED   CNB24200
002700*                WITH THE REASON KEPT ON THE RECORD.              CNB24200
002800*      PAY     - PILTRAN CARDS FOR APPROVED ELECTIONS NOW BEING   CNB24200
002900*                PAID: WRITES THE TIMESLIP (EARN TYPE PL) IN THE  CNB24200
003000*                EXTRACT SHAPE CNB208 USES AND MARKS THE ELECTION CNB24200
003100*                PAID IN THE PARM PAY PERIOD.                     CNB24200
003200*      REPORT  - YEAR-TO-DATE LIABILITY FOR THE PARM YEAR BY      CNB24200
003300*                DISTRICT AND CRAFT: ELECTIONS PENDING APPROVAL,  CNB24200
003400*                APPROVED BUT UNPAID, PAID, AND THE OUTSTANDING   CNB24200
003500*                LIABILITY (PENDING PLUS APPROVED UNPAID) FOR THE CNB24200
003600*                FINANCE ACCRUAL.                                 CNB24200
003700*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB24200
003800*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB24200
003900*                                                                 CNB24200
004000*TBD  THE CNTL RECORD IS THE FAMILY/IDENT SHAPE CNB137 CARRIES;   CNB24200
004100*THE JOB TYPE AND RATE CODE ARE TAKEN AS THE FIRST THREE BYTES    CNB24200
004200*OF CN-DATA FOR FAMILIES 03 AND 08 AND OF THE TRCN DATA AREA.     CNB24200
004300*THE DOLLAR DAY RATE BEHIND A JOB TYPE AND RATE CODE IS HELD BY   CNB24200
004400*PAYROLL; PILRATE IS TAKEN AS PAYROLL'S RATE-TABLE EXTRACT.       CNB24200
004500*VERIFY BEFORE NEXT COMPILE.                                      CNB24200
004600*                                                                 CNB24200
004700 ENVIRONMENT DIVISION.                                            CNB24200
004800 CONFIGURATION SECTION.                                           CNB24200
004900 SOURCE-COMPUTER.  IBM-370.                                       CNB24200
005000 OBJECT-COMPUTER.  IBM-370.                                       CNB24200
005100 INPUT-OUTPUT SECTION.                                            CNB24200
005200 FILE-CONTROL.                                                    CNB24200
005300     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB24200
005400            ORGANIZATION  SEQUENTIAL                              CNB24200
005500            FILE STATUS   WS-PARM-STATUS.                         CNB24200
005600     SELECT PLTRAN-FILE  ASSIGN TO PILTRAN                        CNB24200
005700            ORGANIZATION  SEQUENTIAL                              CNB24200
005800            FILE STATUS   WS-PLTRAN-STATUS.                       CNB24200
005900     SELECT RATE-FILE    ASSIGN TO PILRATE                        CNB24200
006000            ORGANIZATION  SEQUENTIAL                              CNB24200
006100            FILE STATUS   WS-RATE-STATUS.                         CNB24200
006200     SELECT PIL-FILE     ASSIGN TO PILFILE                        CNB24200
006300            ORGANIZATION  INDEXED                                 CNB24200
006400            ACCESS MODE   DYNAMIC                                 CNB24200
006500            RECORD KEY    PL-KEY                                  CNB24200
006600            FILE STATUS   WS-PIL-STATUS.                          CNB24200
006700     SELECT MSTR-FILE    ASSIGN TO MSTRFILE                       CNB24200
006800            ORGANIZATION  INDEXED                                 CNB24200
006900            ACCESS MODE   DYNAMIC                                 CNB24200
007000            RECORD KEY    MIO-KEY                                 CNB24200
007100            ALTERNATE RECORD KEY MIO-EMP-NBR                      CNB24200
007200            FILE STATUS   WS-MSTRF-STATUS.                        CNB24200
007300     SELECT CNTL-FILE    ASSIGN TO CNTLFILE                       CNB24200
007400            ORGANIZATION  INDEXED                                 CNB24200
007500            ACCESS MODE   RANDOM                                  CNB24200
007600            RECORD KEY    CN-KEY                                  CNB24200
007700            FILE STATUS   WS-CNTL-STATUS.                         CNB24200
007800     SELECT TRCN-FILE    ASSIGN TO TRCNK3                         CNB24200
007900            ORGANIZATION  INDEXED                                 CNB24200
008000            ACCESS MODE   RANDOM                                  CNB24200
008100            RECORD KEY    TK-KEY3                                 CNB24200
008200            FILE STATUS   WS-TRCN-STATUS.                         CNB24200
008300     SELECT VACEMP-FILE  ASSIGN TO VACEMP                         CNB24200
008400            ORGANIZATION  INDEXED                                 CNB24200
008500            ACCESS MODE   DYNAMIC                                 CNB24200
008600            RECORD KEY    VE-KEY                                  CNB24200
008700            FILE STATUS   WS-VACEMP-STATUS.                       CNB24200
008800     SELECT TSGEN-FILE   ASSIGN TO TSGEN                          CNB24200
008900            ORGANIZATION  SEQUENTIAL                              CNB24200
009000            FILE STATUS   WS-TSGEN-STATUS.                        CNB24200
009100     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB24200
009200            ORGANIZATION  LINE SEQUENTIAL                         CNB24200
009300            FILE STATUS   WS-RPT-STATUS.                          CNB24200
009400*                                                                 CNB24200
009500 DATA DIVISION.                                                   CNB24200
009600 FILE SECTION.                                                    CNB24200
009700 FD  PARM-FILE                                                    CNB24200
009800     RECORD CONTAINS 80 CHARACTERS.                               CNB24200
009900 01  WS-PARM-RECORD.                                              CNB24200
010000     05  PARM-FUNC                 PIC X(8).                      CNB24200
010100     05  PARM-DATE-TIME            PIC X(12).                     CNB24200
010200     05  PARM-PAY-PERIOD           PIC X(6).                      CNB24200
010300     05  PARM-YEAR                 PIC X(4).                      CNB24200
010400     05  PARM-MAX-WEEKS            PIC X(2).                      CNB24200
010500     05  FILLER                    PIC X(48).                     CNB24200
010600 FD  PLTRAN-FILE                                                  CNB24200
010700     RECORD CONTAINS 80 CHARACTERS.                               CNB24200
010800 01  WS-PLTRAN-RECORD.                                            CNB24200
010900     05  PT-EMP-NBR                PIC X(9).                      CNB24200
011000     05  PT-YEAR                   PIC X(4).                      CNB24200
011100     05  PT-WEEKS                  PIC 9(2).                      CNB24200
011200     05  PT-USERID                 PIC X(8).                      CNB24200
011300     05  FILLER                    PIC X(57).                     CNB24200
011400 FD  RATE-FILE                                                    CNB24200
011500     RECORD CONTAINS 80 CHARACTERS.                               CNB24200
011600 01  WS-RATE-RECORD.                                              CNB24200
011700     05  RT-JOB-TYPE               PIC X(2).                      CNB24200
011800     05  RT-RATE-CODE              PIC X(1).                      CNB24200
011900     05  RT-DAY-RATE               PIC 9(4)V99.                   CNB24200
012000     05  FILLER                    PIC X(71).                     CNB24200
012100 FD  PIL-FILE                                                     CNB24200
012200     RECORD CONTAINS 120 CHARACTERS.                              CNB24200
012300 01  PL-RECORD.                                                   CNB24200
012400     05  PL-KEY.                                                  CNB24200
012500         10  PL-EMP-NBR            PIC X(9).                      CNB24200
012600         10  PL-YEAR               PIC X(4).                      CNB24200
012700     05  PL-EMP-NAME               PIC X(26).                     CNB24200
012800     05  PL-DIST                   PIC X(2).                      CNB24200
012900     05  PL-SDIST                  PIC X(2).                      CNB24200
013000     05  PL-CRAFT                  PIC X(2).                      CNB24200
013100     05  PL-WEEKS                  PIC 9(2).                      CNB24200
013200     05  PL-STATUS                 PIC X(1).                      CNB24200
013300         88  PL-ELECTED                  VALUE 'E'.               CNB24200
013400         88  PL-APPROVED                 VALUE 'A'.               CNB24200
013500         88  PL-REJECTED                 VALUE 'R'.               CNB24200
013600     05  PL-PAID-SW                PIC X(1).                      CNB24200
013700         88  PL-UNPAID                   VALUE 'N'.               CNB24200
013800         88  PL-PAID                     VALUE 'Y'.               CNB24200
013900     05  PL-ELECT-DATE             PIC X(6).                      CNB24200
014000     05  PL-APPROVE-DATE           PIC X(6).                      CNB24200
014100     05  PL-APPROVER               PIC X(8).                      CNB24200
014200     05  PL-REJ-REASON             PIC X(4).                      CNB24200
014300     05  PL-ASGN-TYPE              PIC X(1).                      CNB24200
014400     05  PL-ASGN                   PIC X(12).                     CNB24200
014500     05  PL-JOB-TYPE               PIC X(2).                      CNB24200
014600     05  PL-RATE-CODE              PIC X(1).                      CNB24200
014700     05  PL-DAY-RATE               PIC 9(4)V99.                   CNB24200
014800     05  PL-AMOUNT                 PIC S9(5)V99.                  CNB24200
014900     05  PL-PAID-DATE              PIC X(6).                      CNB24200
015000     05  PL-PAY-PERIOD             PIC X(6).                      CNB24200
015100     05  FILLER                    PIC X(6).                      CNB24200
015200 FD  MSTR-FILE                                                    CNB24200
015300     RECORD CONTAINS 500 CHARACTERS.                              CNB24200
015400 01  MIO-RECORD.                                                  CNB24200
015500     05  MIO-KEY.                                                 CNB24200
015600         10  MIO-DIST              PIC X(2).                      CNB24200
015700         10  MIO-SDIST             PIC X(2).                      CNB24200
015800         10  MIO-CRAFT             PIC X(2).                      CNB24200
015900         10  MIO-EMP-NAME          PIC X(26).                     CNB24200
016000         10  MIO-EMP-NBR           PIC X(9).                      CNB24200
016100     05  FILLER                    PIC X(459).                    CNB24200
016200 FD  CNTL-FILE                                                    CNB24200
016300     RECORD CONTAINS 80 CHARACTERS.                               CNB24200
016400 01  CN-RECORD.                                                   CNB24200
016500     05  CN-KEY.                                                  CNB24200
016600         10  CN-FAMILY             PIC X(2).                      CNB24200
016700         10  CN-IDENT              PIC X(10).                     CNB24200
016800     05  CN-DATA.                                                 CNB24200
016900         10  CN-JOB-TYPE           PIC X(2).                      CNB24200
017000         10  CN-RATE-CODE          PIC X(1).                      CNB24200
017100         10  FILLER                PIC X(57).                     CNB24200
017200     05  FILLER                    PIC X(8).                      CNB24200
017300 FD  TRCN-FILE                                                    CNB24200
017400     RECORD CONTAINS 80 CHARACTERS.                               CNB24200
017500 01  TK-RECORD.                                                   CNB24200
017600     05  TK-KEY3.                                                 CNB24200
017700         10  TK-DIST3              PIC X(2).                      CNB24200
017800         10  TK-SDIST3             PIC X(2).                      CNB24200
017900         10  TK-ASSIGNMENT         PIC X(12).                     CNB24200
018000     05  TK-JOB-TYPE               PIC X(2).                      CNB24200
018100     05  TK-RATE-CODE              PIC X(1).                      CNB24200
018200     05  FILLER                    PIC X(61).                     CNB24200
018300 FD  VACEMP-FILE                                                  CNB24200
018400     RECORD CONTAINS 80 CHARACTERS.                               CNB24200
018500 01  VE-RECORD.                                                   CNB24200
018600     05  VE-KEY.                                                  CNB24200
018700         10  VE-EMP-NBR            PIC X(9).                      CNB24200
018800         10  VE-WEEK-START         PIC X(8).                      CNB24200
018900     05  VE-DIST                   PIC X(2).                      CNB24200
019000     05  VE-SDIST                  PIC X(2).                      CNB24200
019100     05  VE-CRAFT                  PIC X(2).                      CNB24200
019200     05  VE-AWARD-SOURCE           PIC X(1).                      CNB24200
019300     05  FILLER                    PIC X(56).                     CNB24200
019400 FD  TSGEN-FILE                                                   CNB24200
019500     RECORD CONTAINS 80 CHARACTERS.                               CNB24200
019600 01  WS-TSGEN-RECORD.                                             CNB24200
019700     05  TG-EMP-NBR                PIC X(9).                      CNB24200
019800     05  TG-EARN-TYPE              PIC X(2).                      CNB24200
019900     05  TG-PAY-PERIOD             PIC X(6).                      CNB24200
020000     05  TG-AMOUNT                 PIC S9(5)V99.                  CNB24200
020100     05  FILLER                    PIC X(56).                     CNB24200
020200 FD  RPT-FILE                                                     CNB24200
020300     RECORD CONTAINS 132 CHARACTERS.                              CNB24200
020400 01  RPT-LINE                      PIC X(132).                    CNB24200
020500*                                                                 CNB24200
020600 WORKING-STORAGE SECTION.                                         CNB24200
020700 COPY WSMSTR.                                                     CNB24200
020800 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB24200
020900     88  WS-PARM-OK                       VALUE '00'.             CNB24200
021000 01  WS-PLTRAN-STATUS              PIC XX VALUE SPACES.           CNB24200
021100     88  WS-PLTRAN-OK                     VALUE '00'.             CNB24200
021200 01  WS-RATE-STATUS                PIC XX VALUE SPACES.           CNB24200
021300     88  WS-RATE-OK                       VALUE '00'.             CNB24200
021400 01  WS-PIL-STATUS                 PIC XX VALUE SPACES.           CNB24200
021500     88  WS-PIL-OK                        VALUE '00'.             CNB24200
021600     88  WS-PIL-NOTFND                    VALUE '23'.             CNB24200
021700 01  WS-MSTRF-STATUS               PIC XX VALUE SPACES.           CNB24200
021800     88  WS-MSTRF-OK                      VALUE '00'.             CNB24200
021900     88  WS-MSTRF-NOTFND                  VALUE '23'.             CNB24200
022000 01  WS-CNTL-STATUS                PIC XX VALUE SPACES.           CNB24200
022100     88  WS-CNTL-OK                       VALUE '00'.             CNB24200
022200     88  WS-CNTL-NOTFND                   VALUE '23'.             CNB24200
022300 01  WS-TRCN-STATUS                PIC XX VALUE SPACES.           CNB24200
022400     88  WS-TRCN-OK                       VALUE '00'.             CNB24200
022500     88  WS-TRCN-NOTFND                   VALUE '23'.             CNB24200
022600 01  WS-VACEMP-STATUS              PIC XX VALUE SPACES.           CNB24200
022700     88  WS-VACEMP-OK                     VALUE '00'.             CNB24200
022800     88  WS-VACEMP-NOTFND                 VALUE '23'.             CNB24200
022900     88  WS-VACEMP-EOF                    VALUE '10'.             CNB24200
023000 01  WS-TSGEN-STATUS               PIC XX VALUE SPACES.           CNB24200
023100     88  WS-TSGEN-OK                      VALUE '00'.             CNB24200
023200 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB24200
023300     88  WS-RPT-OK                        VALUE '00'.             CNB24200
023400 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB24200
023500 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB24200
023510 COPY WSERRLOG.                                                   CNB24200
023600 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB24200
023700     88  WS-FUNC-ELECT                    VALUE 'ELECT'.          CNB24200
023800     88  WS-FUNC-APPROVE                  VALUE 'APPROVE'.        CNB24200
023900     88  WS-FUNC-PAY                      VALUE 'PAY'.            CNB24200
024000     88  WS-FUNC-REPORT                   VALUE 'REPORT'.         CNB24200
024100 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB24200
024200 01  WS-YEAR                       PIC X(4) VALUE SPACES.         CNB24200
024300 01  WS-MAX-WEEKS                  PIC 9(2) VALUE 2.              CNB24200
024400 01  WS-DAYS-PER-WEEK              PIC 9(1) VALUE 5.              CNB24200
024500 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB24200
024600     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB24200
024700 01  WS-RATE-EOF-SW                PIC X  VALUE 'N'.              CNB24200
024800     88  WS-EOF-RATE                      VALUE 'Y'.              CNB24200
024900 01  WS-VE-DONE-SW                 PIC X  VALUE 'N'.              CNB24200
025000     88  WS-VE-DONE                       VALUE 'Y'.              CNB24200
025100 01  WS-REJ-REASON                 PIC X(4) VALUE SPACES.         CNB24200
025200 01  WS-AWARDED-WEEKS              PIC 9(3) VALUE ZEROS.          CNB24200
025300 01  WS-JOB-TYPE                   PIC X(2) VALUE SPACES.         CNB24200
025400 01  WS-RATE-CODE                  PIC X(1) VALUE SPACES.         CNB24200
025500 01  WS-DAY-RATE                   PIC 9(4)V99 VALUE ZEROS.       CNB24200
025600 01  WS-TRAN-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24200
025700 01  WS-DONE-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24200
025800 01  WS-REJ-COUNT                  PIC 9(7) VALUE ZEROS.          CNB24200
025900 01  WS-READ-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24200
026000 01  WS-YEAR-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24200
026100 01  WS-OVER-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24200
026200*    PAYROLL'S DAY RATES BY JOB TYPE AND RATE CODE.               CNB24200
026300 01  WS-RT-MAX                     PIC S9(4) COMP VALUE 300.      CNB24200
026400 01  WS-RT-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB24200
026500 01  WS-RT-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB24200
026600 01  WS-RT-AT                      PIC S9(4) COMP VALUE ZEROS.    CNB24200
026700 01  WS-RT-TABLE.                                                 CNB24200
026800     05  WS-RT-ENTRY OCCURS 300 TIMES.                            CNB24200
026900         10  WS-RT-KEY             PIC X(3).                      CNB24200
027000         10  WS-RT-DAY-RATE        PIC 9(4)V99.                   CNB24200
027100 01  WS-RT-FIND-KEY.                                              CNB24200
027200     05  WS-RT-FIND-JOB-TYPE       PIC X(2).                      CNB24200
027300     05  WS-RT-FIND-RATE-CODE      PIC X(1).                      CNB24200
027400*    THE YEAR'S ELECTIONS TOTALLED BY DISTRICT AND CRAFT.         CNB24200
027500 01  WS-DC-MAX                     PIC S9(4) COMP VALUE 200.      CNB24200
027600 01  WS-DC-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB24200
027700 01  WS-DC-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB24200
027800 01  WS-DC-SUB2                    PIC S9(4) COMP VALUE ZEROS.    CNB24200
027900 01  WS-DC-AT                      PIC S9(4) COMP VALUE ZEROS.    CNB24200
028000 01  WS-DC-INS-AT                  PIC S9(4) COMP VALUE ZEROS.    CNB24200
028100 01  WS-DC-NEW-KEY.                                               CNB24200
028200     05  WS-DC-NEW-DIST            PIC X(2).                      CNB24200
028300     05  WS-DC-NEW-CRAFT           PIC X(2).                      CNB24200
028400 01  WS-DC-TABLE.                                                 CNB24200
028500     05  WS-DC-ENTRY OCCURS 200 TIMES.                            CNB24200
028600         10  WS-DC-KEY.                                           CNB24200
028700             15  WS-DC-DIST        PIC X(2).                      CNB24200
028800             15  WS-DC-CRAFT       PIC X(2).                      CNB24200
028900         10  WS-DC-PEND-WEEKS      PIC 9(5).                      CNB24200
029000         10  WS-DC-PEND-AMT        PIC S9(9)V99.                  CNB24200
029100         10  WS-DC-UNPD-WEEKS      PIC 9(5).                      CNB24200
029200         10  WS-DC-UNPD-AMT        PIC S9(9)V99.                  CNB24200
029300         10  WS-DC-PAID-WEEKS      PIC 9(5).                      CNB24200
029400         10  WS-DC-PAID-AMT        PIC S9(9)V99.                  CNB24200
029500 01  WS-GRAND-TOTALS.                                             CNB24200
029600     05  WS-GT-PEND-WEEKS          PIC 9(5) VALUE ZEROS.          CNB24200
029700     05  WS-GT-PEND-AMT            PIC S9(9)V99 VALUE ZEROS.      CNB24200
029800     05  WS-GT-UNPD-WEEKS          PIC 9(5) VALUE ZEROS.          CNB24200
029900     05  WS-GT-UNPD-AMT            PIC S9(9)V99 VALUE ZEROS.      CNB24200
030000     05  WS-GT-PAID-WEEKS          PIC 9(5) VALUE ZEROS.          CNB24200
030100     05  WS-GT-PAID-AMT            PIC S9(9)V99 VALUE ZEROS.      CNB24200
030200 01  WS-HDR-LINE.                                                 CNB24200
030300     05  FILLER                PIC X(38)  VALUE                   CNB24200
030400         'CNB242 - VACATION PAY IN LIEU         '.                CNB24200
030500     05  FILLER                PIC X(2)   VALUE SPACES.           CNB24200
030600     05  HDR-FUNC              PIC X(8).                          CNB24200
030700     05  FILLER                PIC X(2)   VALUE SPACES.           CNB24200
030800     05  HDR-DATE-TIME         PIC X(12).                         CNB24200
030900     05  FILLER                PIC X(7)   VALUE '  YEAR '.        CNB24200
031000     05  HDR-YEAR              PIC X(4).                          CNB24200
031100     05  FILLER                PIC X(9)   VALUE '  PERIOD '.      CNB24200
031200     05  HDR-PERIOD            PIC X(6).                          CNB24200
031300     05  FILLER                PIC X(44)  VALUE SPACES.           CNB24200
031400 01  WS-DTL-LINE.                                                 CNB24200
031500     05  DTL-TAG                   PIC X(12).                     CNB24200
031600     05  DTL-EMP-NBR               PIC X(9).                      CNB24200
031700     05  FILLER                    PIC X(7) VALUE '  YEAR '.      CNB24200
031800     05  DTL-YEAR                  PIC X(4).                      CNB24200
031900     05  FILLER                    PIC X(9) VALUE '  WEEKS '.     CNB24200
032000     05  DTL-WEEKS                 PIC Z9.                        CNB24200
032100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB24200
032200     05  DTL-AMOUNT                PIC ZZ,ZZ9.99-.                CNB24200
032300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB24200
032400     05  DTL-NOTE                  PIC X(20).                     CNB24200
032500     05  FILLER                    PIC X(55) VALUE SPACES.        CNB24200
032600 01  WS-COLHDR-1.                                                 CNB24200
032700     05  FILLER                    PIC X(44) VALUE                CNB24200
032800         '            ELECTED, PENDING      APPROVED, '.          CNB24200
032900     05  FILLER                    PIC X(44) VALUE                CNB24200
033000         'UNPAID     PAID YEAR TO DATE      OUTSTANDIN'.          CNB24200
033100     05  FILLER                    PIC X(44) VALUE                CNB24200
033200         'G                                           '.          CNB24200
033300 01  WS-COLHDR-2.                                                 CNB24200
033400     05  FILLER                    PIC X(44) VALUE                CNB24200
033500         'DIST CRAFT WKS         AMOUNT    WKS        '.          CNB24200
033600     05  FILLER                    PIC X(44) VALUE                CNB24200
033700         ' AMOUNT    WKS         AMOUNT       LIABILIT'.          CNB24200
033800     05  FILLER                    PIC X(44) VALUE                CNB24200
033900         'Y                                           '.          CNB24200
034000 01  WS-LIAB-LINE.                                                CNB24200
034100     05  RL-DIST                   PIC X(2).                      CNB24200
034200     05  FILLER                    PIC X(3) VALUE SPACES.         CNB24200
034300     05  RL-CRAFT                  PIC X(2).                      CNB24200
034400     05  FILLER                    PIC X(3) VALUE SPACES.         CNB24200
034500     05  RL-PEND-WEEKS             PIC ZZZ9.                      CNB24200
034600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB24200
034700     05  RL-PEND-AMT               PIC ZZ,ZZZ,ZZ9.99.             CNB24200
034800     05  FILLER                    PIC X(3) VALUE SPACES.         CNB24200
034900     05  RL-UNPD-WEEKS             PIC ZZZ9.                      CNB24200
035000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB24200
035100     05  RL-UNPD-AMT               PIC ZZ,ZZZ,ZZ9.99.             CNB24200
035200     05  FILLER                    PIC X(3) VALUE SPACES.         CNB24200
035300     05  RL-PAID-WEEKS             PIC ZZZ9.                      CNB24200
035400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB24200
035500     05  RL-PAID-AMT               PIC ZZ,ZZZ,ZZ9.99.             CNB24200
035600     05  FILLER                    PIC X(3) VALUE SPACES.         CNB24200
035700     05  RL-LIAB-AMT               PIC ZZ,ZZZ,ZZ9.99.             CNB24200
035800     05  FILLER                    PIC X(43) VALUE SPACES.        CNB24200
035900 01  WS-LIAB-AMT                   PIC S9(9)V99 VALUE ZEROS.      CNB24200
036000 01  WS-CNT-LINE.                                                 CNB24200
036100     05  CNT-LABEL                 PIC X(30).                     CNB24200
036200     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB24200
036300     05  FILLER                    PIC X(95) VALUE SPACES.        CNB24200
036400*                                                                 CNB24200
036500 PROCEDURE DIVISION.                                              CNB24200
036600 P0000-MAINLINE.                                                  CNB24200
036700     PERFORM P1000-INITIALIZE                                     CNB24200
036800     IF WS-FUNC-REPORT                                            CNB24200
036900        PERFORM P4000-REPORT-SWEEP UNTIL WS-EOF-INPUT             CNB24200
037000        PERFORM P4500-PRINT-LIABILITY                             CNB24200
037100     ELSE                                                         CNB24200
037200        PERFORM P2000-APPLY-CARDS UNTIL WS-EOF-INPUT              CNB24200
037300     END-IF                                                       CNB24200
037400     PERFORM P9000-TERMINATE                                      CNB24200
037500     GOBACK.                                                      CNB24200
037600*                                                                 CNB24200
037700 P1000-INITIALIZE.                                                CNB24200
037800     OPEN INPUT PARM-FILE                                         CNB24200
037900     IF NOT WS-PARM-OK                                            CNB24200
038000        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB24200
038100        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB24200
038200        PERFORM P9999-GOT-PROBLEM                                 CNB24200
038300     END-IF                                                       CNB24200
038400     READ PARM-FILE                                               CNB24200
038500     IF NOT WS-PARM-OK                                            CNB24200
038600        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB24200
038700        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB24200
038800        PERFORM P9999-GOT-PROBLEM                                 CNB24200
038900     END-IF                                                       CNB24200
039000     MOVE PARM-FUNC                TO WS-FUNC                     CNB24200
039100     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB24200
039200     CLOSE PARM-FILE                                              CNB24200
039300     IF NOT WS-FUNC-ELECT AND NOT WS-FUNC-APPROVE                 CNB24200
039400        AND NOT WS-FUNC-PAY AND NOT WS-FUNC-REPORT                CNB24200
039500        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB24200
039600        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB24200
039700        PERFORM P9999-GOT-PROBLEM                                 CNB24200
039800     END-IF                                                       CNB24200
039900     IF WS-FUNC-PAY AND PARM-PAY-PERIOD NOT NUMERIC               CNB24200
040000        MOVE 'P1000-BAD-PERD'      TO WS-ABEND-PARAGRAPH          CNB24200
040100        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB24200
040200        PERFORM P9999-GOT-PROBLEM                                 CNB24200
040300     END-IF                                                       CNB24200
040400     IF PARM-YEAR NUMERIC                                         CNB24200
040500        MOVE PARM-YEAR             TO WS-YEAR                     CNB24200
040600     ELSE                                                         CNB24200
040700        MOVE '20'                  TO WS-YEAR (1:2)               CNB24200
040800        MOVE WS-RUN-DATE-TIME (1:2) TO WS-YEAR (3:2)              CNB24200
040900     END-IF                                                       CNB24200
041000     IF PARM-MAX-WEEKS NUMERIC                                    CNB24200
041100        AND PARM-MAX-WEEKS NOT = '00'                             CNB24200
041200        MOVE PARM-MAX-WEEKS        TO WS-MAX-WEEKS                CNB24200
041300     END-IF                                                       CNB24200
041400     IF WS-FUNC-REPORT                                            CNB24200
041500        OPEN INPUT PIL-FILE                                       CNB24200
041600     ELSE                                                         CNB24200
041700        OPEN I-O PIL-FILE                                         CNB24200
041800        IF WS-PIL-STATUS = '35'                                   CNB24200
041900           OPEN OUTPUT PIL-FILE                                   CNB24200
042000           CLOSE PIL-FILE                                         CNB24200
042100           OPEN I-O PIL-FILE                                      CNB24200
042200        END-IF                                                    CNB24200
042300     END-IF                                                       CNB24200
042400     IF NOT WS-PIL-OK                                             CNB24200
042500        MOVE 'P1000-OPEN-PIL'      TO WS-ABEND-PARAGRAPH          CNB24200
042600        MOVE WS-PIL-STATUS         TO WS-ABEND-STATUS             CNB24200
042700        PERFORM P9999-GOT-PROBLEM                                 CNB24200
042800     END-IF                                                       CNB24200
042900     IF NOT WS-FUNC-REPORT                                        CNB24200
043000        PERFORM P1100-OPEN-CARD-FILES                             CNB24200
043100     END-IF                                                       CNB24200
043200     OPEN OUTPUT RPT-FILE                                         CNB24200
043300     IF NOT WS-RPT-OK                                             CNB24200
043400        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB24200
043500        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB24200
043600        PERFORM P9999-GOT-PROBLEM                                 CNB24200
043700     END-IF                                                       CNB24200
043800     MOVE WS-FUNC                  TO HDR-FUNC                    CNB24200
043900     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB24200
044000     MOVE WS-YEAR                  TO HDR-YEAR                    CNB24200
044100     MOVE PARM-PAY-PERIOD          TO HDR-PERIOD                  CNB24200
044200     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB24200
044300     MOVE SPACES                   TO RPT-LINE                    CNB24200
044400     WRITE RPT-LINE                                               CNB24200
044500     IF WS-FUNC-REPORT                                            CNB24200
044600        WRITE RPT-LINE FROM WS-COLHDR-1                           CNB24200
044700        WRITE RPT-LINE FROM WS-COLHDR-2                           CNB24200
044800        MOVE SPACES                TO RPT-LINE                    CNB24200
044900        WRITE RPT-LINE                                            CNB24200
045000     END-IF.                                                      CNB24200
045100*                                                                 CNB24200
045200 P1100-OPEN-CARD-FILES.                                           CNB24200
045300     OPEN INPUT PLTRAN-FILE                                       CNB24200
045400     IF NOT WS-PLTRAN-OK                                          CNB24200
045500        MOVE 'P1100-OPEN-PTR'      TO WS-ABEND-PARAGRAPH          CNB24200
045600        MOVE WS-PLTRAN-STATUS      TO WS-ABEND-STATUS             CNB24200
045700        PERFORM P9999-GOT-PROBLEM                                 CNB24200
045800     END-IF                                                       CNB24200
045900     IF WS-FUNC-ELECT OR WS-FUNC-APPROVE                          CNB24200
046000        OPEN INPUT MSTR-FILE                                      CNB24200
046100        IF NOT WS-MSTRF-OK                                        CNB24200
046200           MOVE 'P1100-OPEN-MST'   TO WS-ABEND-PARAGRAPH          CNB24200
046300           MOVE WS-MSTRF-STATUS    TO WS-ABEND-STATUS             CNB24200
046400           PERFORM P9999-GOT-PROBLEM                              CNB24200
046500        END-IF                                                    CNB24200
046600        OPEN INPUT CNTL-FILE                                      CNB24200
046700        IF NOT WS-CNTL-OK                                         CNB24200
046800           MOVE 'P1100-OPEN-CNTL'  TO WS-ABEND-PARAGRAPH          CNB24200
046900           MOVE WS-CNTL-STATUS     TO WS-ABEND-STATUS             CNB24200
047000           PERFORM P9999-GOT-PROBLEM                              CNB24200
047100        END-IF                                                    CNB24200
047200        OPEN INPUT TRCN-FILE                                      CNB24200
047300        IF NOT WS-TRCN-OK                                         CNB24200
047400           MOVE 'P1100-OPEN-TRCN'  TO WS-ABEND-PARAGRAPH          CNB24200
047500           MOVE WS-TRCN-STATUS     TO WS-ABEND-STATUS             CNB24200
047600           PERFORM P9999-GOT-PROBLEM                              CNB24200
047700        END-IF                                                    CNB24200
047800        OPEN INPUT VACEMP-FILE                                    CNB24200
047900        IF NOT WS-VACEMP-OK                                       CNB24200
048000           MOVE 'P1100-OPEN-VE'    TO WS-ABEND-PARAGRAPH          CNB24200
048100           MOVE WS-VACEMP-STATUS   TO WS-ABEND-STATUS             CNB24200
048200           PERFORM P9999-GOT-PROBLEM                              CNB24200
048300        END-IF                                                    CNB24200
048400        OPEN INPUT RATE-FILE                                      CNB24200
048500        IF NOT WS-RATE-OK                                         CNB24200
048600           MOVE 'P1100-OPEN-RATE'  TO WS-ABEND-PARAGRAPH          CNB24200
048700           MOVE WS-RATE-STATUS     TO WS-ABEND-STATUS             CNB24200
048800           PERFORM P9999-GOT-PROBLEM                              CNB24200
048900        END-IF                                                    CNB24200
049000        PERFORM P1200-LOAD-RATE UNTIL WS-EOF-RATE                 CNB24200
049100        CLOSE RATE-FILE                                           CNB24200
049200     END-IF                                                       CNB24200
049300     IF WS-FUNC-PAY                                               CNB24200
049400        OPEN OUTPUT TSGEN-FILE                                    CNB24200
049500        IF NOT WS-TSGEN-OK                                        CNB24200
049600           MOVE 'P1100-OPEN-TSG'   TO WS-ABEND-PARAGRAPH          CNB24200
049700           MOVE WS-TSGEN-STATUS    TO WS-ABEND-STATUS             CNB24200
049800           PERFORM P9999-GOT-PROBLEM                              CNB24200
049900        END-IF                                                    CNB24200
050000     END-IF.                                                      CNB24200
050100*                                                                 CNB24200
050200 P1200-LOAD-RATE.                                                 CNB24200
050300     READ RATE-FILE                                               CNB24200
050400          AT END                                                  CNB24200
050500             SET WS-EOF-RATE TO TRUE                              CNB24200
050600     END-READ                                                     CNB24200
050700     IF NOT WS-EOF-RATE                                           CNB24200
050800        IF RT-DAY-RATE NUMERIC                                    CNB24200
050900           AND WS-RT-COUNT < WS-RT-MAX                            CNB24200
051000           ADD 1 TO WS-RT-COUNT                                   CNB24200
051100           MOVE RT-JOB-TYPE        TO WS-RT-FIND-JOB-TYPE         CNB24200
051200           MOVE RT-RATE-CODE       TO WS-RT-FIND-RATE-CODE        CNB24200
051300           MOVE WS-RT-FIND-KEY     TO WS-RT-KEY (WS-RT-COUNT)     CNB24200
051400           MOVE RT-DAY-RATE        TO WS-RT-DAY-RATE (WS-RT-COUNT)CNB24200
051500        END-IF                                                    CNB24200
051600     END-IF.                                                      CNB24200
051700*                                                                 CNB24200
051800 P2000-APPLY-CARDS.                                               CNB24200
051900     READ PLTRAN-FILE                                             CNB24200
052000          AT END                                                  CNB24200
052100             SET WS-EOF-INPUT TO TRUE                             CNB24200
052200     END-READ                                                     CNB24200
052300     IF NOT WS-EOF-INPUT                                          CNB24200
052400        ADD 1 TO WS-TRAN-COUNT                                    CNB24200
052500        MOVE SPACES                TO WS-REJ-REASON               CNB24200
052600        IF PT-YEAR = SPACES                                       CNB24200
052700           MOVE WS-YEAR            TO PT-YEAR                     CNB24200
052800        END-IF                                                    CNB24200
052900        EVALUATE TRUE                                             CNB24200
053000           WHEN PT-EMP-NBR NOT NUMERIC                            CNB24200
053100                MOVE 'EMPN'        TO WS-REJ-REASON               CNB24200
053200           WHEN PT-YEAR NOT NUMERIC                               CNB24200
053300                MOVE 'YEAR'        TO WS-REJ-REASON               CNB24200
053400           WHEN WS-FUNC-ELECT                                     CNB24200
053500                AND (PT-WEEKS NOT NUMERIC                         CNB24200
053600                     OR PT-WEEKS = ZEROS)                         CNB24200
053700                MOVE 'WEEK'        TO WS-REJ-REASON               CNB24200
053800        END-EVALUATE                                              CNB24200
053900        IF WS-REJ-REASON = SPACES                                 CNB24200
054000           EVALUATE TRUE                                          CNB24200
054100              WHEN WS-FUNC-ELECT                                  CNB24200
054200                   PERFORM P2100-POST-ELECTION THRU P2100-EXIT    CNB24200
054300              WHEN WS-FUNC-APPROVE                                CNB24200
054400                   PERFORM P2500-POST-APPROVAL THRU P2500-EXIT    CNB24200
054500              WHEN OTHER                                          CNB24200
054600                   PERFORM P3000-POST-PAYMENT THRU P3000-EXIT     CNB24200
054700           END-EVALUATE                                           CNB24200
054800        END-IF                                                    CNB24200
054900        MOVE SPACES                TO DTL-NOTE                    CNB24200
055000        IF WS-REJ-REASON = SPACES                                 CNB24200
055100           ADD 1 TO WS-DONE-COUNT                                 CNB24200
055200           EVALUATE TRUE                                          CNB24200
055300              WHEN WS-FUNC-ELECT                                  CNB24200
055400                   MOVE 'ELECTED     ' TO DTL-TAG                 CNB24200
055500                   MOVE PL-JOB-TYPE    TO DTL-NOTE (1:2)          CNB24200
055600                   MOVE PL-RATE-CODE   TO DTL-NOTE (4:1)          CNB24200
055700              WHEN WS-FUNC-APPROVE                                CNB24200
055800                   MOVE 'APPROVED    ' TO DTL-TAG                 CNB24200
055900              WHEN OTHER                                          CNB24200
056000                   MOVE 'PAID        ' TO DTL-TAG                 CNB24200
056100           END-EVALUATE                                           CNB24200
056200           MOVE PL-WEEKS           TO DTL-WEEKS                   CNB24200
056300           MOVE PL-AMOUNT          TO DTL-AMOUNT                  CNB24200
056400        ELSE                                                      CNB24200
056500           ADD 1 TO WS-REJ-COUNT                                  CNB24200
056600           MOVE 'REJECT      '     TO DTL-TAG                     CNB24200
056700           MOVE WS-REJ-REASON      TO DTL-NOTE                    CNB24200
056800           MOVE ZEROS              TO DTL-WEEKS                   CNB24200
056900                                      DTL-AMOUNT                  CNB24200
057000           IF PT-WEEKS NUMERIC                                    CNB24200
057100              MOVE PT-WEEKS        TO DTL-WEEKS                   CNB24200
057200           END-IF                                                 CNB24200
057300        END-IF                                                    CNB24200
057400        MOVE PT-EMP-NBR            TO DTL-EMP-NBR                 CNB24200
057500        MOVE PT-YEAR               TO DTL-YEAR                    CNB24200
057600        WRITE RPT-LINE FROM WS-DTL-LINE                           CNB24200
057700     END-IF.                                                      CNB24200
057800*                                                                 CNB24200
057900 P2100-POST-ELECTION.                                             CNB24200
058000*    A NEW ELECTION, OR A CHANGE TO ONE NOT YET APPROVED.  A      CNB24200
058100*    REJECTED ELECTION MAY BE RESUBMITTED.                        CNB24200
058200     MOVE PT-EMP-NBR               TO PL-EMP-NBR                  CNB24200
058300     MOVE PT-YEAR                  TO PL-YEAR                     CNB24200
058400     READ PIL-FILE                                                CNB24200
058500     IF NOT WS-PIL-OK AND NOT WS-PIL-NOTFND                       CNB24200
058600        MOVE 'P2100-RD-PIL'        TO WS-ABEND-PARAGRAPH          CNB24200
058700        MOVE WS-PIL-STATUS         TO WS-ABEND-STATUS             CNB24200
058800        PERFORM P9999-GOT-PROBLEM                                 CNB24200
058900     END-IF                                                       CNB24200
059000     IF WS-PIL-OK                                                 CNB24200
059100        IF PL-APPROVED                                            CNB24200
059200           MOVE 'APPR'             TO WS-REJ-REASON               CNB24200
059300           GO TO P2100-EXIT                                       CNB24200
059400        END-IF                                                    CNB24200
059500     END-IF                                                       CNB24200
059600     PERFORM P2200-GET-EMPLOYEE THRU P2200-EXIT                   CNB24200
059700     IF WS-REJ-REASON NOT = SPACES                                CNB24200
059800        GO TO P2100-EXIT                                          CNB24200
059900     END-IF                                                       CNB24200
060000     IF WS-PIL-NOTFND                                             CNB24200
060100        MOVE SPACES                TO PL-RECORD                   CNB24200
060200        MOVE PT-EMP-NBR            TO PL-EMP-NBR                  CNB24200
060300        MOVE PT-YEAR               TO PL-YEAR                     CNB24200
060400     END-IF                                                       CNB24200
060500     MOVE EMP-NAME                 TO PL-EMP-NAME                 CNB24200
060600     MOVE DIST                     TO PL-DIST                     CNB24200
060700     MOVE SUB-DIST                 TO PL-SDIST                    CNB24200
060800     MOVE CRAFT                    TO PL-CRAFT                    CNB24200
060900     MOVE PT-WEEKS                 TO PL-WEEKS                    CNB24200
061000     SET PL-ELECTED TO TRUE                                       CNB24200
061100     SET PL-UNPAID TO TRUE                                        CNB24200
061200     MOVE WS-RUN-DATE-TIME (1:6)   TO PL-ELECT-DATE               CNB24200
061300     MOVE SPACES                   TO PL-APPROVE-DATE             CNB24200
061400                                      PL-APPROVER                 CNB24200
061500                                      PL-REJ-REASON               CNB24200
061600                                      PL-PAID-DATE                CNB24200
061700                                      PL-PAY-PERIOD               CNB24200
061800     PERFORM P2300-PRICE-ELECTION THRU P2300-EXIT                 CNB24200
061900     IF WS-REJ-REASON NOT = SPACES                                CNB24200
062000        GO TO P2100-EXIT                                          CNB24200
062100     END-IF                                                       CNB24200
062200     IF WS-PIL-NOTFND                                             CNB24200
062300        WRITE PL-RECORD                                           CNB24200
062400     ELSE                                                         CNB24200
062500        REWRITE PL-RECORD                                         CNB24200
062600     END-IF                                                       CNB24200
062700     IF NOT WS-PIL-OK                                             CNB24200
062800        MOVE 'P2100-WR-PIL'        TO WS-ABEND-PARAGRAPH          CNB24200
062900        MOVE WS-PIL-STATUS         TO WS-ABEND-STATUS             CNB24200
063000        PERFORM P9999-GOT-PROBLEM                                 CNB24200
063100     END-IF.                                                      CNB24200
063200 P2100-EXIT.                                                      CNB24200
063300     EXIT.                                                        CNB24200
063400*                                                                 CNB24200
063500 P2200-GET-EMPLOYEE.                                              CNB24200
063600     MOVE SPACES                   TO WS-MSTR                     CNB24200
063700     MOVE PT-EMP-NBR               TO MIO-EMP-NBR                 CNB24200
063800     READ MSTR-FILE KEY IS MIO-EMP-NBR                            CNB24200
063900     IF WS-MSTRF-NOTFND                                           CNB24200
064000        MOVE 'NOEM'                TO WS-REJ-REASON               CNB24200
064100        GO TO P2200-EXIT                                          CNB24200
064200     END-IF                                                       CNB24200
064300     IF NOT WS-MSTRF-OK                                           CNB24200
064400        MOVE 'P2200-RD-MST'        TO WS-ABEND-PARAGRAPH          CNB24200
064500        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB24200
064600        PERFORM P9999-GOT-PROBLEM                                 CNB24200
064700     END-IF                                                       CNB24200
064800     MOVE MIO-RECORD               TO WS-MSTR.                    CNB24200
064900 P2200-EXIT.                                                      CNB24200
065000     EXIT.                                                        CNB24200
065100*                                                                 CNB24200
065200 P2300-PRICE-ELECTION.                                            CNB24200
065300*    THE SAME JOB TYPE / RATE CODE SELECTION AS P2606-GET-RATES,  CNB24200
065400*    FROM THE JOB THE EMPLOYEE LAST WORKED.                       CNB24200
065500     MOVE SPACES                   TO WS-JOB-TYPE                 CNB24200
065600                                      WS-RATE-CODE                CNB24200
065700     MOVE LAST-JOB-ASG-TYPE        TO PL-ASGN-TYPE                CNB24200
065800     MOVE LAST-JOB-ASG             TO PL-ASGN                     CNB24200
065900     EVALUATE TRUE                                                CNB24200
066000        WHEN LAST-JOB-ASG = SPACES                                CNB24200
066100             CONTINUE                                             CNB24200
066200        WHEN LAST-JOB-ASG-UFP-JOB                                 CNB24200
066300             MOVE SPACES           TO CN-KEY                      CNB24200
066400             MOVE '03'             TO CN-FAMILY                   CNB24200
066500             MOVE DIST             TO CN-IDENT (1:2)              CNB24200
066600             MOVE SUB-DIST         TO CN-IDENT (3:2)              CNB24200
066700             MOVE LAST-JOB-ASG (5:2) TO CN-IDENT (5:2)            CNB24200
066800             MOVE 'F'              TO CN-IDENT (7:1)              CNB24200
066900             PERFORM P2310-READ-CNTL                              CNB24200
067000        WHEN LAST-JOB-ASG-XB-JOB                                  CNB24200
067100             MOVE SPACES           TO CN-KEY                      CNB24200
067200             MOVE '08'             TO CN-FAMILY                   CNB24200
067300             MOVE DIST             TO CN-IDENT (1:2)              CNB24200
067400             MOVE SUB-DIST         TO CN-IDENT (3:2)              CNB24200
067500             MOVE CRAFT            TO CN-IDENT (5:2)              CNB24200
067600             PERFORM P2310-READ-CNTL                              CNB24200
067700        WHEN LAST-JOB-ASG-AJ-JOB                                  CNB24200
067800             MOVE DIST             TO TK-DIST3                    CNB24200
067900             MOVE SUB-DIST         TO TK-SDIST3                   CNB24200
068000             MOVE LAST-JOB-ASG     TO TK-ASSIGNMENT               CNB24200
068100             READ TRCN-FILE                                       CNB24200
068200             IF NOT WS-TRCN-OK AND NOT WS-TRCN-NOTFND             CNB24200
068300                MOVE 'P2300-RD-TRCN' TO WS-ABEND-PARAGRAPH        CNB24200
068400                MOVE WS-TRCN-STATUS  TO WS-ABEND-STATUS           CNB24200
068500                PERFORM P9999-GOT-PROBLEM                         CNB24200
068600             END-IF                                               CNB24200
068700             IF WS-TRCN-OK                                        CNB24200
068800                MOVE TK-JOB-TYPE   TO WS-JOB-TYPE                 CNB24200
068900                MOVE TK-RATE-CODE  TO WS-RATE-CODE                CNB24200
069000             END-IF                                               CNB24200
069100     END-EVALUATE                                                 CNB24200
069200     IF WS-JOB-TYPE NOT > SPACES                                  CNB24200
069300        OR WS-RATE-CODE NOT > SPACES                              CNB24200
069400        MOVE 'NORT'                TO WS-REJ-REASON               CNB24200
069500        GO TO P2300-EXIT                                          CNB24200
069600     END-IF                                                       CNB24200
069700     MOVE WS-JOB-TYPE              TO WS-RT-FIND-JOB-TYPE         CNB24200
069800     MOVE WS-RATE-CODE             TO WS-RT-FIND-RATE-CODE        CNB24200
069900     MOVE ZEROS                    TO WS-RT-AT                    CNB24200
070000     PERFORM P2320-FIND-RATE                                      CNB24200
070100             VARYING WS-RT-SUB FROM 1 BY 1                        CNB24200
070200             UNTIL WS-RT-SUB > WS-RT-COUNT                        CNB24200
070300     IF WS-RT-AT = ZEROS                                          CNB24200
070400        MOVE 'NORT'                TO WS-REJ-REASON               CNB24200
070500        GO TO P2300-EXIT                                          CNB24200
070600     END-IF                                                       CNB24200
070700     MOVE WS-RT-DAY-RATE (WS-RT-AT) TO WS-DAY-RATE                CNB24200
070800     MOVE WS-JOB-TYPE              TO PL-JOB-TYPE                 CNB24200
070900     MOVE WS-RATE-CODE             TO PL-RATE-CODE                CNB24200
071000     MOVE WS-DAY-RATE              TO PL-DAY-RATE                 CNB24200
071100     COMPUTE PL-AMOUNT ROUNDED =                                  CNB24200
071200             PL-WEEKS * WS-DAYS-PER-WEEK * WS-DAY-RATE            CNB24200
071300             ON SIZE ERROR                                        CNB24200
071400                MOVE 'AMNT'        TO WS-REJ-REASON               CNB24200
071500     END-COMPUTE.                                                 CNB24200
071600 P2300-EXIT.                                                      CNB24200
071700     EXIT.                                                        CNB24200
071800*                                                                 CNB24200
071900 P2310-READ-CNTL.                                                 CNB24200
072000     READ CNTL-FILE                                               CNB24200
072100     IF NOT WS-CNTL-OK AND NOT WS-CNTL-NOTFND                     CNB24200
072200        MOVE 'P2310-RD-CNTL'       TO WS-ABEND-PARAGRAPH          CNB24200
072300        MOVE WS-CNTL-STATUS        TO WS-ABEND-STATUS             CNB24200
072400        PERFORM P9999-GOT-PROBLEM                                 CNB24200
072500     END-IF                                                       CNB24200
072600     IF WS-CNTL-OK                                                CNB24200
072700        MOVE CN-JOB-TYPE           TO WS-JOB-TYPE                 CNB24200
072800        MOVE CN-RATE-CODE          TO WS-RATE-CODE                CNB24200
072900     END-IF.                                                      CNB24200
073000*                                                                 CNB24200
073100 P2320-FIND-RATE.                                                 CNB24200
073200     IF WS-RT-AT = ZEROS                                          CNB24200
073300        AND WS-RT-KEY (WS-RT-SUB) = WS-RT-FIND-KEY                CNB24200
073400        MOVE WS-RT-SUB             TO WS-RT-AT                    CNB24200
073500     END-IF.                                                      CNB24200
073600*                                                                 CNB24200
073700 P2500-POST-APPROVAL.                                             CNB24200
073800*    THE AGREEMENT LIMIT AND THE AWARDED WEEKS ARE BOTH CHECKED;  CNB24200
073900*    A FAILED ELECTION IS KEPT AS REJECTED WITH ITS REASON.       CNB24200
074000     MOVE PT-EMP-NBR               TO PL-EMP-NBR                  CNB24200
074100     MOVE PT-YEAR                  TO PL-YEAR                     CNB24200
074200     READ PIL-FILE                                                CNB24200
074300     IF WS-PIL-NOTFND                                             CNB24200
074400        MOVE 'NFND'                TO WS-REJ-REASON               CNB24200
074500        GO TO P2500-EXIT                                          CNB24200
074600     END-IF                                                       CNB24200
074700     IF NOT WS-PIL-OK                                             CNB24200
074800        MOVE 'P2500-RD-PIL'        TO WS-ABEND-PARAGRAPH          CNB24200
074900        MOVE WS-PIL-STATUS         TO WS-ABEND-STATUS             CNB24200
075000        PERFORM P9999-GOT-PROBLEM                                 CNB24200
075100     END-IF                                                       CNB24200
075200     IF NOT PL-ELECTED                                            CNB24200
075300        MOVE 'CLSD'                TO WS-REJ-REASON               CNB24200
075400        GO TO P2500-EXIT                                          CNB24200
075500     END-IF                                                       CNB24200
075600     IF PL-WEEKS > WS-MAX-WEEKS                                   CNB24200
075700        MOVE 'LIMT'                TO WS-REJ-REASON               CNB24200
075800     ELSE                                                         CNB24200
075900        PERFORM P2600-COUNT-AWARDED THRU P2600-EXIT               CNB24200
076000        IF PL-WEEKS > WS-AWARDED-WEEKS                            CNB24200
076100           MOVE 'NAWD'             TO WS-REJ-REASON               CNB24200
076200        END-IF                                                    CNB24200
076300     END-IF                                                       CNB24200
076400     IF WS-REJ-REASON = SPACES                                    CNB24200
076500        PERFORM P2200-GET-EMPLOYEE THRU P2200-EXIT                CNB24200
076600     END-IF                                                       CNB24200
076700     IF WS-REJ-REASON = SPACES                                    CNB24200
076800        PERFORM P2300-PRICE-ELECTION THRU P2300-EXIT              CNB24200
076900     END-IF                                                       CNB24200
077000     IF WS-REJ-REASON = SPACES                                    CNB24200
077100        SET PL-APPROVED TO TRUE                                   CNB24200
077200        MOVE SPACES                TO PL-REJ-REASON               CNB24200
077300     ELSE                                                         CNB24200
077400        SET PL-REJECTED TO TRUE                                   CNB24200
077500        MOVE WS-REJ-REASON         TO PL-REJ-REASON               CNB24200
077600     END-IF                                                       CNB24200
077700     MOVE WS-RUN-DATE-TIME (1:6)   TO PL-APPROVE-DATE             CNB24200
077800     MOVE PT-USERID                TO PL-APPROVER                 CNB24200
077900     REWRITE PL-RECORD                                            CNB24200
078000     IF NOT WS-PIL-OK                                             CNB24200
078100        MOVE 'P2500-RWR-PIL'       TO WS-ABEND-PARAGRAPH          CNB24200
078200        MOVE WS-PIL-STATUS         TO WS-ABEND-STATUS             CNB24200
078300        PERFORM P9999-GOT-PROBLEM                                 CNB24200
078400     END-IF.                                                      CNB24200
078500 P2500-EXIT.                                                      CNB24200
078600     EXIT.                                                        CNB24200
078700*                                                                 CNB24200
078800 P2600-COUNT-AWARDED.                                             CNB24200
078900*    VACEMP WEEKS ARE KEYED CCYYMMDD UNDER THE EMPLOYEE.          CNB24200
079000     MOVE ZEROS                    TO WS-AWARDED-WEEKS            CNB24200
079100     MOVE 'N'                      TO WS-VE-DONE-SW               CNB24200
079200     MOVE PL-EMP-NBR               TO VE-EMP-NBR                  CNB24200
079300     MOVE PL-YEAR                  TO VE-WEEK-START (1:4)         CNB24200
079400     MOVE '0000'                   TO VE-WEEK-START (5:4)         CNB24200
079500     START VACEMP-FILE KEY NOT < VE-KEY                           CNB24200
079600     IF WS-VACEMP-NOTFND                                          CNB24200
079700        GO TO P2600-EXIT                                          CNB24200
079800     END-IF                                                       CNB24200
079900     IF NOT WS-VACEMP-OK                                          CNB24200
080000        MOVE 'P2600-ST-VE'         TO WS-ABEND-PARAGRAPH          CNB24200
080100        MOVE WS-VACEMP-STATUS      TO WS-ABEND-STATUS             CNB24200
080200        PERFORM P9999-GOT-PROBLEM                                 CNB24200
080300     END-IF                                                       CNB24200
080400     PERFORM P2610-NEXT-AWARD UNTIL WS-VE-DONE.                   CNB24200
080500 P2600-EXIT.                                                      CNB24200
080600     EXIT.                                                        CNB24200
080700*                                                                 CNB24200
080800 P2610-NEXT-AWARD.                                                CNB24200
080900     READ VACEMP-FILE NEXT                                        CNB24200
081000     IF WS-VACEMP-EOF                                             CNB24200
081100        SET WS-VE-DONE TO TRUE                                    CNB24200
081200     ELSE                                                         CNB24200
081300        IF NOT WS-VACEMP-OK                                       CNB24200
081400           MOVE 'P2610-RD-VE'      TO WS-ABEND-PARAGRAPH          CNB24200
081500           MOVE WS-VACEMP-STATUS   TO WS-ABEND-STATUS             CNB24200
081600           PERFORM P9999-GOT-PROBLEM                              CNB24200
081700        END-IF                                                    CNB24200
081800        IF VE-EMP-NBR NOT = PL-EMP-NBR                            CNB24200
081900           OR VE-WEEK-START (1:4) NOT = PL-YEAR                   CNB24200
082000           SET WS-VE-DONE TO TRUE                                 CNB24200
082100        ELSE                                                      CNB24200
082200           ADD 1 TO WS-AWARDED-WEEKS                              CNB24200
082300        END-IF                                                    CNB24200
082400     END-IF.                                                      CNB24200
082500*                                                                 CNB24200
082600 P3000-POST-PAYMENT.                                              CNB24200
082700     MOVE PT-EMP-NBR               TO PL-EMP-NBR                  CNB24200
082800     MOVE PT-YEAR                  TO PL-YEAR                     CNB24200
082900     READ PIL-FILE                                                CNB24200
083000     IF WS-PIL-NOTFND                                             CNB24200
083100        MOVE 'NFND'                TO WS-REJ-REASON               CNB24200
083200        GO TO P3000-EXIT                                          CNB24200
083300     END-IF                                                       CNB24200
083400     IF NOT WS-PIL-OK                                             CNB24200
083500        MOVE 'P3000-RD-PIL'        TO WS-ABEND-PARAGRAPH          CNB24200
083600        MOVE WS-PIL-STATUS         TO WS-ABEND-STATUS             CNB24200
083700        PERFORM P9999-GOT-PROBLEM                                 CNB24200
083800     END-IF                                                       CNB24200
083900     IF NOT PL-APPROVED                                           CNB24200
084000        MOVE 'NAPR'                TO WS-REJ-REASON               CNB24200
084100        GO TO P3000-EXIT                                          CNB24200
084200     END-IF                                                       CNB24200
084300     IF PL-PAID                                                   CNB24200
084400        MOVE 'PAID'                TO WS-REJ-REASON               CNB24200
084500        GO TO P3000-EXIT                                          CNB24200
084600     END-IF                                                       CNB24200
084700     MOVE SPACES                   TO WS-TSGEN-RECORD             CNB24200
084800     MOVE PL-EMP-NBR               TO TG-EMP-NBR                  CNB24200
084900     MOVE 'PL'                     TO TG-EARN-TYPE                CNB24200
085000     MOVE PARM-PAY-PERIOD          TO TG-PAY-PERIOD               CNB24200
085100     MOVE PL-AMOUNT                TO TG-AMOUNT                   CNB24200
085200     WRITE WS-TSGEN-RECORD                                        CNB24200
085300     IF NOT WS-TSGEN-OK                                           CNB24200
085400        MOVE 'P3000-WR-TSG'        TO WS-ABEND-PARAGRAPH          CNB24200
085500        MOVE WS-TSGEN-STATUS       TO WS-ABEND-STATUS             CNB24200
085600        PERFORM P9999-GOT-PROBLEM                                 CNB24200
085700     END-IF                                                       CNB24200
085800     SET PL-PAID TO TRUE                                          CNB24200
085900     MOVE WS-RUN-DATE-TIME (1:6)   TO PL-PAID-DATE                CNB24200
086000     MOVE PARM-PAY-PERIOD          TO PL-PAY-PERIOD               CNB24200
086100     REWRITE PL-RECORD                                            CNB24200
086200     IF NOT WS-PIL-OK                                             CNB24200
086300        MOVE 'P3000-RWR-PIL'       TO WS-ABEND-PARAGRAPH          CNB24200
086400        MOVE WS-PIL-STATUS         TO WS-ABEND-STATUS             CNB24200
086500        PERFORM P9999-GOT-PROBLEM                                 CNB24200
086600     END-IF.                                                      CNB24200
086700 P3000-EXIT.                                                      CNB24200
086800     EXIT.                                                        CNB24200
086900*                                                                 CNB24200
087000 P4000-REPORT-SWEEP.                                              CNB24200
087100     READ PIL-FILE NEXT                                           CNB24200
087200          AT END                                                  CNB24200
087300             SET WS-EOF-INPUT TO TRUE                             CNB24200
087400     END-READ                                                     CNB24200
087500     IF NOT WS-EOF-INPUT                                          CNB24200
087600        ADD 1 TO WS-READ-COUNT                                    CNB24200
087700        IF PL-YEAR = WS-YEAR                                      CNB24200
087800           AND NOT PL-REJECTED                                    CNB24200
087900           ADD 1 TO WS-YEAR-COUNT                                 CNB24200
088000           PERFORM P4100-TOTAL-DIST-CRAFT THRU P4100-EXIT         CNB24200
088100        END-IF                                                    CNB24200
088200     END-IF.                                                      CNB24200
088300*                                                                 CNB24200
088400 P4100-TOTAL-DIST-CRAFT.                                          CNB24200
088500*    DISTRICT / CRAFT ENTRIES ARE KEPT IN KEY ORDER AS FIRST SEEN.CNB24200
088600     MOVE PL-DIST                  TO WS-DC-NEW-DIST              CNB24200
088700     MOVE PL-CRAFT                 TO WS-DC-NEW-CRAFT             CNB24200
088800     MOVE ZEROS                    TO WS-DC-AT                    CNB24200
088900                                      WS-DC-INS-AT                CNB24200
089000     PERFORM P4110-FIND-DIST-CRAFT                                CNB24200
089100             VARYING WS-DC-SUB FROM 1 BY 1                        CNB24200
089200             UNTIL WS-DC-SUB > WS-DC-COUNT                        CNB24200
089300     IF WS-DC-AT = ZEROS                                          CNB24200
089400        IF WS-DC-COUNT NOT < WS-DC-MAX                            CNB24200
089500           ADD 1 TO WS-OVER-COUNT                                 CNB24200
089600           GO TO P4100-EXIT                                       CNB24200
089700        END-IF                                                    CNB24200
089800        IF WS-DC-INS-AT = ZEROS                                   CNB24200
089900           COMPUTE WS-DC-INS-AT = WS-DC-COUNT + 1                 CNB24200
090000        END-IF                                                    CNB24200
090100        PERFORM P4120-SHIFT-DIST-CRAFT                            CNB24200
090200                VARYING WS-DC-SUB2 FROM WS-DC-COUNT BY -1         CNB24200
090300                UNTIL WS-DC-SUB2 < WS-DC-INS-AT                   CNB24200
090400        MOVE WS-DC-INS-AT          TO WS-DC-AT                    CNB24200
090500        MOVE WS-DC-NEW-KEY         TO WS-DC-KEY (WS-DC-AT)        CNB24200
090600        MOVE ZEROS                 TO WS-DC-PEND-WEEKS (WS-DC-AT) CNB24200
090700                                      WS-DC-PEND-AMT (WS-DC-AT)   CNB24200
090800                                      WS-DC-UNPD-WEEKS (WS-DC-AT) CNB24200
090900                                      WS-DC-UNPD-AMT (WS-DC-AT)   CNB24200
091000                                      WS-DC-PAID-WEEKS (WS-DC-AT) CNB24200
091100                                      WS-DC-PAID-AMT (WS-DC-AT)   CNB24200
091200        ADD 1 TO WS-DC-COUNT                                      CNB24200
091300     END-IF                                                       CNB24200
091400     EVALUATE TRUE                                                CNB24200
091500        WHEN PL-ELECTED                                           CNB24200
091600             ADD PL-WEEKS          TO WS-DC-PEND-WEEKS (WS-DC-AT) CNB24200
091700             ADD PL-AMOUNT         TO WS-DC-PEND-AMT (WS-DC-AT)   CNB24200
091800        WHEN PL-PAID                                              CNB24200
091900             ADD PL-WEEKS          TO WS-DC-PAID-WEEKS (WS-DC-AT) CNB24200
092000             ADD PL-AMOUNT         TO WS-DC-PAID-AMT (WS-DC-AT)   CNB24200
092100        WHEN OTHER                                                CNB24200
092200             ADD PL-WEEKS          TO WS-DC-UNPD-WEEKS (WS-DC-AT) CNB24200
092300             ADD PL-AMOUNT         TO WS-DC-UNPD-AMT (WS-DC-AT)   CNB24200
092400     END-EVALUATE.                                                CNB24200
092500 P4100-EXIT.                                                      CNB24200
092600     EXIT.                                                        CNB24200
092700*                                                                 CNB24200
092800 P4110-FIND-DIST-CRAFT.                                           CNB24200
092900     IF WS-DC-AT = ZEROS                                          CNB24200
093000        AND WS-DC-INS-AT = ZEROS                                  CNB24200
093100        IF WS-DC-NEW-KEY = WS-DC-KEY (WS-DC-SUB)                  CNB24200
093200           MOVE WS-DC-SUB          TO WS-DC-AT                    CNB24200
093300        ELSE                                                      CNB24200
093400           IF WS-DC-NEW-KEY < WS-DC-KEY (WS-DC-SUB)               CNB24200
093500              MOVE WS-DC-SUB       TO WS-DC-INS-AT                CNB24200
093600           END-IF                                                 CNB24200
093700        END-IF                                                    CNB24200
093800     END-IF.                                                      CNB24200
093900*                                                                 CNB24200
094000 P4120-SHIFT-DIST-CRAFT.                                          CNB24200
094100     COMPUTE WS-DC-SUB = WS-DC-SUB2 + 1                           CNB24200
094200     MOVE WS-DC-ENTRY (WS-DC-SUB2) TO WS-DC-ENTRY (WS-DC-SUB).    CNB24200
094300*                                                                 CNB24200
094400 P4500-PRINT-LIABILITY.                                           CNB24200
094500     PERFORM P4510-PRINT-DIST-CRAFT                               CNB24200
094600             VARYING WS-DC-SUB FROM 1 BY 1                        CNB24200
094700             UNTIL WS-DC-SUB > WS-DC-COUNT                        CNB24200
094800     MOVE SPACES                   TO RPT-LINE                    CNB24200
094900     WRITE RPT-LINE                                               CNB24200
095000     MOVE SPACES                   TO RL-DIST                     CNB24200
095100                                      RL-CRAFT                    CNB24200
095200     MOVE 'TOTAL'                  TO WS-LIAB-LINE (1:5)          CNB24200
095300     MOVE WS-GT-PEND-WEEKS         TO RL-PEND-WEEKS               CNB24200
095400     MOVE WS-GT-PEND-AMT           TO RL-PEND-AMT                 CNB24200
095500     MOVE WS-GT-UNPD-WEEKS         TO RL-UNPD-WEEKS               CNB24200
095600     MOVE WS-GT-UNPD-AMT           TO RL-UNPD-AMT                 CNB24200
095700     MOVE WS-GT-PAID-WEEKS         TO RL-PAID-WEEKS               CNB24200
095800     MOVE WS-GT-PAID-AMT           TO RL-PAID-AMT                 CNB24200
095900     COMPUTE WS-LIAB-AMT = WS-GT-PEND-AMT + WS-GT-UNPD-AMT        CNB24200
096000     MOVE WS-LIAB-AMT              TO RL-LIAB-AMT                 CNB24200
096100     WRITE RPT-LINE FROM WS-LIAB-LINE.                            CNB24200
096200*                                                                 CNB24200
096300 P4510-PRINT-DIST-CRAFT.                                          CNB24200
096400     MOVE WS-DC-DIST (WS-DC-SUB)   TO RL-DIST                     CNB24200
096500     MOVE WS-DC-CRAFT (WS-DC-SUB)  TO RL-CRAFT                    CNB24200
096600     MOVE WS-DC-PEND-WEEKS (WS-DC-SUB) TO RL-PEND-WEEKS           CNB24200
096700     MOVE WS-DC-PEND-AMT (WS-DC-SUB)   TO RL-PEND-AMT             CNB24200
096800     MOVE WS-DC-UNPD-WEEKS (WS-DC-SUB) TO RL-UNPD-WEEKS           CNB24200
096900     MOVE WS-DC-UNPD-AMT (WS-DC-SUB)   TO RL-UNPD-AMT             CNB24200
097000     MOVE WS-DC-PAID-WEEKS (WS-DC-SUB) TO RL-PAID-WEEKS           CNB24200
097100     MOVE WS-DC-PAID-AMT (WS-DC-SUB)   TO RL-PAID-AMT             CNB24200
097200     COMPUTE WS-LIAB-AMT = WS-DC-PEND-AMT (WS-DC-SUB)             CNB24200
097300                         + WS-DC-UNPD-AMT (WS-DC-SUB)             CNB24200
097400     MOVE WS-LIAB-AMT              TO RL-LIAB-AMT                 CNB24200
097500     WRITE RPT-LINE FROM WS-LIAB-LINE                             CNB24200
097600     ADD WS-DC-PEND-WEEKS (WS-DC-SUB) TO WS-GT-PEND-WEEKS         CNB24200
097700     ADD WS-DC-PEND-AMT (WS-DC-SUB)   TO WS-GT-PEND-AMT           CNB24200
097800     ADD WS-DC-UNPD-WEEKS (WS-DC-SUB) TO WS-GT-UNPD-WEEKS         CNB24200
097900     ADD WS-DC-UNPD-AMT (WS-DC-SUB)   TO WS-GT-UNPD-AMT           CNB24200
098000     ADD WS-DC-PAID-WEEKS (WS-DC-SUB) TO WS-GT-PAID-WEEKS         CNB24200
098100     ADD WS-DC-PAID-AMT (WS-DC-SUB)   TO WS-GT-PAID-AMT.          CNB24200
098200*                                                                 CNB24200
098300 P9000-TERMINATE.                                                 CNB24200
098400     MOVE SPACES                   TO RPT-LINE                    CNB24200
098500     WRITE RPT-LINE                                               CNB24200
098600     IF WS-FUNC-REPORT                                            CNB24200
098700        MOVE 'ELECTIONS READ ...........' TO CNT-LABEL            CNB24200
098800        MOVE WS-READ-COUNT         TO CNT-VALUE                   CNB24200
098900        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB24200
099000        MOVE 'ELECTIONS FOR THE YEAR ...' TO CNT-LABEL            CNB24200
099100        MOVE WS-YEAR-COUNT         TO CNT-VALUE                   CNB24200
099200        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB24200
099300        MOVE 'NOT TOTALLED - TABLE FULL ' TO CNT-LABEL            CNB24200
099400        MOVE WS-OVER-COUNT         TO CNT-VALUE                   CNB24200
099500        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB24200
099600     ELSE                                                         CNB24200
099700        MOVE 'CARDS READ ...............' TO CNT-LABEL            CNB24200
099800        MOVE WS-TRAN-COUNT         TO CNT-VALUE                   CNB24200
099900        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB24200
100000        MOVE 'CARDS POSTED .............' TO CNT-LABEL            CNB24200
100100        MOVE WS-DONE-COUNT         TO CNT-VALUE                   CNB24200
100200        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB24200
100300        MOVE 'CARDS REJECTED ...........' TO CNT-LABEL            CNB24200
100400        MOVE WS-REJ-COUNT          TO CNT-VALUE                   CNB24200
100500        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB24200
100600        CLOSE PLTRAN-FILE                                         CNB24200
100700     END-IF                                                       CNB24200
100800     IF WS-FUNC-ELECT OR WS-FUNC-APPROVE                          CNB24200
100900        CLOSE MSTR-FILE                                           CNB24200
101000              CNTL-FILE                                           CNB24200
101100              TRCN-FILE                                           CNB24200
101200              VACEMP-FILE                                         CNB24200
101300     END-IF                                                       CNB24200
101400     IF WS-FUNC-PAY                                               CNB24200
101500        CLOSE TSGEN-FILE                                          CNB24200
101600     END-IF                                                       CNB24200
101700     CLOSE PIL-FILE                                               CNB24200
101800           RPT-FILE.                                              CNB24200
101900*                                                                 CNB24200
102000 P9999-GOT-PROBLEM.                                               CNB24200
102010     MOVE 'CNB242'                 TO XE-PROGRAM                  CNB24200
102020     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB24200
102030     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB24200
102040     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB24200
102100     DISPLAY 'CNB242 ABEND IN ' WS-ABEND-PARAGRAPH                CNB24200
102200              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB24200
102300     MOVE 16 TO RETURN-CODE                                       CNB24200
102400     GOBACK.                                                      CNB24200
