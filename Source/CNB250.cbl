000100 IDENTIFICATION DIVISION.                                         CNB25000
000200 PROGRAM-ID. CNB250.                                              CNB25000
000300*AUTHOR.     JMC.                                                 CNB25000
000400*DATE-WRITTEN. 10/15/26.                                          CNB25000
000500*REMARKS.                                                         CNB25000
000600*    UNION-BUSINESS LAYOFF BILLING.  TIME OFF ON UNION BUSINESS   CNB25000
000700*    ('U') IS PAID BY THE COMPANY AND BILLED BACK TO THE UNION,   CNB25000
000800*    BUT THE BILLING WAS BUILT BY HAND FROM LAYOFF AND MARKUP     CNB25000
000900*    TIMES AND TIME THAT WAS NEVER BILLED WAS LOST.  THIS MONTHLY CNB25000
001000*    RUN READS THE CNB122 JHISTSEQ EXTRACT (LAYOUT HEADER         CNB25000
001100*    VALIDATED, EMPLOYEE / DATE ORDER) AND PAIRS EACH             CNB25000
001200*    STATUS-CHANGE LAYOFF TO 'U' WITH THE NEXT STATUS CHANGE FOR  CNB25000
001300*    THE EMPLOYEE.  A SPELL STILL OPEN AT THE END OF THE          CNB25000
001400*    EMPLOYEE'S HISTORY IS SETTLED FROM THE MASTER: STILL ON 'U' -CNB25000
001500*    OPEN AT MONTH END; MARKED UP OR LAID OFF SINCE - CLOSED AT   CNB25000
001600*    THE MASTER'S MARKUP-TIME OR LAYOFF-TIME. EMPLOYEES ON 'U' ON CNB25000
001700*    THE MASTER WITH NO OPEN SPELL IN THE EXTRACT ARE TAKEN FROM  CNB25000
001800*    THE MASTER'S LAYOFF-TIME. THE PART OF EACH SPELL INSIDE THE  CNB25000
001900*    PARM MONTH (CCYYMM, BLANK = THE MONTH BEFORE THE RUN DATE) ISCNB25000
002000*    BILLED - A SPELL STILL OPEN IS BILLED TO THE END OF THE      CNB25000
002100*    MONTH, FLAGGED OPEN, AND PICKS UP AGAIN IN NEXT MONTH'S RUN. CNB25000
002200*    EACH CALENDAR DAY OR PART DAY OF THE BILLED TIME IS ONE BASICCNB25000
002300*    DAY AT THE EMPLOYEE'S DAY RATE, PRICED THE WAY CNB242 PRICES CNB25000
002400*    A VACATION WEEK (JOB TYPE AND RATE CODE OF THE EMPLOYEE'S    CNB25000
002500*    LAST-JOB-ASG FROM CNTL 03 / CNTL 08 / TRCN, DAY RATE FROM    CNB25000
002600*    PAYROLL'S RATE-TABLE EXTRACT PILRATE). THE UNION LOCAL COMES CNB25000
002700*    FROM THE ULOCAL CARDS (DISTRICT, CRAFT, LOCAL, LOCAL NAME,   CNB25000
002800*    ACCOUNTS-RECEIVABLE ACCOUNT; A BLANK DISTRICT COVERS THE     CNB25000
002900*    CRAFT IN EVERY DISTRICT NOT CARDED ON ITS OWN).  THE         CNB25000
003000*    STATEMENT PRINTS PER LOCAL WITH EMPLOYEE, DATES, HOURS AND   CNB25000
003100*    AMOUNT, THEN THE ABSENCES WITH NO LOCAL AND THE LIST OF      CNB25000
003200*    ABSENCES STILL OPEN AT MONTH END.  EVERY PRICED ABSENCE FOR ACNB25000
003300*    CARDED LOCAL IS WRITTEN TO UBARFILE FOR ACCOUNTS RECEIVABLE. CNB25000
003400*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB25000
003500*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB25000
003600*                                                                 CNB25000
003700*TBD  THE STATUS-CHANGE HISTORY RECORD IS TAKEN AS FUNCTION 02    CNB25000
003800*WITH IN-OUT I=MARKUP O=LAYOFF (CNB139) AND THE NEW LAYOFF CODE INCNB25000
003900*THE FIRST TWO BYTES OF THE FUNCTION DATA (CNB130). THE CNTL /    CNB25000
004000*TRCN RATE FIELDS ARE CNB242'S.  VERIFY BEFORE NEXT COMPILE.      CNB25000
004100*                                                                 CNB25000
004200 ENVIRONMENT DIVISION.                                            CNB25000
004300 CONFIGURATION SECTION.                                           CNB25000
004400 SOURCE-COMPUTER.  IBM-370.                                       CNB25000
004500 OBJECT-COMPUTER.  IBM-370.                                       CNB25000
004600 INPUT-OUTPUT SECTION.                                            CNB25000
004700 FILE-CONTROL.                                                    CNB25000
004800     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB25000
004900            ORGANIZATION  SEQUENTIAL                              CNB25000
005000            FILE STATUS   WS-PARM-STATUS.                         CNB25000
005100     SELECT JHIST-FILE   ASSIGN TO JHISTSEQ                       CNB25000
005200            ORGANIZATION  SEQUENTIAL                              CNB25000
005300            FILE STATUS   WS-JHIST-STATUS.                        CNB25000
005400     SELECT LOCAL-FILE   ASSIGN TO ULOCAL                         CNB25000
005500            ORGANIZATION  SEQUENTIAL                              CNB25000
005600            FILE STATUS   WS-LOCAL-STATUS.                        CNB25000
005700     SELECT RATE-FILE    ASSIGN TO PILRATE                        CNB25000
005800            ORGANIZATION  SEQUENTIAL                              CNB25000
005900            FILE STATUS   WS-RATE-STATUS.                         CNB25000
006000     SELECT MSTR-FILE    ASSIGN TO MSTRFILE                       CNB25000
006100            ORGANIZATION  INDEXED                                 CNB25000
006200            ACCESS MODE   DYNAMIC                                 CNB25000
006300            RECORD KEY    MIO-KEY                                 CNB25000
006400            ALTERNATE RECORD KEY MIO-EMP-NBR                      CNB25000
006500            FILE STATUS   WS-MSTRF-STATUS.                        CNB25000
006600     SELECT CNTL-FILE    ASSIGN TO CNTLFILE                       CNB25000
006700            ORGANIZATION  INDEXED                                 CNB25000
006800            ACCESS MODE   RANDOM                                  CNB25000
006900            RECORD KEY    CN-KEY                                  CNB25000
007000            FILE STATUS   WS-CNTL-STATUS.                         CNB25000
007100     SELECT TRCN-FILE    ASSIGN TO TRCNK3                         CNB25000
007200            ORGANIZATION  INDEXED                                 CNB25000
007300            ACCESS MODE   RANDOM                                  CNB25000
007400            RECORD KEY    TK-KEY3                                 CNB25000
007500            FILE STATUS   WS-TRCN-STATUS.                         CNB25000
007600     SELECT AR-FILE      ASSIGN TO UBARFILE                       CNB25000
007700            ORGANIZATION  SEQUENTIAL                              CNB25000
007800            FILE STATUS   WS-AR-STATUS.                           CNB25000
007900     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB25000
008000            ORGANIZATION  LINE SEQUENTIAL                         CNB25000
008100            FILE STATUS   WS-RPT-STATUS.                          CNB25000
008200*                                                                 CNB25000
008300 DATA DIVISION.                                                   CNB25000
008400 FILE SECTION.                                                    CNB25000
008500 FD  PARM-FILE                                                    CNB25000
008600     RECORD CONTAINS 80 CHARACTERS.                               CNB25000
008700 01  WS-PARM-RECORD.                                              CNB25000
008800     05  PARM-FUNC                 PIC X(8).                      CNB25000
008900     05  PARM-DATE-TIME            PIC X(12).                     CNB25000
009000     05  PARM-MONTH                PIC X(6).                      CNB25000
009100     05  FILLER                    PIC X(54).                     CNB25000
009200 FD  JHIST-FILE                                                   CNB25000
009300     RECORD CONTAINS 200 CHARACTERS.                              CNB25000
009400 01  WS-JHIST-RECORD.                                             CNB25000
009500     05  JHIST-EMP-NBR             PIC X(9).                      CNB25000
009600*    CCYYMMDDHHMMSS:                                              CNB25000
009700     05  JHIST-EFF-DATE-TIME       PIC X(14).                     CNB25000
009800     05  JHIST-FUNCTION            PIC X(2).                      CNB25000
009900         88  JHIST-STATUS-FUN            VALUE '02'.              CNB25000
010000     05  JHIST-EMP-NBR-AFFECTED    PIC X(9).                      CNB25000
010100     05  JHIST-IN-OUT              PIC X(1).                      CNB25000
010200         88  JHIST-MARKUP                VALUE 'I'.               CNB25000
010300         88  JHIST-LAYOFF                VALUE 'O'.               CNB25000
010400     05  JHIST-STATUS-CODE         PIC X(2).                      CNB25000
010500     05  FILLER                    PIC X(163).                    CNB25000
010600 FD  LOCAL-FILE                                                   CNB25000
010700     RECORD CONTAINS 80 CHARACTERS.                               CNB25000
010800 01  UL-RECORD.                                                   CNB25000
010900     05  UL-DIST                   PIC X(2).                      CNB25000
011000     05  UL-CRAFT                  PIC X(2).                      CNB25000
011100     05  UL-LOCAL                  PIC X(6).                      CNB25000
011200     05  UL-LOCAL-NAME             PIC X(30).                     CNB25000
011300     05  UL-AR-ACCOUNT             PIC X(10).                     CNB25000
011400     05  FILLER                    PIC X(30).                     CNB25000
011500 FD  RATE-FILE                                                    CNB25000
011600     RECORD CONTAINS 80 CHARACTERS.                               CNB25000
011700 01  WS-RATE-RECORD.                                              CNB25000
011800     05  RT-JOB-TYPE               PIC X(2).                      CNB25000
011900     05  RT-RATE-CODE              PIC X(1).                      CNB25000
012000     05  RT-DAY-RATE               PIC 9(4)V99.                   CNB25000
012100     05  FILLER                    PIC X(71).                     CNB25000
012200 FD  MSTR-FILE                                                    CNB25000
012300     RECORD CONTAINS 500 CHARACTERS.                              CNB25000
012400 01  MIO-RECORD.                                                  CNB25000
012500     05  MIO-KEY.                                                 CNB25000
012600         10  MIO-DIST              PIC X(2).                      CNB25000
012700         10  MIO-SDIST             PIC X(2).                      CNB25000
012800         10  MIO-CRAFT             PIC X(2).                      CNB25000
012900         10  MIO-EMP-NAME          PIC X(26).                     CNB25000
013000         10  MIO-EMP-NBR           PIC X(9).                      CNB25000
013100     05  FILLER                    PIC X(459).                    CNB25000
013200 FD  CNTL-FILE                                                    CNB25000
013300     RECORD CONTAINS 80 CHARACTERS.                               CNB25000
013400 01  CN-RECORD.                                                   CNB25000
013500     05  CN-KEY.                                                  CNB25000
013600         10  CN-FAMILY             PIC X(2).                      CNB25000
013700         10  CN-IDENT              PIC X(10).                     CNB25000
013800     05  CN-DATA.                                                 CNB25000
013900         10  CN-JOB-TYPE           PIC X(2).                      CNB25000
014000         10  CN-RATE-CODE          PIC X(1).                      CNB25000
014100         10  FILLER                PIC X(57).                     CNB25000
014200     05  FILLER                    PIC X(8).                      CNB25000
014300 FD  TRCN-FILE                                                    CNB25000
014400     RECORD CONTAINS 80 CHARACTERS.                               CNB25000
014500 01  TK-RECORD.                                                   CNB25000
014600     05  TK-KEY3.                                                 CNB25000
014700         10  TK-DIST3              PIC X(2).                      CNB25000
014800         10  TK-SDIST3             PIC X(2).                      CNB25000
014900         10  TK-ASSIGNMENT         PIC X(12).                     CNB25000
015000     05  TK-JOB-TYPE               PIC X(2).                      CNB25000
015100     05  TK-RATE-CODE              PIC X(1).                      CNB25000
015200     05  FILLER                    PIC X(61).                     CNB25000
015300 FD  AR-FILE                                                      CNB25000
015400     RECORD CONTAINS 150 CHARACTERS.                              CNB25000
015500 01  AR-RECORD.                                                   CNB25000
015600     05  AR-LOCAL                  PIC X(6).                      CNB25000
015700     05  AR-ACCOUNT                PIC X(10).                     CNB25000
015800     05  AR-MONTH                  PIC X(6).                      CNB25000
015900     05  AR-EMP-NBR                PIC X(9).                      CNB25000
016000     05  AR-EMP-NAME               PIC X(26).                     CNB25000
016100     05  AR-DIST                   PIC X(2).                      CNB25000
016200     05  AR-CRAFT                  PIC X(2).                      CNB25000
016300*    CCYYMMDDHHMM:                                                CNB25000
016400     05  AR-FROM-DATE-TIME         PIC X(12).                     CNB25000
016500     05  AR-TO-DATE-TIME           PIC X(12).                     CNB25000
016600     05  AR-DAYS                   PIC 9(3).                      CNB25000
016700     05  AR-HOURS                  PIC 9(4)V9.                    CNB25000
016800     05  AR-DAY-RATE               PIC 9(4)V99.                   CNB25000
016900     05  AR-AMOUNT                 PIC S9(7)V99.                  CNB25000
017000     05  AR-OPEN-FLAG              PIC X(1).                      CNB25000
017100     05  FILLER                    PIC X(41).                     CNB25000
017200 FD  RPT-FILE                                                     CNB25000
017300     RECORD CONTAINS 132 CHARACTERS.                              CNB25000
017400 01  RPT-LINE                      PIC X(132).                    CNB25000
017500*                                                                 CNB25000
017600 WORKING-STORAGE SECTION.                                         CNB25000
017700 COPY WSMSTR.                                                     CNB25000
017800 COPY WSXHDR.                                                     CNB25000
017900 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB25000
018000     88  WS-PARM-OK                       VALUE '00'.             CNB25000
018100 01  WS-JHIST-STATUS               PIC XX VALUE SPACES.           CNB25000
018200     88  WS-JHIST-OK                      VALUE '00'.             CNB25000
018300 01  WS-LOCAL-STATUS               PIC XX VALUE SPACES.           CNB25000
018400     88  WS-LOCAL-OK                      VALUE '00'.             CNB25000
018500 01  WS-RATE-STATUS                PIC XX VALUE SPACES.           CNB25000
018600     88  WS-RATE-OK                       VALUE '00'.             CNB25000
018700 01  WS-MSTRF-STATUS               PIC XX VALUE SPACES.           CNB25000
018800     88  WS-MSTRF-OK                      VALUE '00'.             CNB25000
018900     88  WS-MSTRF-NOTFND                  VALUE '23'.             CNB25000
019000 01  WS-CNTL-STATUS                PIC XX VALUE SPACES.           CNB25000
019100     88  WS-CNTL-OK                       VALUE '00'.             CNB25000
019200     88  WS-CNTL-NOTFND                   VALUE '23'.             CNB25000
019300 01  WS-TRCN-STATUS                PIC XX VALUE SPACES.           CNB25000
019400     88  WS-TRCN-OK                       VALUE '00'.             CNB25000
019500     88  WS-TRCN-NOTFND                   VALUE '23'.             CNB25000
019600 01  WS-AR-STATUS                  PIC XX VALUE SPACES.           CNB25000
019700     88  WS-AR-OK                         VALUE '00'.             CNB25000
019800 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB25000
019900     88  WS-RPT-OK                        VALUE '00'.             CNB25000
020000 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB25000
020100 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB25000
020110 COPY WSERRLOG.                                                   CNB25000
020200 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB25000
020300     88  WS-FUNC-BILL                     VALUE 'BILL'.           CNB25000
020400 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB25000
020500 01  WS-RUN-STAMP                  PIC X(12) VALUE SPACES.        CNB25000
020600 01  WS-BILL-MONTH.                                               CNB25000
020700     05  WS-BM-CCYY                PIC 9(4) VALUE ZEROS.          CNB25000
020800     05  WS-BM-MM                  PIC 9(2) VALUE ZEROS.          CNB25000
020900 01  WS-BILL-MONTH-X REDEFINES WS-BILL-MONTH                      CNB25000
021000                                   PIC X(6).                      CNB25000
021100 01  WS-NEXT-MONTH.                                               CNB25000
021200     05  WS-NM-CCYY                PIC 9(4) VALUE ZEROS.          CNB25000
021300     05  WS-NM-MM                  PIC 9(2) VALUE ZEROS.          CNB25000
021400 01  WS-NEXT-MONTH-X REDEFINES WS-NEXT-MONTH                      CNB25000
021500                                   PIC X(6).                      CNB25000
021600*    CCYYMMDDHHMM BOUNDS OF THE BILLING MONTH:                    CNB25000
021700 01  WS-MONTH-START                PIC X(12) VALUE SPACES.        CNB25000
021800 01  WS-MONTH-END                  PIC X(12) VALUE SPACES.        CNB25000
021900 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB25000
022000     88  WS-EOF-JHIST                     VALUE 'Y'.              CNB25000
022100 01  WS-LOCAL-EOF-SW               PIC X  VALUE 'N'.              CNB25000
022200     88  WS-EOF-LOCAL                     VALUE 'Y'.              CNB25000
022300 01  WS-RATE-EOF-SW                PIC X  VALUE 'N'.              CNB25000
022400     88  WS-EOF-RATE                      VALUE 'Y'.              CNB25000
022500 01  WS-MSTR-EOF-SW                PIC X  VALUE 'N'.              CNB25000
022600     88  WS-EOF-MSTR                      VALUE 'Y'.              CNB25000
022700*                                                                 CNB25000
022800*    THE EMPLOYEE WHOSE HISTORY IS BEING READ AND HIS OPEN SPELL  CNB25000
022900*                                                                 CNB25000
023000 01  WS-HIST-EMP                   PIC X(9) VALUE SPACES.         CNB25000
023100 01  WS-SPELL-START                PIC X(12) VALUE SPACES.        CNB25000
023200 01  WS-SPELL-END                  PIC X(12) VALUE SPACES.        CNB25000
023300 01  WS-SPELL-SW                   PIC X  VALUE 'N'.              CNB25000
023400     88  WS-SPELL-OPEN                    VALUE 'Y'.              CNB25000
023500     88  WS-SPELL-NONE                    VALUE 'N'.              CNB25000
023600 01  WS-STILL-OPEN-SW              PIC X  VALUE 'N'.              CNB25000
023700     88  WS-STILL-OPEN                    VALUE 'Y'.              CNB25000
023800 01  WS-BILL-EMP                   PIC X(9) VALUE SPACES.         CNB25000
023900 01  WS-MSTR-EMP                   PIC X(9) VALUE SPACES.         CNB25000
024000 01  WS-MSTR-FOUND-SW              PIC X  VALUE 'N'.              CNB25000
024100     88  WS-MSTR-FOUND                    VALUE 'Y'.              CNB25000
024200 01  WS-MSTR-STAMP                 PIC X(12) VALUE SPACES.        CNB25000
024300 01  WS-FROM-STAMP                 PIC X(12) VALUE SPACES.        CNB25000
024400 01  WS-TO-STAMP                   PIC X(12) VALUE SPACES.        CNB25000
024500 01  WS-FROM-MINS                  PIC S9(9) COMP VALUE ZEROS.    CNB25000
024600 01  WS-BILL-MINS                  PIC S9(9) COMP VALUE ZEROS.    CNB25000
024700 01  WS-BILL-DAYS                  PIC 9(3) VALUE ZEROS.          CNB25000
024800*                                                                 CNB25000
024900*    CCYYMMDDHHMM TO MINUTES                                      CNB25000
025000*                                                                 CNB25000
025100 01  WS-STAMP.                                                    CNB25000
025200     05  WS-ST-DATE                PIC X(8).                      CNB25000
025300     05  WS-ST-HH                  PIC 9(2).                      CNB25000
025400     05  WS-ST-MN                  PIC 9(2).                      CNB25000
025500 01  WS-STAMP-MINS                 PIC S9(9) COMP VALUE ZEROS.    CNB25000
025600 01  WS-SERIAL-RESULT              PIC S9(7) COMP VALUE ZEROS.    CNB25000
025700 01  WS-SERIAL-DATE.                                              CNB25000
025800     05  WS-SD-CCYY                PIC 9(4).                      CNB25000
025900     05  WS-SD-MM                  PIC 9(2).                      CNB25000
026000     05  WS-SD-DD                  PIC 9(2).                      CNB25000
026100 01  WS-SERIAL-DATE-X REDEFINES WS-SERIAL-DATE                    CNB25000
026200                                   PIC X(8).                      CNB25000
026300 01  WS-LEAP-QUOT                  PIC 9(4) VALUE ZEROS.          CNB25000
026400 01  WS-LEAP-REM                   PIC 9(4) VALUE ZEROS.          CNB25000
026500 01  WS-CUM-DAY-TABLE              PIC X(36) VALUE                CNB25000
026600         '000031059090120151181212243273304334'.                  CNB25000
026700 01  WS-CUM-DAY-TABLE-R REDEFINES WS-CUM-DAY-TABLE.               CNB25000
026800     05  WS-CDT-DAYS OCCURS 12 TIMES                              CNB25000
026900                                   PIC 9(3).                      CNB25000
027000*                                                                 CNB25000
027100*    PRICING - AS CNB242                                          CNB25000
027200*                                                                 CNB25000
027300 01  WS-JOB-TYPE                   PIC X(2) VALUE SPACES.         CNB25000
027400 01  WS-RATE-CODE                  PIC X(1) VALUE SPACES.         CNB25000
027500 01  WS-DAY-RATE                   PIC 9(4)V99 VALUE ZEROS.       CNB25000
027600 01  WS-RT-MAX                     PIC S9(4) COMP VALUE 300.      CNB25000
027700 01  WS-RT-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB25000
027800 01  WS-RT-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB25000
027900 01  WS-RT-AT                      PIC S9(4) COMP VALUE ZEROS.    CNB25000
028000 01  WS-RT-TABLE.                                                 CNB25000
028100     05  WS-RT-ENTRY OCCURS 300 TIMES.                            CNB25000
028200         10  WS-RT-KEY             PIC X(3).                      CNB25000
028300         10  WS-RT-DAY-RATE        PIC 9(4)V99.                   CNB25000
028400 01  WS-RT-FIND-KEY.                                              CNB25000
028500     05  WS-RT-FIND-JOB-TYPE       PIC X(2).                      CNB25000
028600     05  WS-RT-FIND-RATE-CODE      PIC X(1).                      CNB25000
028700*                                                                 CNB25000
028800*    UNION LOCALS (ONE ENTRY PER LOCAL) AND THE DISTRICT / CRAFT  CNB25000
028900*    CARDS THAT POINT AT THEM                                     CNB25000
029000*                                                                 CNB25000
029100 01  WS-LC-MAX                     PIC S9(4) COMP VALUE 100.      CNB25000
029200 01  WS-LC-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB25000
029300 01  WS-LC-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB25000
029400 01  WS-LC-AT                      PIC S9(4) COMP VALUE ZEROS.    CNB25000
029500 01  WS-LC-TABLE.                                                 CNB25000
029600     05  WS-LC-ENTRY OCCURS 100 TIMES.                            CNB25000
029700         10  WS-LC-LOCAL           PIC X(6).                      CNB25000
029800         10  WS-LC-NAME            PIC X(30).                     CNB25000
029900         10  WS-LC-ACCOUNT         PIC X(10).                     CNB25000
030000 01  WS-UM-MAX                     PIC S9(4) COMP VALUE 300.      CNB25000
030100 01  WS-UM-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB25000
030200 01  WS-UM-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB25000
030300 01  WS-UM-TABLE.                                                 CNB25000
030400     05  WS-UM-ENTRY OCCURS 300 TIMES.                            CNB25000
030500         10  WS-UM-DIST            PIC X(2).                      CNB25000
030600         10  WS-UM-CRAFT           PIC X(2).                      CNB25000
030700         10  WS-UM-LC-AT           PIC S9(4) COMP.                CNB25000
030800*                                                                 CNB25000
030900*    THE MONTH'S BILLED ABSENCES                                  CNB25000
031000*                                                                 CNB25000
031100 01  WS-BL-MAX                     PIC S9(4) COMP VALUE 3000.     CNB25000
031200 01  WS-BL-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB25000
031300 01  WS-BL-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB25000
031400 01  WS-BL-TABLE.                                                 CNB25000
031500     05  WS-BL-ENTRY OCCURS 3000 TIMES.                           CNB25000
031600         10  WS-BL-LC-AT           PIC S9(4) COMP.                CNB25000
031700         10  WS-BL-EMP-NBR         PIC X(9).                      CNB25000
031800         10  WS-BL-EMP-NAME        PIC X(26).                     CNB25000
031900         10  WS-BL-DIST            PIC X(2).                      CNB25000
032000         10  WS-BL-CRAFT           PIC X(2).                      CNB25000
032100         10  WS-BL-FROM            PIC X(12).                     CNB25000
032200         10  WS-BL-TO              PIC X(12).                     CNB25000
032300         10  WS-BL-DAYS            PIC 9(3).                      CNB25000
032400         10  WS-BL-HOURS           PIC 9(4)V9.                    CNB25000
032500         10  WS-BL-DAY-RATE        PIC 9(4)V99.                   CNB25000
032600         10  WS-BL-AMOUNT          PIC S9(7)V99.                  CNB25000
032700         10  WS-BL-OPEN-SW         PIC X(1).                      CNB25000
032800             88  WS-BL-OPEN              VALUE 'Y'.               CNB25000
032900*                                                                 CNB25000
033000*    EMPLOYEES WHOSE OPEN SPELL CAME FROM THE EXTRACT, SO THE     CNB25000
033100*    MASTER SWEEP DOES NOT BILL IT TWICE                          CNB25000
033200*                                                                 CNB25000
033300 01  WS-HD-MAX                     PIC S9(4) COMP VALUE 2000.     CNB25000
033400 01  WS-HD-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB25000
033500 01  WS-HD-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB25000
033600 01  WS-HD-FOUND-SW                PIC X  VALUE 'N'.              CNB25000
033700     88  WS-HD-FOUND                      VALUE 'Y'.              CNB25000
033800 01  WS-HD-TABLE.                                                 CNB25000
033900     05  WS-HD-EMP-NBR OCCURS 2000 TIMES                          CNB25000
034000                                   PIC X(9).                      CNB25000
034100 01  WS-LOCAL-TOTALS.                                             CNB25000
034200     05  WS-LT-COUNT               PIC 9(5) VALUE ZEROS.          CNB25000
034300     05  WS-LT-DAYS                PIC 9(5) VALUE ZEROS.          CNB25000
034400     05  WS-LT-HOURS               PIC 9(6)V9 VALUE ZEROS.        CNB25000
034500     05  WS-LT-AMOUNT              PIC S9(9)V99 VALUE ZEROS.      CNB25000
034600 01  WS-GRAND-AMOUNT               PIC S9(9)V99 VALUE ZEROS.      CNB25000
034700 01  WS-JH-READ-COUNT              PIC 9(7) VALUE ZEROS.          CNB25000
034800 01  WS-SPELL-COUNT                PIC 9(7) VALUE ZEROS.          CNB25000
034900 01  WS-MSTR-SPELL-COUNT           PIC 9(7) VALUE ZEROS.          CNB25000
035000 01  WS-OPEN-COUNT                 PIC 9(7) VALUE ZEROS.          CNB25000
035100 01  WS-NORATE-COUNT               PIC 9(7) VALUE ZEROS.          CNB25000
035200 01  WS-NOLOCAL-COUNT              PIC 9(7) VALUE ZEROS.          CNB25000
035300 01  WS-AR-COUNT                   PIC 9(7) VALUE ZEROS.          CNB25000
035400 01  WS-HDR-LINE.                                                 CNB25000
035500     05  FILLER                PIC X(38)  VALUE                   CNB25000
035600         'CNB250 - UNION-BUSINESS BILLING'.                       CNB25000
035700     05  FILLER                PIC X(2)   VALUE SPACES.           CNB25000
035800     05  HDR-FUNC              PIC X(8).                          CNB25000
035900     05  FILLER                PIC X(2)   VALUE SPACES.           CNB25000
036000     05  HDR-DATE-TIME         PIC X(12).                         CNB25000
036100     05  FILLER                PIC X(8)   VALUE '  MONTH '.       CNB25000
036200     05  HDR-MONTH             PIC X(6).                          CNB25000
036300     05  FILLER                PIC X(56)  VALUE SPACES.           CNB25000
036400 01  WS-TITLE-LINE.                                               CNB25000
036500     05  TTL-TEXT                  PIC X(80).                     CNB25000
036600     05  FILLER                    PIC X(52) VALUE SPACES.        CNB25000
036700 01  WS-COL-HDR-LINE.                                             CNB25000
036800     05  FILLER                    PIC X(42) VALUE                CNB25000
036900         'EMPLOYEE  NAME                 BOARD  FROM'.            CNB25000
037000     05  FILLER                    PIC X(29) VALUE                CNB25000
037100         '           TO            DAYS'.                         CNB25000
037200     05  FILLER                    PIC X(31) VALUE                CNB25000
037300         '   HOURS  DAY RATE       AMOUNT'.                       CNB25000
037400     05  FILLER                    PIC X(30) VALUE                CNB25000
037500         '  NOTE'.                                                CNB25000
037600 01  WS-DTL-LINE.                                                 CNB25000
037700     05  DL-EMP-NBR                PIC X(9).                      CNB25000
037800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25000
037900     05  DL-EMP-NAME               PIC X(20).                     CNB25000
038000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25000
038100     05  DL-DIST                   PIC X(2).                      CNB25000
038200     05  FILLER                    PIC X(1) VALUE '/'.            CNB25000
038300     05  DL-CRAFT                  PIC X(2).                      CNB25000
038400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25000
038500     05  DL-FROM                   PIC X(13).                     CNB25000
038600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25000
038700     05  DL-TO                     PIC X(13).                     CNB25000
038800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25000
038900     05  DL-DAYS                   PIC ZZ9.                       CNB25000
039000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25000
039100     05  DL-HOURS                  PIC ZZZ9.9.                    CNB25000
039200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25000
039300     05  DL-DAY-RATE               PIC Z,ZZ9.99.                  CNB25000
039400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25000
039500     05  DL-AMOUNT                 PIC ZZZ,ZZ9.99-.               CNB25000
039600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25000
039700     05  DL-NOTE                   PIC X(14).                     CNB25000
039800     05  FILLER                    PIC X(14) VALUE SPACES.        CNB25000
039900 01  WS-TOT-LINE.                                                 CNB25000
040000     05  FILLER                    PIC X(10) VALUE SPACES.        CNB25000
040100     05  TOT-LABEL                 PIC X(30).                     CNB25000
040200     05  TOT-COUNT                 PIC ZZ,ZZ9.                    CNB25000
040300     05  FILLER                    PIC X(11) VALUE ' ABSENCES  '. CNB25000
040400     05  FILLER                    PIC X(11) VALUE SPACES.        CNB25000
040500     05  TOT-DAYS                  PIC ZZ,ZZ9.                    CNB25000
040600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25000
040700     05  TOT-HOURS                 PIC ZZZ,ZZ9.9.                 CNB25000
040800     05  FILLER                    PIC X(10) VALUE SPACES.        CNB25000
040900     05  TOT-AMOUNT                PIC ZZ,ZZZ,ZZ9.99-.            CNB25000
041000     05  FILLER                    PIC X(24) VALUE SPACES.        CNB25000
041100 01  WS-CNT-LINE.                                                 CNB25000
041200     05  CNT-LABEL                 PIC X(30).                     CNB25000
041300     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB25000
041400     05  FILLER                    PIC X(95) VALUE SPACES.        CNB25000
041500 01  WS-AMT-LINE.                                                 CNB25000
041600     05  AMT-LABEL                 PIC X(30).                     CNB25000
041700     05  AMT-VALUE                 PIC ZZ,ZZZ,ZZ9.99-.            CNB25000
041800     05  FILLER                    PIC X(88) VALUE SPACES.        CNB25000
041900*                                                                 CNB25000
042000 PROCEDURE DIVISION.                                              CNB25000
042100 P0000-MAINLINE.                                                  CNB25000
042200     PERFORM P1000-INITIALIZE                                     CNB25000
042300     PERFORM P2000-READ-HISTORY UNTIL WS-EOF-JHIST                CNB25000
042400     IF WS-HIST-EMP NOT = SPACES                                  CNB25000
042500        PERFORM P2900-END-EMPLOYEE                                CNB25000
042600     END-IF                                                       CNB25000
042700     PERFORM P3000-SWEEP-MASTER                                   CNB25000
042800     PERFORM P6000-PRINT-STATEMENTS                               CNB25000
042900     PERFORM P9000-TERMINATE                                      CNB25000
043000     GOBACK.                                                      CNB25000
043100*                                                                 CNB25000
043200 P1000-INITIALIZE.                                                CNB25000
043300     OPEN INPUT PARM-FILE                                         CNB25000
043400     IF NOT WS-PARM-OK                                            CNB25000
043500        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB25000
043600        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB25000
043700        PERFORM P9999-GOT-PROBLEM                                 CNB25000
043800     END-IF                                                       CNB25000
043900     READ PARM-FILE                                               CNB25000
044000     IF NOT WS-PARM-OK                                            CNB25000
044100        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB25000
044200        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB25000
044300        PERFORM P9999-GOT-PROBLEM                                 CNB25000
044400     END-IF                                                       CNB25000
044500     MOVE PARM-FUNC                TO WS-FUNC                     CNB25000
044600     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB25000
044700     CLOSE PARM-FILE                                              CNB25000
044800     IF NOT WS-FUNC-BILL                                          CNB25000
044900        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB25000
045000        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB25000
045100        PERFORM P9999-GOT-PROBLEM                                 CNB25000
045200     END-IF                                                       CNB25000
045300     MOVE '20'                     TO WS-RUN-STAMP (1:2)          CNB25000
045400     MOVE WS-RUN-DATE-TIME (1:10)  TO WS-RUN-STAMP (3:10)         CNB25000
045500     IF PARM-MONTH NUMERIC                                        CNB25000
045600        MOVE PARM-MONTH            TO WS-BILL-MONTH-X             CNB25000
045700     ELSE                                                         CNB25000
045800        MOVE WS-RUN-STAMP (1:6)    TO WS-BILL-MONTH-X             CNB25000
045900        IF WS-BM-MM = 01                                          CNB25000
046000           MOVE 12                 TO WS-BM-MM                    CNB25000
046100           SUBTRACT 1 FROM WS-BM-CCYY                             CNB25000
046200        ELSE                                                      CNB25000
046300           SUBTRACT 1 FROM WS-BM-MM                               CNB25000
046400        END-IF                                                    CNB25000
046500     END-IF                                                       CNB25000
046600     MOVE WS-BILL-MONTH-X          TO WS-NEXT-MONTH-X             CNB25000
046700     IF WS-NM-MM = 12                                             CNB25000
046800        MOVE 01                    TO WS-NM-MM                    CNB25000
046900        ADD 1 TO WS-NM-CCYY                                       CNB25000
047000     ELSE                                                         CNB25000
047100        ADD 1 TO WS-NM-MM                                         CNB25000
047200     END-IF                                                       CNB25000
047300     STRING WS-BILL-MONTH-X '010000'                              CNB25000
047400            DELIMITED BY SIZE INTO WS-MONTH-START                 CNB25000
047500     STRING WS-NEXT-MONTH-X '010000'                              CNB25000
047600            DELIMITED BY SIZE INTO WS-MONTH-END                   CNB25000
047700     OPEN INPUT JHIST-FILE                                        CNB25000
047800     IF NOT WS-JHIST-OK                                           CNB25000
047900        MOVE 'P1000-OPEN-JHST'     TO WS-ABEND-PARAGRAPH          CNB25000
048000        MOVE WS-JHIST-STATUS       TO WS-ABEND-STATUS             CNB25000
048100        PERFORM P9999-GOT-PROBLEM                                 CNB25000
048200     END-IF                                                       CNB25000
048300     OPEN INPUT LOCAL-FILE                                        CNB25000
048400     IF NOT WS-LOCAL-OK                                           CNB25000
048500        MOVE 'P1000-OPEN-LOCL'     TO WS-ABEND-PARAGRAPH          CNB25000
048600        MOVE WS-LOCAL-STATUS       TO WS-ABEND-STATUS             CNB25000
048700        PERFORM P9999-GOT-PROBLEM                                 CNB25000
048800     END-IF                                                       CNB25000
048900     OPEN INPUT RATE-FILE                                         CNB25000
049000     IF NOT WS-RATE-OK                                            CNB25000
049100        MOVE 'P1000-OPEN-RATE'     TO WS-ABEND-PARAGRAPH          CNB25000
049200        MOVE WS-RATE-STATUS        TO WS-ABEND-STATUS             CNB25000
049300        PERFORM P9999-GOT-PROBLEM                                 CNB25000
049400     END-IF                                                       CNB25000
049500     OPEN INPUT MSTR-FILE                                         CNB25000
049600     IF NOT WS-MSTRF-OK                                           CNB25000
049700        MOVE 'P1000-OPEN-MSTR'     TO WS-ABEND-PARAGRAPH          CNB25000
049800        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB25000
049900        PERFORM P9999-GOT-PROBLEM                                 CNB25000
050000     END-IF                                                       CNB25000
050100     OPEN INPUT CNTL-FILE                                         CNB25000
050200     IF NOT WS-CNTL-OK                                            CNB25000
050300        MOVE 'P1000-OPEN-CNTL'     TO WS-ABEND-PARAGRAPH          CNB25000
050400        MOVE WS-CNTL-STATUS        TO WS-ABEND-STATUS             CNB25000
050500        PERFORM P9999-GOT-PROBLEM                                 CNB25000
050600     END-IF                                                       CNB25000
050700     OPEN INPUT TRCN-FILE                                         CNB25000
050800     IF NOT WS-TRCN-OK                                            CNB25000
050900        MOVE 'P1000-OPEN-TRCN'     TO WS-ABEND-PARAGRAPH          CNB25000
051000        MOVE WS-TRCN-STATUS        TO WS-ABEND-STATUS             CNB25000
051100        PERFORM P9999-GOT-PROBLEM                                 CNB25000
051200     END-IF                                                       CNB25000
051300     OPEN OUTPUT AR-FILE                                          CNB25000
051400     IF NOT WS-AR-OK                                              CNB25000
051500        MOVE 'P1000-OPEN-AR'       TO WS-ABEND-PARAGRAPH          CNB25000
051600        MOVE WS-AR-STATUS          TO WS-ABEND-STATUS             CNB25000
051700        PERFORM P9999-GOT-PROBLEM                                 CNB25000
051800     END-IF                                                       CNB25000
051900     OPEN OUTPUT RPT-FILE                                         CNB25000
052000     IF NOT WS-RPT-OK                                             CNB25000
052100        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB25000
052200        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB25000
052300        PERFORM P9999-GOT-PROBLEM                                 CNB25000
052400     END-IF                                                       CNB25000
052500     MOVE WS-FUNC                  TO HDR-FUNC                    CNB25000
052600     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB25000
052700     MOVE WS-BILL-MONTH-X          TO HDR-MONTH                   CNB25000
052800     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB25000
052900     MOVE SPACES                   TO RPT-LINE                    CNB25000
053000     WRITE RPT-LINE                                               CNB25000
053100     PERFORM P1200-LOAD-RATE UNTIL WS-EOF-RATE                    CNB25000
053200     CLOSE RATE-FILE                                              CNB25000
053300     PERFORM P1300-LOAD-LOCAL UNTIL WS-EOF-LOCAL                  CNB25000
053400     CLOSE LOCAL-FILE                                             CNB25000
053500     PERFORM P1050-VERIFY-JHIST-HDR                               CNB25000
053600     PERFORM P2010-READ-JHIST.                                    CNB25000
053700*                                                                 CNB25000
053800 P1050-VERIFY-JHIST-HDR.                                          CNB25000
053900     MOVE 'JHISTSEQ'               TO XPCT-EXTRACT-ID             CNB25000
054000     MOVE 200                      TO XPCT-RECORD-LGTH            CNB25000
054100     READ JHIST-FILE INTO WS-XHDR                                 CNB25000
054200          AT END                                                  CNB25000
054300             PERFORM P1090-LAYOUT-MISMATCH                        CNB25000
054400     END-READ                                                     CNB25000
054500     IF NOT XHDR-PRESENT                                          CNB25000
054600        PERFORM P1090-LAYOUT-MISMATCH                             CNB25000
054700     END-IF                                                       CNB25000
054800     IF XHDR-EXTRACT-ID NOT = XPCT-EXTRACT-ID                     CNB25000
054900        OR XHDR-RECORD-LGTH NOT = XPCT-RECORD-LGTH                CNB25000
055000        OR XHDR-FIELD-MAP-VER NOT = XPCT-FIELD-MAP-VER            CNB25000
055100        PERFORM P1090-LAYOUT-MISMATCH                             CNB25000
055200     END-IF.                                                      CNB25000
055300*                                                                 CNB25000
055400 P1090-LAYOUT-MISMATCH.                                           CNB25000
055500     MOVE SPACES                   TO RPT-LINE                    CNB25000
055600     STRING 'EXTRACT LAYOUT MISMATCH ON '                         CNB25000
055700            XPCT-EXTRACT-ID                                       CNB25000
055800            ' - RUN ABORTED'                                      CNB25000
055900            DELIMITED BY SIZE INTO RPT-LINE                       CNB25000
056000     WRITE RPT-LINE                                               CNB25000
056100     DISPLAY 'CNB250 EXTRACT LAYOUT MISMATCH ON '                 CNB25000
056200             XPCT-EXTRACT-ID                                      CNB25000
056300     MOVE 16 TO RETURN-CODE                                       CNB25000
056400     GOBACK.                                                      CNB25000
056500*                                                                 CNB25000
056600 P1200-LOAD-RATE.                                                 CNB25000
056700     READ RATE-FILE                                               CNB25000
056800          AT END                                                  CNB25000
056900             SET WS-EOF-RATE TO TRUE                              CNB25000
057000     END-READ                                                     CNB25000
057100     IF NOT WS-EOF-RATE                                           CNB25000
057200        IF RT-DAY-RATE NUMERIC                                    CNB25000
057300           AND WS-RT-COUNT < WS-RT-MAX                            CNB25000
057400           ADD 1 TO WS-RT-COUNT                                   CNB25000
057500           MOVE RT-JOB-TYPE        TO WS-RT-FIND-JOB-TYPE         CNB25000
057600           MOVE RT-RATE-CODE       TO WS-RT-FIND-RATE-CODE        CNB25000
057700           MOVE WS-RT-FIND-KEY     TO WS-RT-KEY (WS-RT-COUNT)     CNB25000
057800           MOVE RT-DAY-RATE        TO WS-RT-DAY-RATE (WS-RT-COUNT)CNB25000
057900        END-IF                                                    CNB25000
058000     END-IF.                                                      CNB25000
058100*                                                                 CNB25000
058200*    ONE ULOCAL CARD PER DISTRICT / CRAFT; THE LOCAL IS ENTERED   CNB25000
058300*    ONCE HOWEVER MANY CARDS NAME IT                              CNB25000
058400*                                                                 CNB25000
058500 P1300-LOAD-LOCAL.                                                CNB25000
058600     READ LOCAL-FILE                                              CNB25000
058700          AT END                                                  CNB25000
058800             SET WS-EOF-LOCAL TO TRUE                             CNB25000
058900     END-READ                                                     CNB25000
059000     IF NOT WS-EOF-LOCAL                                          CNB25000
059100        AND UL-CRAFT NOT = SPACES AND UL-LOCAL NOT = SPACES       CNB25000
059200        AND WS-UM-COUNT < WS-UM-MAX                               CNB25000
059300        MOVE ZEROS                 TO WS-LC-AT                    CNB25000
059400        PERFORM P1310-FIND-LOCAL                                  CNB25000
059500                VARYING WS-LC-SUB FROM 1 BY 1                     CNB25000
059600                UNTIL WS-LC-SUB > WS-LC-COUNT                     CNB25000
059700        IF WS-LC-AT = ZEROS AND WS-LC-COUNT < WS-LC-MAX           CNB25000
059800           ADD 1 TO WS-LC-COUNT                                   CNB25000
059900           MOVE WS-LC-COUNT        TO WS-LC-AT                    CNB25000
060000           MOVE UL-LOCAL           TO WS-LC-LOCAL (WS-LC-AT)      CNB25000
060100           MOVE UL-LOCAL-NAME      TO WS-LC-NAME (WS-LC-AT)       CNB25000
060200           MOVE UL-AR-ACCOUNT      TO WS-LC-ACCOUNT (WS-LC-AT)    CNB25000
060300        END-IF                                                    CNB25000
060400        IF WS-LC-AT > ZEROS                                       CNB25000
060500           ADD 1 TO WS-UM-COUNT                                   CNB25000
060600           MOVE UL-DIST            TO WS-UM-DIST (WS-UM-COUNT)    CNB25000
060700           MOVE UL-CRAFT           TO WS-UM-CRAFT (WS-UM-COUNT)   CNB25000
060800           MOVE WS-LC-AT           TO WS-UM-LC-AT (WS-UM-COUNT)   CNB25000
060900        END-IF                                                    CNB25000
061000     END-IF.                                                      CNB25000
061100*                                                                 CNB25000
061200 P1310-FIND-LOCAL.                                                CNB25000
061300     IF WS-LC-AT = ZEROS                                          CNB25000
061400        AND WS-LC-LOCAL (WS-LC-SUB) = UL-LOCAL                    CNB25000
061500        MOVE WS-LC-SUB             TO WS-LC-AT                    CNB25000
061600     END-IF.                                                      CNB25000
061700*                                                                 CNB25000
061800*    STATUS-CHANGE HISTORY, EMPLOYEE BY EMPLOYEE.  A LAYOFF TO 'U'CNB25000
061900*    OPENS A SPELL; ANY LATER STATUS CHANGE CLOSES IT.            CNB25000
062000*                                                                 CNB25000
062100 P2000-READ-HISTORY.                                              CNB25000
062200     ADD 1 TO WS-JH-READ-COUNT                                    CNB25000
062300     IF JHIST-STATUS-FUN                                          CNB25000
062400        IF JHIST-EMP-NBR NOT = WS-HIST-EMP                        CNB25000
062500           IF WS-HIST-EMP NOT = SPACES                            CNB25000
062600              PERFORM P2900-END-EMPLOYEE                          CNB25000
062700           END-IF                                                 CNB25000
062800           MOVE JHIST-EMP-NBR      TO WS-HIST-EMP                 CNB25000
062900           SET WS-SPELL-NONE TO TRUE                              CNB25000
063000        END-IF                                                    CNB25000
063100        IF JHIST-LAYOFF AND JHIST-STATUS-CODE (1:1) = 'U'         CNB25000
063200           IF WS-SPELL-NONE                                       CNB25000
063300              SET WS-SPELL-OPEN TO TRUE                           CNB25000
063400              MOVE JHIST-EFF-DATE-TIME (1:12) TO WS-SPELL-START   CNB25000
063500           END-IF                                                 CNB25000
063600        ELSE                                                      CNB25000
063700           IF WS-SPELL-OPEN                                       CNB25000
063800              MOVE JHIST-EFF-DATE-TIME (1:12) TO WS-SPELL-END     CNB25000
063900              MOVE 'N'             TO WS-STILL-OPEN-SW            CNB25000
064000              MOVE WS-HIST-EMP     TO WS-BILL-EMP                 CNB25000
064100              ADD 1 TO WS-SPELL-COUNT                             CNB25000
064200              PERFORM P5000-BILL-SPELL                            CNB25000
064300              SET WS-SPELL-NONE TO TRUE                           CNB25000
064400           END-IF                                                 CNB25000
064500        END-IF                                                    CNB25000
064600     END-IF                                                       CNB25000
064700     PERFORM P2010-READ-JHIST.                                    CNB25000
064800*                                                                 CNB25000
064900 P2010-READ-JHIST.                                                CNB25000
065000     READ JHIST-FILE                                              CNB25000
065100          AT END                                                  CNB25000
065200             SET WS-EOF-JHIST TO TRUE                             CNB25000
065300     END-READ.                                                    CNB25000
065400*                                                                 CNB25000
065500*    A SPELL STILL OPEN WHEN THE EMPLOYEE'S HISTORY RUNS OUT IS   CNB25000
065600*    SETTLED FROM THE MASTER                                      CNB25000
065700*                                                                 CNB25000
065800 P2900-END-EMPLOYEE.                                              CNB25000
065900     IF WS-SPELL-OPEN                                             CNB25000
066000        ADD 1 TO WS-SPELL-COUNT                                   CNB25000
066100        IF WS-HD-COUNT < WS-HD-MAX                                CNB25000
066200           ADD 1 TO WS-HD-COUNT                                   CNB25000
066300           MOVE WS-HIST-EMP        TO WS-HD-EMP-NBR (WS-HD-COUNT) CNB25000
066400        END-IF                                                    CNB25000
066500        MOVE WS-HIST-EMP           TO WS-BILL-EMP                 CNB25000
066600        PERFORM P5100-GET-EMPLOYEE                                CNB25000
066700        MOVE 'Y'                   TO WS-STILL-OPEN-SW            CNB25000
066800        MOVE SPACES                TO WS-SPELL-END                CNB25000
066900        IF WS-MSTR-FOUND AND LAYOFF-CODE-1 NOT = 'U'              CNB25000
067000           MOVE 'N'                TO WS-STILL-OPEN-SW            CNB25000
067100           MOVE '20'               TO WS-MSTR-STAMP (1:2)         CNB25000
067200           MOVE MARKUP-TIME        TO WS-MSTR-STAMP (3:10)        CNB25000
067300           IF WS-MSTR-STAMP > WS-SPELL-START                      CNB25000
067400              MOVE WS-MSTR-STAMP   TO WS-SPELL-END                CNB25000
067500           ELSE                                                   CNB25000
067600              MOVE LAYOFF-TIME     TO WS-MSTR-STAMP (3:10)        CNB25000
067700              MOVE WS-MSTR-STAMP   TO WS-SPELL-END                CNB25000
067800           END-IF                                                 CNB25000
067900        END-IF                                                    CNB25000
068000        PERFORM P5000-BILL-SPELL                                  CNB25000
068100        SET WS-SPELL-NONE TO TRUE                                 CNB25000
068200     END-IF.                                                      CNB25000
068300*                                                                 CNB25000
068400*    EMPLOYEES ON 'U' ON THE MASTER WHOSE OPEN SPELL WAS NOT IN   CNB25000
068500*    THE EXTRACT                                                  CNB25000
068600*                                                                 CNB25000
068700 P3000-SWEEP-MASTER.                                              CNB25000
068800     MOVE LOW-VALUES               TO MIO-KEY                     CNB25000
068900     START MSTR-FILE KEY NOT < MIO-KEY                            CNB25000
069000     IF WS-MSTRF-OK                                               CNB25000
069100        PERFORM P3100-NEXT-MASTER UNTIL WS-EOF-MSTR               CNB25000
069200     END-IF.                                                      CNB25000
069300*                                                                 CNB25000
069400 P3100-NEXT-MASTER.                                               CNB25000
069500     READ MSTR-FILE NEXT                                          CNB25000
069600          AT END                                                  CNB25000
069700             SET WS-EOF-MSTR TO TRUE                              CNB25000
069800     END-READ                                                     CNB25000
069900     IF NOT WS-EOF-MSTR                                           CNB25000
070000        IF NOT WS-MSTRF-OK                                        CNB25000
070100           MOVE 'P3100-RD-MSTR'    TO WS-ABEND-PARAGRAPH          CNB25000
070200           MOVE WS-MSTRF-STATUS    TO WS-ABEND-STATUS             CNB25000
070300           PERFORM P9999-GOT-PROBLEM                              CNB25000
070400        END-IF                                                    CNB25000
070500        MOVE MIO-RECORD            TO WS-MSTR                     CNB25000
070600        IF LAYOFF-CODE-1 = 'U'                                    CNB25000
070700           PERFORM P3200-CHECK-HANDLED                            CNB25000
070800           IF NOT WS-HD-FOUND                                     CNB25000
070900              ADD 1 TO WS-MSTR-SPELL-COUNT                        CNB25000
071000              MOVE EMP-NBR          TO WS-BILL-EMP                CNB25000
071100                                       WS-MSTR-EMP                CNB25000
071200              SET WS-MSTR-FOUND TO TRUE                           CNB25000
071300              MOVE '20'             TO WS-SPELL-START (1:2)       CNB25000
071400              MOVE LAYOFF-TIME      TO WS-SPELL-START (3:10)      CNB25000
071500              MOVE SPACES           TO WS-SPELL-END               CNB25000
071600              MOVE 'Y'              TO WS-STILL-OPEN-SW           CNB25000
071700              PERFORM P5000-BILL-SPELL                            CNB25000
071800           END-IF                                                 CNB25000
071900        END-IF                                                    CNB25000
072000     END-IF.                                                      CNB25000
072100*                                                                 CNB25000
072200 P3200-CHECK-HANDLED.                                             CNB25000
072300     MOVE 'N'                      TO WS-HD-FOUND-SW              CNB25000
072400     PERFORM P3210-MATCH-HANDLED                                  CNB25000
072500             VARYING WS-HD-SUB FROM 1 BY 1                        CNB25000
072600             UNTIL WS-HD-SUB > WS-HD-COUNT                        CNB25000
072700                OR WS-HD-FOUND.                                   CNB25000
072800*                                                                 CNB25000
072900 P3210-MATCH-HANDLED.                                             CNB25000
073000     IF WS-HD-EMP-NBR (WS-HD-SUB) = EMP-NBR                       CNB25000
073100        SET WS-HD-FOUND TO TRUE                                   CNB25000
073200     END-IF.                                                      CNB25000
073300*                                                                 CNB25000
073400*    BILL THE PART OF THE SPELL (WS-SPELL-START TO WS-SPELL-END,  CNB25000
073500*    OR STILL OPEN) THAT FALLS IN THE MONTH AND NOT AFTER THE RUN CNB25000
073600*                                                                 CNB25000
073700 P5000-BILL-SPELL.                                                CNB25000
073800     IF WS-SPELL-START < WS-MONTH-START                           CNB25000
073900        MOVE WS-MONTH-START        TO WS-FROM-STAMP               CNB25000
074000     ELSE                                                         CNB25000
074100        MOVE WS-SPELL-START        TO WS-FROM-STAMP               CNB25000
074200     END-IF                                                       CNB25000
074300     IF WS-STILL-OPEN OR WS-SPELL-END > WS-MONTH-END              CNB25000
074400        MOVE WS-MONTH-END          TO WS-TO-STAMP                 CNB25000
074500     ELSE                                                         CNB25000
074600        MOVE WS-SPELL-END          TO WS-TO-STAMP                 CNB25000
074700     END-IF                                                       CNB25000
074800     IF WS-TO-STAMP > WS-RUN-STAMP                                CNB25000
074900        MOVE WS-RUN-STAMP          TO WS-TO-STAMP                 CNB25000
075000     END-IF                                                       CNB25000
075100     IF WS-TO-STAMP > WS-FROM-STAMP                               CNB25000
075200        AND WS-BL-COUNT < WS-BL-MAX                               CNB25000
075300        PERFORM P5050-ADD-ABSENCE                                 CNB25000
075400     END-IF.                                                      CNB25000
075500*                                                                 CNB25000
075600 P5050-ADD-ABSENCE.                                               CNB25000
075700     MOVE WS-FROM-STAMP            TO WS-STAMP                    CNB25000
075800     PERFORM P7100-STAMP-MINUTES                                  CNB25000
075900     MOVE WS-STAMP-MINS            TO WS-FROM-MINS                CNB25000
076000     MOVE WS-TO-STAMP              TO WS-STAMP                    CNB25000
076100     PERFORM P7100-STAMP-MINUTES                                  CNB25000
076200     COMPUTE WS-BILL-MINS = WS-STAMP-MINS - WS-FROM-MINS          CNB25000
076300     COMPUTE WS-BILL-DAYS = (WS-BILL-MINS + 1439) / 1440          CNB25000
076400     IF WS-BILL-EMP NOT = WS-MSTR-EMP                             CNB25000
076500        PERFORM P5100-GET-EMPLOYEE                                CNB25000
076600     END-IF                                                       CNB25000
076700     ADD 1 TO WS-BL-COUNT                                         CNB25000
076800     MOVE WS-BILL-EMP              TO WS-BL-EMP-NBR (WS-BL-COUNT) CNB25000
076900     MOVE WS-FROM-STAMP            TO WS-BL-FROM (WS-BL-COUNT)    CNB25000
077000     MOVE WS-TO-STAMP              TO WS-BL-TO (WS-BL-COUNT)      CNB25000
077100     MOVE WS-BILL-DAYS             TO WS-BL-DAYS (WS-BL-COUNT)    CNB25000
077200     COMPUTE WS-BL-HOURS (WS-BL-COUNT) ROUNDED =                  CNB25000
077300             WS-BILL-MINS / 60                                    CNB25000
077400     MOVE WS-STILL-OPEN-SW         TO WS-BL-OPEN-SW (WS-BL-COUNT) CNB25000
077500     IF WS-STILL-OPEN                                             CNB25000
077600        ADD 1 TO WS-OPEN-COUNT                                    CNB25000
077700     END-IF                                                       CNB25000
077800     MOVE ZEROS                    TO WS-LC-AT                    CNB25000
077900                                      WS-DAY-RATE                 CNB25000
078000     IF WS-MSTR-FOUND                                             CNB25000
078100        MOVE EMP-NAME              TO WS-BL-EMP-NAME (WS-BL-COUNT)CNB25000
078200        MOVE DIST                  TO WS-BL-DIST (WS-BL-COUNT)    CNB25000
078300        MOVE CRAFT                 TO WS-BL-CRAFT (WS-BL-COUNT)   CNB25000
078400        PERFORM P5200-PRICE-ABSENCE                               CNB25000
078500        PERFORM P5300-FIND-LOCAL                                  CNB25000
078600     ELSE                                                         CNB25000
078700        MOVE '** NOT ON MASTER'    TO WS-BL-EMP-NAME (WS-BL-COUNT)CNB25000
078800        MOVE SPACES                TO WS-BL-DIST (WS-BL-COUNT)    CNB25000
078900                                      WS-BL-CRAFT (WS-BL-COUNT)   CNB25000
079000     END-IF                                                       CNB25000
079100     IF WS-DAY-RATE = ZEROS                                       CNB25000
079200        ADD 1 TO WS-NORATE-COUNT                                  CNB25000
079300     END-IF                                                       CNB25000
079400     IF WS-LC-AT = ZEROS                                          CNB25000
079500        ADD 1 TO WS-NOLOCAL-COUNT                                 CNB25000
079600     END-IF                                                       CNB25000
079700     MOVE WS-LC-AT                 TO WS-BL-LC-AT (WS-BL-COUNT)   CNB25000
079800     MOVE WS-DAY-RATE              TO WS-BL-DAY-RATE (WS-BL-COUNT)CNB25000
079900     COMPUTE WS-BL-AMOUNT (WS-BL-COUNT) ROUNDED =                 CNB25000
080000             WS-BILL-DAYS * WS-DAY-RATE.                          CNB25000
080100*                                                                 CNB25000
080200 P5100-GET-EMPLOYEE.                                              CNB25000
080300     MOVE WS-BILL-EMP              TO WS-MSTR-EMP                 CNB25000
080400     MOVE 'N'                      TO WS-MSTR-FOUND-SW            CNB25000
080500     MOVE SPACES                   TO WS-MSTR                     CNB25000
080600     MOVE WS-BILL-EMP              TO MIO-EMP-NBR                 CNB25000
080700     READ MSTR-FILE KEY IS MIO-EMP-NBR                            CNB25000
080800     IF NOT WS-MSTRF-OK AND NOT WS-MSTRF-NOTFND                   CNB25000
080900        MOVE 'P5100-RD-MSTR'       TO WS-ABEND-PARAGRAPH          CNB25000
081000        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB25000
081100        PERFORM P9999-GOT-PROBLEM                                 CNB25000
081200     END-IF                                                       CNB25000
081300     IF WS-MSTRF-OK                                               CNB25000
081400        MOVE MIO-RECORD            TO WS-MSTR                     CNB25000
081500        SET WS-MSTR-FOUND TO TRUE                                 CNB25000
081600     END-IF.                                                      CNB25000
081700*                                                                 CNB25000
081800*    THE SAME JOB TYPE / RATE CODE SELECTION AS CNB242 (AND       CNB25000
081900*    P2606-GET-RATES), FROM THE JOB THE EMPLOYEE LAST WORKED      CNB25000
082000*                                                                 CNB25000
082100 P5200-PRICE-ABSENCE.                                             CNB25000
082200     MOVE SPACES                   TO WS-JOB-TYPE                 CNB25000
082300                                      WS-RATE-CODE                CNB25000
082400     EVALUATE TRUE                                                CNB25000
082500        WHEN LAST-JOB-ASG = SPACES                                CNB25000
082600             CONTINUE                                             CNB25000
082700        WHEN LAST-JOB-ASG-UFP-JOB                                 CNB25000
082800             MOVE SPACES           TO CN-KEY                      CNB25000
082900             MOVE '03'             TO CN-FAMILY                   CNB25000
083000             MOVE DIST             TO CN-IDENT (1:2)              CNB25000
083100             MOVE SUB-DIST         TO CN-IDENT (3:2)              CNB25000
083200             MOVE LAST-JOB-ASG (5:2) TO CN-IDENT (5:2)            CNB25000
083300             MOVE 'F'              TO CN-IDENT (7:1)              CNB25000
083400             PERFORM P5210-READ-CNTL                              CNB25000
083500        WHEN LAST-JOB-ASG-XB-JOB                                  CNB25000
083600             MOVE SPACES           TO CN-KEY                      CNB25000
083700             MOVE '08'             TO CN-FAMILY                   CNB25000
083800             MOVE DIST             TO CN-IDENT (1:2)              CNB25000
083900             MOVE SUB-DIST         TO CN-IDENT (3:2)              CNB25000
084000             MOVE CRAFT            TO CN-IDENT (5:2)              CNB25000
084100             PERFORM P5210-READ-CNTL                              CNB25000
084200        WHEN LAST-JOB-ASG-AJ-JOB                                  CNB25000
084300             MOVE DIST             TO TK-DIST3                    CNB25000
084400             MOVE SUB-DIST         TO TK-SDIST3                   CNB25000
084500             MOVE LAST-JOB-ASG     TO TK-ASSIGNMENT               CNB25000
084600             READ TRCN-FILE                                       CNB25000
084700             IF NOT WS-TRCN-OK AND NOT WS-TRCN-NOTFND             CNB25000
084800                MOVE 'P5200-RD-TRCN' TO WS-ABEND-PARAGRAPH        CNB25000
084900                MOVE WS-TRCN-STATUS  TO WS-ABEND-STATUS           CNB25000
085000                PERFORM P9999-GOT-PROBLEM                         CNB25000
085100             END-IF                                               CNB25000
085200             IF WS-TRCN-OK                                        CNB25000
085300                MOVE TK-JOB-TYPE   TO WS-JOB-TYPE                 CNB25000
085400                MOVE TK-RATE-CODE  TO WS-RATE-CODE                CNB25000
085500             END-IF                                               CNB25000
085600     END-EVALUATE                                                 CNB25000
085700     IF WS-JOB-TYPE > SPACES AND WS-RATE-CODE > SPACES            CNB25000
085800        MOVE WS-JOB-TYPE           TO WS-RT-FIND-JOB-TYPE         CNB25000
085900        MOVE WS-RATE-CODE          TO WS-RT-FIND-RATE-CODE        CNB25000
086000        MOVE ZEROS                 TO WS-RT-AT                    CNB25000
086100        PERFORM P5220-FIND-RATE                                   CNB25000
086200                VARYING WS-RT-SUB FROM 1 BY 1                     CNB25000
086300                UNTIL WS-RT-SUB > WS-RT-COUNT                     CNB25000
086400        IF WS-RT-AT > ZEROS                                       CNB25000
086500           MOVE WS-RT-DAY-RATE (WS-RT-AT) TO WS-DAY-RATE          CNB25000
086600        END-IF                                                    CNB25000
086700     END-IF.                                                      CNB25000
086800*                                                                 CNB25000
086900 P5210-READ-CNTL.                                                 CNB25000
087000     READ CNTL-FILE                                               CNB25000
087100     IF NOT WS-CNTL-OK AND NOT WS-CNTL-NOTFND                     CNB25000
087200        MOVE 'P5210-RD-CNTL'       TO WS-ABEND-PARAGRAPH          CNB25000
087300        MOVE WS-CNTL-STATUS        TO WS-ABEND-STATUS             CNB25000
087400        PERFORM P9999-GOT-PROBLEM                                 CNB25000
087500     END-IF                                                       CNB25000
087600     IF WS-CNTL-OK                                                CNB25000
087700        MOVE CN-JOB-TYPE           TO WS-JOB-TYPE                 CNB25000
087800        MOVE CN-RATE-CODE          TO WS-RATE-CODE                CNB25000
087900     END-IF.                                                      CNB25000
088000*                                                                 CNB25000
088100 P5220-FIND-RATE.                                                 CNB25000
088200     IF WS-RT-AT = ZEROS                                          CNB25000
088300        AND WS-RT-KEY (WS-RT-SUB) = WS-RT-FIND-KEY                CNB25000
088400        MOVE WS-RT-SUB             TO WS-RT-AT                    CNB25000
088500     END-IF.                                                      CNB25000
088600*                                                                 CNB25000
088700*    THE DISTRICT'S OWN CARD FOR THE CRAFT, ELSE THE CRAFT'S      CNB25000
088800*    ALL-DISTRICT CARD                                            CNB25000
088900*                                                                 CNB25000
089000 P5300-FIND-LOCAL.                                                CNB25000
089100     PERFORM P5310-MATCH-DIST-CRAFT                               CNB25000
089200             VARYING WS-UM-SUB FROM 1 BY 1                        CNB25000
089300             UNTIL WS-UM-SUB > WS-UM-COUNT                        CNB25000
089400     IF WS-LC-AT = ZEROS                                          CNB25000
089500        PERFORM P5320-MATCH-CRAFT                                 CNB25000
089600                VARYING WS-UM-SUB FROM 1 BY 1                     CNB25000
089700                UNTIL WS-UM-SUB > WS-UM-COUNT                     CNB25000
089800     END-IF.                                                      CNB25000
089900*                                                                 CNB25000
090000 P5310-MATCH-DIST-CRAFT.                                          CNB25000
090100     IF WS-LC-AT = ZEROS                                          CNB25000
090200        AND WS-UM-DIST (WS-UM-SUB) = DIST                         CNB25000
090300        AND WS-UM-CRAFT (WS-UM-SUB) = CRAFT                       CNB25000
090400        MOVE WS-UM-LC-AT (WS-UM-SUB) TO WS-LC-AT                  CNB25000
090500     END-IF.                                                      CNB25000
090600*                                                                 CNB25000
090700 P5320-MATCH-CRAFT.                                               CNB25000
090800     IF WS-LC-AT = ZEROS                                          CNB25000
090900        AND WS-UM-DIST (WS-UM-SUB) = SPACES                       CNB25000
091000        AND WS-UM-CRAFT (WS-UM-SUB) = CRAFT                       CNB25000
091100        MOVE WS-UM-LC-AT (WS-UM-SUB) TO WS-LC-AT                  CNB25000
091200     END-IF.                                                      CNB25000
091300*                                                                 CNB25000
091400*    ONE STATEMENT PER LOCAL, THEN THE ABSENCES WITH NO LOCAL,    CNB25000
091500*    THEN THE ABSENCES STILL OPEN AT MONTH END                    CNB25000
091600*                                                                 CNB25000
091700 P6000-PRINT-STATEMENTS.                                          CNB25000
091800     PERFORM P6100-PRINT-LOCAL                                    CNB25000
091900             VARYING WS-LC-SUB FROM 1 BY 1                        CNB25000
092000             UNTIL WS-LC-SUB > WS-LC-COUNT                        CNB25000
092100     IF WS-NOLOCAL-COUNT > ZEROS                                  CNB25000
092200        MOVE ZEROS                 TO WS-LC-SUB                   CNB25000
092300        PERFORM P6100-PRINT-LOCAL                                 CNB25000
092400     END-IF                                                       CNB25000
092500     IF WS-OPEN-COUNT > ZEROS                                     CNB25000
092600        MOVE SPACES                TO RPT-LINE                    CNB25000
092700        WRITE RPT-LINE                                            CNB25000
092800        MOVE SPACES                TO TTL-TEXT                    CNB25000
092900        STRING 'UNION-BUSINESS ABSENCES STILL OPEN AT END OF '    CNB25000
093000               WS-BILL-MONTH-X                                    CNB25000
093100               DELIMITED BY SIZE INTO TTL-TEXT                    CNB25000
093200        PERFORM P8000-PRINT-TITLE                                 CNB25000
093300        WRITE RPT-LINE FROM WS-COL-HDR-LINE                       CNB25000
093400        PERFORM P6300-PRINT-OPEN                                  CNB25000
093500                VARYING WS-BL-SUB FROM 1 BY 1                     CNB25000
093600                UNTIL WS-BL-SUB > WS-BL-COUNT                     CNB25000
093700     END-IF.                                                      CNB25000
093800*                                                                 CNB25000
093900 P6100-PRINT-LOCAL.                                               CNB25000
094000     MOVE ZEROS                    TO WS-LT-COUNT                 CNB25000
094100                                      WS-LT-DAYS                  CNB25000
094200                                      WS-LT-HOURS                 CNB25000
094300                                      WS-LT-AMOUNT                CNB25000
094400     MOVE SPACES                   TO RPT-LINE                    CNB25000
094500     WRITE RPT-LINE                                               CNB25000
094600     MOVE SPACES                   TO TTL-TEXT                    CNB25000
094700     IF WS-LC-SUB = ZEROS                                         CNB25000
094800        MOVE 'ABSENCES WITH NO UNION LOCAL CARDED - NOT BILLED'   CNB25000
094900                                   TO TTL-TEXT                    CNB25000
095000     ELSE                                                         CNB25000
095100        STRING 'UNION LOCAL ' WS-LC-LOCAL (WS-LC-SUB) '  '        CNB25000
095200               WS-LC-NAME (WS-LC-SUB) '  A/R ACCOUNT '            CNB25000
095300               WS-LC-ACCOUNT (WS-LC-SUB)                          CNB25000
095400               DELIMITED BY SIZE INTO TTL-TEXT                    CNB25000
095500     END-IF                                                       CNB25000
095600     PERFORM P8000-PRINT-TITLE                                    CNB25000
095700     WRITE RPT-LINE FROM WS-COL-HDR-LINE                          CNB25000
095800     PERFORM P6200-PRINT-ABSENCE                                  CNB25000
095900             VARYING WS-BL-SUB FROM 1 BY 1                        CNB25000
096000             UNTIL WS-BL-SUB > WS-BL-COUNT                        CNB25000
096100     IF WS-LC-SUB = ZEROS                                         CNB25000
096200        MOVE 'TOTAL NOT BILLED'    TO TOT-LABEL                   CNB25000
096300     ELSE                                                         CNB25000
096400        MOVE SPACES                TO TOT-LABEL                   CNB25000
096500        STRING 'TOTAL FOR LOCAL ' WS-LC-LOCAL (WS-LC-SUB)         CNB25000
096600               DELIMITED BY SIZE INTO TOT-LABEL                   CNB25000
096700        ADD WS-LT-AMOUNT           TO WS-GRAND-AMOUNT             CNB25000
096800     END-IF                                                       CNB25000
096900     MOVE WS-LT-COUNT              TO TOT-COUNT                   CNB25000
097000     MOVE WS-LT-DAYS               TO TOT-DAYS                    CNB25000
097100     MOVE WS-LT-HOURS              TO TOT-HOURS                   CNB25000
097200     MOVE WS-LT-AMOUNT             TO TOT-AMOUNT                  CNB25000
097300     MOVE SPACES                   TO RPT-LINE                    CNB25000
097400     WRITE RPT-LINE                                               CNB25000
097500     WRITE RPT-LINE FROM WS-TOT-LINE.                             CNB25000
097600*                                                                 CNB25000
097700 P6200-PRINT-ABSENCE.                                             CNB25000
097800     IF WS-BL-LC-AT (WS-BL-SUB) = WS-LC-SUB                       CNB25000
097900        ADD 1 TO WS-LT-COUNT                                      CNB25000
098000        ADD WS-BL-DAYS (WS-BL-SUB)   TO WS-LT-DAYS                CNB25000
098100        ADD WS-BL-HOURS (WS-BL-SUB)  TO WS-LT-HOURS               CNB25000
098200        ADD WS-BL-AMOUNT (WS-BL-SUB) TO WS-LT-AMOUNT              CNB25000
098300        PERFORM P8100-FORMAT-ABSENCE                              CNB25000
098400        WRITE RPT-LINE FROM WS-DTL-LINE                           CNB25000
098500        IF WS-LC-SUB > ZEROS                                      CNB25000
098600           AND WS-BL-AMOUNT (WS-BL-SUB) > ZEROS                   CNB25000
098700           PERFORM P6400-WRITE-AR                                 CNB25000
098800        END-IF                                                    CNB25000
098900     END-IF.                                                      CNB25000
099000*                                                                 CNB25000
099100 P6300-PRINT-OPEN.                                                CNB25000
099200     IF WS-BL-OPEN (WS-BL-SUB)                                    CNB25000
099300        PERFORM P8100-FORMAT-ABSENCE                              CNB25000
099400        WRITE RPT-LINE FROM WS-DTL-LINE                           CNB25000
099500     END-IF.                                                      CNB25000
099600*                                                                 CNB25000
099700 P6400-WRITE-AR.                                                  CNB25000
099800     MOVE SPACES                   TO AR-RECORD                   CNB25000
099900     MOVE WS-LC-LOCAL (WS-LC-SUB)  TO AR-LOCAL                    CNB25000
100000     MOVE WS-LC-ACCOUNT (WS-LC-SUB) TO AR-ACCOUNT                 CNB25000
100100     MOVE WS-BILL-MONTH-X          TO AR-MONTH                    CNB25000
100200     MOVE WS-BL-EMP-NBR (WS-BL-SUB) TO AR-EMP-NBR                 CNB25000
100300     MOVE WS-BL-EMP-NAME (WS-BL-SUB) TO AR-EMP-NAME               CNB25000
100400     MOVE WS-BL-DIST (WS-BL-SUB)   TO AR-DIST                     CNB25000
100500     MOVE WS-BL-CRAFT (WS-BL-SUB)  TO AR-CRAFT                    CNB25000
100600     MOVE WS-BL-FROM (WS-BL-SUB)   TO AR-FROM-DATE-TIME           CNB25000
100700     MOVE WS-BL-TO (WS-BL-SUB)     TO AR-TO-DATE-TIME             CNB25000
100800     MOVE WS-BL-DAYS (WS-BL-SUB)   TO AR-DAYS                     CNB25000
100900     MOVE WS-BL-HOURS (WS-BL-SUB)  TO AR-HOURS                    CNB25000
101000     MOVE WS-BL-DAY-RATE (WS-BL-SUB) TO AR-DAY-RATE               CNB25000
101100     MOVE WS-BL-AMOUNT (WS-BL-SUB) TO AR-AMOUNT                   CNB25000
101200     IF WS-BL-OPEN (WS-BL-SUB)                                    CNB25000
101300        MOVE 'Y'                   TO AR-OPEN-FLAG                CNB25000
101400     ELSE                                                         CNB25000
101500        MOVE 'N'                   TO AR-OPEN-FLAG                CNB25000
101600     END-IF                                                       CNB25000
101700     WRITE AR-RECORD                                              CNB25000
101800     IF NOT WS-AR-OK                                              CNB25000
101900        MOVE 'P6400-WRITE-AR'      TO WS-ABEND-PARAGRAPH          CNB25000
102000        MOVE WS-AR-STATUS          TO WS-ABEND-STATUS             CNB25000
102100        PERFORM P9999-GOT-PROBLEM                                 CNB25000
102200     END-IF                                                       CNB25000
102300     ADD 1 TO WS-AR-COUNT.                                        CNB25000
102400*                                                                 CNB25000
102500*    CCYYMMDDHHMM IN WS-STAMP TO MINUTES                          CNB25000
102600*                                                                 CNB25000
102700 P7100-STAMP-MINUTES.                                             CNB25000
102800     MOVE WS-ST-DATE               TO WS-SERIAL-DATE-X            CNB25000
102900     PERFORM P7000-DATE-TO-SERIAL                                 CNB25000
103000     MOVE ZEROS                    TO WS-STAMP-MINS               CNB25000
103100     IF WS-ST-HH NUMERIC AND WS-ST-MN NUMERIC                     CNB25000
103200        COMPUTE WS-STAMP-MINS = (WS-SERIAL-RESULT * 1440)         CNB25000
103300                              + (WS-ST-HH * 60) + WS-ST-MN        CNB25000
103400     END-IF.                                                      CNB25000
103500*                                                                 CNB25000
103600 P7000-DATE-TO-SERIAL.                                            CNB25000
103700     MOVE ZEROS                    TO WS-SERIAL-RESULT            CNB25000
103800     IF WS-SERIAL-DATE-X NUMERIC                                  CNB25000
103900        AND WS-SD-MM > 0 AND WS-SD-MM < 13                        CNB25000
104000        COMPUTE WS-SERIAL-RESULT =                                CNB25000
104100            (WS-SD-CCYY * 365) + WS-CDT-DAYS (WS-SD-MM)           CNB25000
104200          + WS-SD-DD                                              CNB25000
104300        DIVIDE WS-SD-CCYY BY 4                                    CNB25000
104400               GIVING WS-LEAP-QUOT                                CNB25000
104500               REMAINDER WS-LEAP-REM                              CNB25000
104600        ADD WS-LEAP-QUOT           TO WS-SERIAL-RESULT            CNB25000
104700        IF WS-LEAP-REM = ZEROS AND WS-SD-MM < 3                   CNB25000
104800           SUBTRACT 1 FROM WS-SERIAL-RESULT                       CNB25000
104900        END-IF                                                    CNB25000
105000     END-IF.                                                      CNB25000
105100*                                                                 CNB25000
105200 P8000-PRINT-TITLE.                                               CNB25000
105300     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB25000
105400     MOVE SPACES                   TO RPT-LINE                    CNB25000
105500     WRITE RPT-LINE.                                              CNB25000
105600*                                                                 CNB25000
105700 P8100-FORMAT-ABSENCE.                                            CNB25000
105800     MOVE WS-BL-EMP-NBR (WS-BL-SUB)  TO DL-EMP-NBR                CNB25000
105900     MOVE WS-BL-EMP-NAME (WS-BL-SUB) TO DL-EMP-NAME               CNB25000
106000     MOVE WS-BL-DIST (WS-BL-SUB)     TO DL-DIST                   CNB25000
106100     MOVE WS-BL-CRAFT (WS-BL-SUB)    TO DL-CRAFT                  CNB25000
106200     MOVE SPACES                     TO DL-FROM                   CNB25000
106300                                        DL-TO                     CNB25000
106400                                        DL-NOTE                   CNB25000
106500     STRING WS-BL-FROM (WS-BL-SUB) (1:8) ' '                      CNB25000
106600            WS-BL-FROM (WS-BL-SUB) (9:4)                          CNB25000
106700            DELIMITED BY SIZE INTO DL-FROM                        CNB25000
106800     STRING WS-BL-TO (WS-BL-SUB) (1:8) ' '                        CNB25000
106900            WS-BL-TO (WS-BL-SUB) (9:4)                            CNB25000
107000            DELIMITED BY SIZE INTO DL-TO                          CNB25000
107100     MOVE WS-BL-DAYS (WS-BL-SUB)     TO DL-DAYS                   CNB25000
107200     MOVE WS-BL-HOURS (WS-BL-SUB)    TO DL-HOURS                  CNB25000
107300     MOVE WS-BL-DAY-RATE (WS-BL-SUB) TO DL-DAY-RATE               CNB25000
107400     MOVE WS-BL-AMOUNT (WS-BL-SUB)   TO DL-AMOUNT                 CNB25000
107500     EVALUATE TRUE                                                CNB25000
107600        WHEN WS-BL-OPEN (WS-BL-SUB)                               CNB25000
107700             AND WS-BL-DAY-RATE (WS-BL-SUB) = ZEROS               CNB25000
107800             MOVE 'OPEN - NO RATE' TO DL-NOTE                     CNB25000
107900        WHEN WS-BL-OPEN (WS-BL-SUB)                               CNB25000
108000             MOVE 'OPEN AT M/E'    TO DL-NOTE                     CNB25000
108100        WHEN WS-BL-DAY-RATE (WS-BL-SUB) = ZEROS                   CNB25000
108200             MOVE 'NO RATE'        TO DL-NOTE                     CNB25000
108300        WHEN OTHER                                                CNB25000
108400             CONTINUE                                             CNB25000
108500     END-EVALUATE.                                                CNB25000
108600*                                                                 CNB25000
108700 P9000-TERMINATE.                                                 CNB25000
108800     MOVE SPACES                   TO RPT-LINE                    CNB25000
108900     WRITE RPT-LINE                                               CNB25000
109000     MOVE 'HISTORY RECORDS READ ......' TO CNT-LABEL              CNB25000
109100     MOVE WS-JH-READ-COUNT         TO CNT-VALUE                   CNB25000
109200     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25000
109300     MOVE 'SPELLS FROM HISTORY .......' TO CNT-LABEL              CNB25000
109400     MOVE WS-SPELL-COUNT           TO CNT-VALUE                   CNB25000
109500     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25000
109600     MOVE 'SPELLS FROM MASTER ONLY ...' TO CNT-LABEL              CNB25000
109700     MOVE WS-MSTR-SPELL-COUNT      TO CNT-VALUE                   CNB25000
109800     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25000
109900     MOVE 'ABSENCES BILLED IN MONTH ..' TO CNT-LABEL              CNB25000
110000     MOVE WS-BL-COUNT              TO CNT-VALUE                   CNB25000
110100     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25000
110200     MOVE '  STILL OPEN AT MONTH END .' TO CNT-LABEL              CNB25000
110300     MOVE WS-OPEN-COUNT            TO CNT-VALUE                   CNB25000
110400     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25000
110500     MOVE '  WITH NO DAY RATE ........' TO CNT-LABEL              CNB25000
110600     MOVE WS-NORATE-COUNT          TO CNT-VALUE                   CNB25000
110700     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25000
110800     MOVE '  WITH NO UNION LOCAL .....' TO CNT-LABEL              CNB25000
110900     MOVE WS-NOLOCAL-COUNT         TO CNT-VALUE                   CNB25000
111000     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25000
111100     MOVE 'A/R RECORDS WRITTEN .......' TO CNT-LABEL              CNB25000
111200     MOVE WS-AR-COUNT              TO CNT-VALUE                   CNB25000
111300     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25000
111400     MOVE 'TOTAL BILLED TO LOCALS ....' TO AMT-LABEL              CNB25000
111500     MOVE WS-GRAND-AMOUNT          TO AMT-VALUE                   CNB25000
111600     WRITE RPT-LINE FROM WS-AMT-LINE                              CNB25000
111700     IF WS-BL-COUNT NOT < WS-BL-MAX                               CNB25000
111800        MOVE '** ABSENCE TABLE FULL - LATER SPELLS NOT BILLED'    CNB25000
111900                                   TO RPT-LINE                    CNB25000
112000        WRITE RPT-LINE                                            CNB25000
112100     END-IF                                                       CNB25000
112200     CLOSE JHIST-FILE                                             CNB25000
112300           MSTR-FILE                                              CNB25000
112400           CNTL-FILE                                              CNB25000
112500           TRCN-FILE                                              CNB25000
112600           AR-FILE                                                CNB25000
112700           RPT-FILE.                                              CNB25000
112800*                                                                 CNB25000
112900 P9999-GOT-PROBLEM.                                               CNB25000
112910     MOVE 'CNB250'                 TO XE-PROGRAM                  CNB25000
112920     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB25000
112930     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB25000
112940     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB25000
113000     DISPLAY 'CNB250 ABEND IN ' WS-ABEND-PARAGRAPH                CNB25000
113100              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB25000
113200     MOVE 16 TO RETURN-CODE                                       CNB25000
113300     GOBACK.                                                      CNB25000
