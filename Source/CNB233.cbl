000100 IDENTIFICATION DIVISION.                                         CNB23300
000200 PROGRAM-ID. CNB233.                                              CNB23300
000300*AUTHOR.     JMC.                                                 CNB23300
000400*DATE-WRITTEN. 10/15/26.                                          CNB23300
000500*REMARKS.                                                         CNB23300
000600*    US LIMBO-TIME ACCUMULATION AND MONTHLY CAP REPORT.  FOR      CNB23300
000700*    PAY-AS-US EMPLOYEES, TIME SPENT WAITING FOR OR IN DEADHEAD   CNB23300
000800*    TRANSPORTATION TO FINAL RELEASE (LIMBO TIME) COUNTS AGAINST  CNB23300
000900*    A MONTHLY REGULATORY LIMIT.  CNP05Y RECORDED THE TOURS BUT   CNB23300
001000*    NEVER SEPARATED LIMBO TIME OUT, SO A CLERK ADDED IT UP FROM  CNB23300
001100*    THE LOG AFTER THE MONTH WAS OVER.  FUNCTIONS FROM THE PARM   CNB23300
001200*    CARD:                                                        CNB23300
001300*      DAILY  - WALKS THE EMPTOD TIME-ON-DUTY FILE FOR THE MONTH  CNB23300
001400*               (PARM CCYYMM, BLANK = THE RUN MONTH, BY ON-DUTY   CNB23300
001500*               DATE).  FOR EVERY COMPLETED TOUR OF A PAY-AS-US   CNB23300
001600*               EMPLOYEE THE LIMBO MINUTES ARE CAPTURED ON THE    CNB23300
001700*               TOUR: THE TIME BEYOND THE 12-HOUR ON-DUTY LIMIT   CNB23300
001800*               TO FINAL RELEASE, UNLESS A CLERK HAS ENTERED THE  CNB23300
001900*               TOUR'S LIMBO BY HAND (ADJUST).  THE MONTH'S TOTAL CNB23300
002000*               AND TOUR COUNT ARE KEPT PER EMPLOYEE ON LMFILE,   CNB23300
002100*               WHICH CNP05Y SHOWS ON THE INQUIRY.  EMPLOYEES AT  CNB23300
002200*               OR PAST THE WARNING LEVEL (PARM HOURS, BLANK =    CNB23300
002300*               25) ARE LISTED AS APPROACHING, THOSE PAST THE     CNB23300
002400*               LIMIT (PARM HOURS, BLANK = 30) AS EXCEEDED, EACH  CNB23300
002500*               WITH THE TOURS BEHIND THE TOTAL.                  CNB23300
002600*      ADJUST - LMTRAN CARDS (EMPLOYEE, TOUR ON-DUTY DATE-TIME,   CNB23300
002700*               LIMBO MINUTES, USER, REASON) SET A TOUR'S LIMBO   CNB23300
002800*               BY HAND WHERE IT WAS NOT ALL PAST THE 12TH HOUR.  CNB23300
002900*               BLANK MINUTES HAND THE TOUR BACK TO THE DAILY     CNB23300
003000*               CALCULATION.  THE NEXT DAILY RUN RE-TOTALS THE    CNB23300
003100*               MONTH.  REJECTS: NOTR TOUR NOT ON FILE, MINS      CNB23300
003200*               MINUTES NOT NUMERIC, LONG MINUTES MORE THAN THE   CNB23300
003300*               TOUR, USER NO USER.                               CNB23300
003400*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB23300
003500*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB23300
003600*                                                                 CNB23300
003700*TBD  THE EMPTOD LAYOUT BELOW IS THE SAME REVERSE-ENGINEERED      CNB23300
003800*SHAPE CNB125 POSTS, WITH THE TOUR'S LIMBO MINUTES AND THEIR      CNB23300
003900*SOURCE TAKEN FROM THE FILLER (EMPTOD-LIMBO-MINS AND              CNB23300
004000*EMPTOD-LIMBO-SOURCE IN WSEMPTOD).  THE PRODUCTION WSEMPTOD       CNB23300
004100*COPYBOOK IS NOT CHECKED OUT TO THIS LIBRARY - VERIFY BEFORE      CNB23300
004200*NEXT COMPILE.                                                    CNB23300
004300*                                                                 CNB23300
004400 ENVIRONMENT DIVISION.                                            CNB23300
004500 CONFIGURATION SECTION.                                           CNB23300
004600 SOURCE-COMPUTER.  IBM-370.                                       CNB23300
004700 OBJECT-COMPUTER.  IBM-370.                                       CNB23300
004800 INPUT-OUTPUT SECTION.                                            CNB23300
004900 FILE-CONTROL.                                                    CNB23300
005000     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB23300
005100            ORGANIZATION  SEQUENTIAL                              CNB23300
005200            FILE STATUS   WS-PARM-STATUS.                         CNB23300
005300     SELECT ADJ-FILE     ASSIGN TO LMTRAN                         CNB23300
005400            ORGANIZATION  SEQUENTIAL                              CNB23300
005500            FILE STATUS   WS-ADJ-STATUS.                          CNB23300
005600     SELECT MSTR-FILE    ASSIGN TO MSTRFILE                       CNB23300
005700            ORGANIZATION  INDEXED                                 CNB23300
005800            ACCESS MODE   DYNAMIC                                 CNB23300
005900            RECORD KEY    MIO-KEY                                 CNB23300
006000            ALTERNATE RECORD KEY MIO-EMP-NBR                      CNB23300
006100            FILE STATUS   WS-MSTRF-STATUS.                        CNB23300
006200     SELECT ETOD-FILE    ASSIGN TO EMPTOD                         CNB23300
006300            ORGANIZATION  INDEXED                                 CNB23300
006400            ACCESS MODE   DYNAMIC                                 CNB23300
006500            RECORD KEY    ETIO-KEY                                CNB23300
006600            FILE STATUS   WS-ETOD-STATUS.                         CNB23300
006700     SELECT LM-FILE      ASSIGN TO LMFILE                         CNB23300
006800            ORGANIZATION  INDEXED                                 CNB23300
006900            ACCESS MODE   RANDOM                                  CNB23300
007000            RECORD KEY    LM-KEY                                  CNB23300
007100            FILE STATUS   WS-LM-STATUS.                           CNB23300
007200     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB23300
007300            ORGANIZATION  LINE SEQUENTIAL                         CNB23300
007400            FILE STATUS   WS-RPT-STATUS.                          CNB23300
007500*                                                                 CNB23300
007600 DATA DIVISION.                                                   CNB23300
007700 FILE SECTION.                                                    CNB23300
007800 FD  PARM-FILE                                                    CNB23300
007900     RECORD CONTAINS 80 CHARACTERS.                               CNB23300
008000 01  WS-PARM-RECORD.                                              CNB23300
008100     05  PARM-FUNC                 PIC X(8).                      CNB23300
008200     05  PARM-DATE-TIME            PIC X(12).                     CNB23300
008300*    CCYYMM:                                                      CNB23300
008400     05  PARM-MONTH                PIC X(6).                      CNB23300
008500     05  PARM-LIMIT-HRS            PIC X(3).                      CNB23300
008600     05  PARM-WARN-HRS             PIC X(3).                      CNB23300
008700     05  FILLER                    PIC X(48).                     CNB23300
008800 FD  ADJ-FILE                                                     CNB23300
008900     RECORD CONTAINS 80 CHARACTERS.                               CNB23300
009000 01  AJ-RECORD.                                                   CNB23300
009100     05  AJ-EMP-NBR                PIC X(9).                      CNB23300
009200*    CEYYMMDDHHMM:                                                CNB23300
009300     05  AJ-OD-DATE-TIME           PIC X(12).                     CNB23300
009400     05  AJ-MINUTES                PIC X(4).                      CNB23300
009500     05  AJ-USER                   PIC X(8).                      CNB23300
009600     05  AJ-REASON                 PIC X(20).                     CNB23300
009700     05  FILLER                    PIC X(27).                     CNB23300
009800 FD  MSTR-FILE                                                    CNB23300
009900     RECORD CONTAINS 500 CHARACTERS.                              CNB23300
010000 01  MIO-RECORD.                                                  CNB23300
010100     05  MIO-KEY.                                                 CNB23300
010200         10  MIO-DIST              PIC X(2).                      CNB23300
010300         10  MIO-SDIST             PIC X(2).                      CNB23300
010400         10  MIO-CRAFT             PIC X(2).                      CNB23300
010500         10  MIO-EMP-NAME          PIC X(26).                     CNB23300
010600         10  MIO-EMP-NBR           PIC X(9).                      CNB23300
010700     05  FILLER                    PIC X(459).                    CNB23300
010800 FD  ETOD-FILE                                                    CNB23300
010900     RECORD CONTAINS 100 CHARACTERS.                              CNB23300
011000 01  ETIO-RECORD.                                                 CNB23300
011100     05  ETIO-KEY.                                                CNB23300
011200         10  ETIO-EMP-NBR          PIC X(9).                      CNB23300
011300         10  ETIO-OD-DATE-TIME.                                   CNB23300
011400             15  ETIO-OD-CE        PIC X(2).                      CNB23300
011500             15  ETIO-OD-DATE      PIC X(6).                      CNB23300
011600             15  ETIO-OD-TIME      PIC X(4).                      CNB23300
011700     05  ETIO-OFFD-DATE-TIME.                                     CNB23300
011800         10  ETIO-OFFD-CE          PIC X(2).                      CNB23300
011900         10  ETIO-OFFD-DATE        PIC X(6).                      CNB23300
012000         10  ETIO-OFFD-TIME        PIC X(4).                      CNB23300
012100     05  ETIO-DIST                 PIC X(2).                      CNB23300
012200     05  ETIO-SDIST                PIC X(2).                      CNB23300
012300     05  ETIO-CRAFT                PIC X(2).                      CNB23300
012400     05  ETIO-REST-STATUS-CODE     PIC X(1).                      CNB23300
012500     05  ETIO-ENTRY-TYPE           PIC X(1).                      CNB23300
012600     05  ETIO-TIME-ZONE            PIC X(1).                      CNB23300
012700     05  ETIO-SOURCE               PIC X(1).                      CNB23300
012800     05  ETIO-LIMBO-MINS           PIC 9(4).                      CNB23300
012900     05  ETIO-LIMBO-SOURCE         PIC X(1).                      CNB23300
013000         88  ETIO-LIMBO-COMPUTED         VALUE 'C'.               CNB23300
013100         88  ETIO-LIMBO-MANUAL           VALUE 'M'.               CNB23300
013200     05  FILLER                    PIC X(52).                     CNB23300
013300 FD  LM-FILE                                                      CNB23300
013400     RECORD CONTAINS 80 CHARACTERS.                               CNB23300
013500 01  LM-RECORD.                                                   CNB23300
013600     05  LM-KEY.                                                  CNB23300
013700         10  LM-EMP-NBR            PIC X(9).                      CNB23300
013800*    CCYYMM:                                                      CNB23300
013900         10  LM-MONTH              PIC X(6).                      CNB23300
014000     05  LM-EMP-NAME               PIC X(26).                     CNB23300
014100     05  LM-DIST                   PIC X(2).                      CNB23300
014200     05  LM-SDIST                  PIC X(2).                      CNB23300
014300     05  LM-CRAFT                  PIC X(2).                      CNB23300
014400     05  LM-LIMBO-MINS             PIC 9(5).                      CNB23300
014500     05  LM-TOUR-COUNT             PIC 9(3).                      CNB23300
014600     05  LM-STATUS                 PIC X(1).                      CNB23300
014700         88  LM-APPROACHING              VALUE 'A'.               CNB23300
014800         88  LM-EXCEEDED                 VALUE 'E'.               CNB23300
014900     05  LM-LAST-CALC              PIC X(12).                     CNB23300
015000     05  FILLER                    PIC X(12).                     CNB23300
015100 FD  RPT-FILE                                                     CNB23300
015200     RECORD CONTAINS 132 CHARACTERS.                              CNB23300
015300 01  RPT-LINE                      PIC X(132).                    CNB23300
015400*                                                                 CNB23300
015500 WORKING-STORAGE SECTION.                                         CNB23300
015600 COPY WSMSTR.                                                     CNB23300
015700 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB23300
015800     88  WS-PARM-OK                       VALUE '00'.             CNB23300
015900 01  WS-ADJ-STATUS                 PIC XX VALUE SPACES.           CNB23300
016000     88  WS-ADJ-OK                        VALUE '00'.             CNB23300
016100 01  WS-MSTRF-STATUS               PIC XX VALUE SPACES.           CNB23300
016200     88  WS-MSTRF-OK                      VALUE '00'.             CNB23300
016300 01  WS-ETOD-STATUS                PIC XX VALUE SPACES.           CNB23300
016400     88  WS-ETOD-OK                       VALUE '00'.             CNB23300
016500 01  WS-LM-STATUS                  PIC XX VALUE SPACES.           CNB23300
016600     88  WS-LM-OK                         VALUE '00'.             CNB23300
016700     88  WS-LM-NOTFND                     VALUE '23'.             CNB23300
016800 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB23300
016900     88  WS-RPT-OK                        VALUE '00'.             CNB23300
017000 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB23300
017100 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB23300
017110 COPY WSERRLOG.                                                   CNB23300
017200 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB23300
017300     88  WS-FUNC-DAILY                    VALUE 'DAILY'.          CNB23300
017400     88  WS-FUNC-ADJUST                   VALUE 'ADJUST'.         CNB23300
017500 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB23300
017600 01  WS-MONTH                      PIC X(6) VALUE SPACES.         CNB23300
017700 01  WS-LIMIT-HRS                  PIC 9(3) VALUE 030.            CNB23300
017800 01  WS-WARN-HRS                   PIC 9(3) VALUE 025.            CNB23300
017900 01  WS-LIMIT-MINS                 PIC S9(7) COMP VALUE ZEROS.    CNB23300
018000 01  WS-WARN-MINS                  PIC S9(7) COMP VALUE ZEROS.    CNB23300
018100 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB23300
018200     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB23300
018300 01  WS-EMP-SW                     PIC X  VALUE 'N'.              CNB23300
018400     88  WS-EMP-ACTIVE                    VALUE 'Y'.              CNB23300
018500 01  WS-US-SW                      PIC X  VALUE 'N'.              CNB23300
018600     88  WS-EMP-US                        VALUE 'Y'.              CNB23300
018700 01  WS-REJ-REASON                 PIC X(4) VALUE SPACES.         CNB23300
018800*                                                                 CNB23300
018900*    EMPLOYEE BEING TOTALLED AND THE TOURS BEHIND THE TOTAL       CNB23300
019000*                                                                 CNB23300
019100 01  WS-CUR-EMP-NBR                PIC X(9) VALUE SPACES.         CNB23300
019200 01  WS-EMP-LIMBO                  PIC S9(7) COMP VALUE ZEROS.    CNB23300
019300 01  WS-EMP-TOURS                  PIC S9(4) COMP VALUE ZEROS.    CNB23300
019400 01  WS-TOUR-MAX                   PIC S9(4) COMP VALUE +40.      CNB23300
019500 01  WS-TOUR-COUNT                 PIC S9(4) COMP VALUE ZEROS.    CNB23300
019600 01  WS-TOUR-SUB                   PIC S9(4) COMP VALUE ZEROS.    CNB23300
019700 01  WS-TOUR-TABLE.                                               CNB23300
019800     05  WS-TOUR-ENTRY OCCURS 40 TIMES.                           CNB23300
019900         10  TT-OD-DATE-TIME       PIC X(12).                     CNB23300
020000         10  TT-OFFD-DATE-TIME     PIC X(12).                     CNB23300
020100         10  TT-TOUR-MINS          PIC S9(7) COMP.                CNB23300
020200         10  TT-LIMBO-MINS         PIC S9(7) COMP.                CNB23300
020300         10  TT-SOURCE             PIC X(1).                      CNB23300
020400*                                                                 CNB23300
020500*    TOUR LENGTH IN MINUTES                                       CNB23300
020600*                                                                 CNB23300
020700 01  WS-TOUR-MINS                  PIC S9(7) COMP VALUE ZEROS.    CNB23300
020800 01  WS-CALC-LIMBO                 PIC S9(7) COMP VALUE ZEROS.    CNB23300
020900 01  WS-STAMP-MINS                 PIC S9(9) COMP VALUE ZEROS.    CNB23300
021000 01  WS-OD-STAMP                   PIC S9(9) COMP VALUE ZEROS.    CNB23300
021100 01  WS-STAMP-DATE-TIME.                                          CNB23300
021200     05  WS-ST-CE                  PIC X(2).                      CNB23300
021300     05  WS-ST-DATE                PIC X(6).                      CNB23300
021400     05  WS-ST-HH                  PIC 9(2).                      CNB23300
021500     05  WS-ST-MM                  PIC 9(2).                      CNB23300
021600 01  WS-HM-MINS                    PIC S9(7) COMP VALUE ZEROS.    CNB23300
021700 01  WS-HM-HRS-WORK                PIC S9(7) COMP VALUE ZEROS.    CNB23300
021800 01  WS-HM-MNS-WORK                PIC S9(7) COMP VALUE ZEROS.    CNB23300
021900 01  WS-HM-EDIT.                                                  CNB23300
022000     05  WS-HM-HRS                 PIC ZZ9.                       CNB23300
022100     05  FILLER                    PIC X(1) VALUE ':'.            CNB23300
022200     05  WS-HM-MNS                 PIC 99.                        CNB23300
022300 01  WS-EMP-COUNT                  PIC 9(7) VALUE ZEROS.          CNB23300
022400 01  WS-TOUR-TOTAL                 PIC 9(7) VALUE ZEROS.          CNB23300
022500 01  WS-CAPTURE-COUNT              PIC 9(7) VALUE ZEROS.          CNB23300
022600 01  WS-APPROACH-COUNT             PIC 9(7) VALUE ZEROS.          CNB23300
022700 01  WS-EXCEED-COUNT               PIC 9(7) VALUE ZEROS.          CNB23300
022800 01  WS-ADJ-COUNT                  PIC 9(7) VALUE ZEROS.          CNB23300
022900 01  WS-REJ-COUNT                  PIC 9(7) VALUE ZEROS.          CNB23300
023000 01  WS-SERIAL-RESULT              PIC S9(7) COMP VALUE ZEROS.    CNB23300
023100 01  WS-SERIAL-DATE.                                              CNB23300
023200     05  WS-SD-CCYY                PIC 9(4).                      CNB23300
023300     05  WS-SD-MM                  PIC 9(2).                      CNB23300
023400     05  WS-SD-DD                  PIC 9(2).                      CNB23300
023500 01  WS-SERIAL-DATE-X REDEFINES WS-SERIAL-DATE                    CNB23300
023600                                   PIC X(8).                      CNB23300
023700 01  WS-LEAP-QUOT                  PIC 9(4) VALUE ZEROS.          CNB23300
023800 01  WS-LEAP-REM                   PIC 9(4) VALUE ZEROS.          CNB23300
023900 01  WS-CUM-DAY-TABLE              PIC X(36) VALUE                CNB23300
024000         '000031059090120151181212243273304334'.                  CNB23300
024100 01  WS-CUM-DAY-TABLE-R REDEFINES WS-CUM-DAY-TABLE.               CNB23300
024200     05  WS-CDT-DAYS OCCURS 12 TIMES                              CNB23300
024300                                   PIC 9(3).                      CNB23300
024400 01  WS-HDR-LINE.                                                 CNB23300
024500     05  FILLER                PIC X(38)  VALUE                   CNB23300
024600         'CNB233 - US LIMBO TIME MONTHLY CAP    '.                CNB23300
024700     05  FILLER                PIC X(2)   VALUE SPACES.           CNB23300
024800     05  HDR-FUNC              PIC X(8).                          CNB23300
024900     05  FILLER                PIC X(2)   VALUE SPACES.           CNB23300
025000     05  HDR-DATE-TIME         PIC X(12).                         CNB23300
025100     05  FILLER                PIC X(8)   VALUE '  MONTH '.       CNB23300
025200     05  HDR-MONTH             PIC X(6).                          CNB23300
025300     05  FILLER                PIC X(8)   VALUE '  LIMIT '.       CNB23300
025400     05  HDR-LIMIT             PIC ZZ9.                           CNB23300
025500     05  FILLER                PIC X(12)  VALUE ' HRS   WARN '.   CNB23300
025600     05  HDR-WARN              PIC ZZ9.                           CNB23300
025700     05  FILLER                PIC X(30)  VALUE ' HRS'.           CNB23300
025800 01  WS-COL-HDR-LINE.                                             CNB23300
025900     05  FILLER                    PIC X(51) VALUE                CNB23300
026000         'EMPLOYEE  NAME                       BOARD      LIM'.   CNB23300
026100     05  FILLER                    PIC X(51) VALUE                CNB23300
026200         'BO   TOURS STATUS       TO LIMIT                   '.   CNB23300
026300     05  FILLER                    PIC X(30) VALUE SPACES.        CNB23300
026400 01  WS-EMP-LINE.                                                 CNB23300
026500     05  EL-EMP-NBR                PIC X(9).                      CNB23300
026600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23300
026700     05  EL-EMP-NAME               PIC X(26).                     CNB23300
026800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23300
026900     05  EL-DIST                   PIC X(2).                      CNB23300
027000     05  FILLER                    PIC X(1) VALUE '/'.            CNB23300
027100     05  EL-SDIST                  PIC X(2).                      CNB23300
027200     05  FILLER                    PIC X(1) VALUE '/'.            CNB23300
027300     05  EL-CRAFT                  PIC X(2).                      CNB23300
027400     05  FILLER                    PIC X(3) VALUE SPACES.         CNB23300
027500     05  EL-LIMBO                  PIC X(6).                      CNB23300
027600     05  FILLER                    PIC X(3) VALUE SPACES.         CNB23300
027700     05  EL-TOURS                  PIC ZZ9.                       CNB23300
027800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23300
027900     05  EL-STATUS                 PIC X(11).                     CNB23300
028000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23300
028100     05  EL-TO-LIMIT               PIC X(6).                      CNB23300
028200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23300
028300     05  EL-OVER                   PIC X(4).                      CNB23300
028400     05  FILLER                    PIC X(46) VALUE SPACES.        CNB23300
028500 01  WS-TOUR-LINE.                                                CNB23300
028600     05  FILLER                    PIC X(10) VALUE SPACES.        CNB23300
028700     05  FILLER                    PIC X(9) VALUE 'ON DUTY  '.    CNB23300
028800     05  TL-OD                     PIC X(13).                     CNB23300
028900     05  FILLER                    PIC X(11) VALUE '  OFF DUTY '. CNB23300
029000     05  TL-OFFD                   PIC X(13).                     CNB23300
029100     05  FILLER                    PIC X(7) VALUE '  TOUR '.      CNB23300
029200     05  TL-TOUR                   PIC X(6).                      CNB23300
029300     05  FILLER                    PIC X(8) VALUE '  LIMBO '.     CNB23300
029400     05  TL-LIMBO                  PIC X(6).                      CNB23300
029500     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23300
029600     05  TL-SOURCE                 PIC X(8).                      CNB23300
029700     05  FILLER                    PIC X(39) VALUE SPACES.        CNB23300
029800 01  WS-ADJ-HDR-LINE.                                             CNB23300
029900     05  FILLER                    PIC X(51) VALUE                CNB23300
030000         'EMPLOYEE  TOUR ON DUTY    MINS  USER      REASON   '.   CNB23300
030100     05  FILLER                    PIC X(51) VALUE                CNB23300
030200         '             RESULT                                '.   CNB23300
030300     05  FILLER                    PIC X(30) VALUE SPACES.        CNB23300
030400 01  WS-ADJ-LINE.                                                 CNB23300
030500     05  AL-EMP-NBR                PIC X(9).                      CNB23300
030600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23300
030700     05  AL-OD                     PIC X(13).                     CNB23300
030800     05  FILLER                    PIC X(3) VALUE SPACES.         CNB23300
030900     05  AL-MINUTES                PIC X(4).                      CNB23300
031000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23300
031100     05  AL-USER                   PIC X(8).                      CNB23300
031200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23300
031300     05  AL-REASON                 PIC X(20).                     CNB23300
031400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23300
031500     05  AL-RESULT                 PIC X(20).                     CNB23300
031600     05  FILLER                    PIC X(48) VALUE SPACES.        CNB23300
031700 01  WS-CNT-LINE.                                                 CNB23300
031800     05  CNT-LABEL                 PIC X(30).                     CNB23300
031900     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB23300
032000     05  FILLER                    PIC X(95) VALUE SPACES.        CNB23300
032100*                                                                 CNB23300
032200 PROCEDURE DIVISION.                                              CNB23300
032300 P0000-MAINLINE.                                                  CNB23300
032400     PERFORM P1000-INITIALIZE                                     CNB23300
032500     IF WS-FUNC-DAILY                                             CNB23300
032600        PERFORM P2000-SCAN-TOURS UNTIL WS-EOF-INPUT               CNB23300
032700        PERFORM P2900-CLOSE-EMPLOYEE                              CNB23300
032800     ELSE                                                         CNB23300
032900        PERFORM P4000-APPLY-ADJUSTMENTS UNTIL WS-EOF-INPUT        CNB23300
033000     END-IF                                                       CNB23300
033100     PERFORM P9000-TERMINATE                                      CNB23300
033200     GOBACK.                                                      CNB23300
033300*                                                                 CNB23300
033400 P1000-INITIALIZE.                                                CNB23300
033500     OPEN INPUT PARM-FILE                                         CNB23300
033600     IF NOT WS-PARM-OK                                            CNB23300
033700        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB23300
033800        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB23300
033900        PERFORM P9999-GOT-PROBLEM                                 CNB23300
034000     END-IF                                                       CNB23300
034100     READ PARM-FILE                                               CNB23300
034200     IF NOT WS-PARM-OK                                            CNB23300
034300        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB23300
034400        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB23300
034500        PERFORM P9999-GOT-PROBLEM                                 CNB23300
034600     END-IF                                                       CNB23300
034700     MOVE PARM-FUNC                TO WS-FUNC                     CNB23300
034800     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB23300
034900     IF PARM-MONTH NUMERIC                                        CNB23300
035000        MOVE PARM-MONTH            TO WS-MONTH                    CNB23300
035100     ELSE                                                         CNB23300
035200        MOVE '20'                  TO WS-MONTH (1:2)              CNB23300
035300        MOVE WS-RUN-DATE-TIME (1:4) TO WS-MONTH (3:4)             CNB23300
035400     END-IF                                                       CNB23300
035500     IF PARM-LIMIT-HRS NUMERIC AND PARM-LIMIT-HRS > '000'         CNB23300
035600        MOVE PARM-LIMIT-HRS        TO WS-LIMIT-HRS                CNB23300
035700     END-IF                                                       CNB23300
035800     IF PARM-WARN-HRS NUMERIC AND PARM-WARN-HRS > '000'           CNB23300
035900        MOVE PARM-WARN-HRS         TO WS-WARN-HRS                 CNB23300
036000     END-IF                                                       CNB23300
036100     COMPUTE WS-LIMIT-MINS = WS-LIMIT-HRS * 60                    CNB23300
036200     COMPUTE WS-WARN-MINS = WS-WARN-HRS * 60                      CNB23300
036300     CLOSE PARM-FILE                                              CNB23300
036400     IF NOT WS-FUNC-DAILY AND NOT WS-FUNC-ADJUST                  CNB23300
036500        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB23300
036600        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB23300
036700        PERFORM P9999-GOT-PROBLEM                                 CNB23300
036800     END-IF                                                       CNB23300
036900     OPEN INPUT MSTR-FILE                                         CNB23300
037000     IF NOT WS-MSTRF-OK                                           CNB23300
037100        MOVE 'P1000-OPEN-MST'      TO WS-ABEND-PARAGRAPH          CNB23300
037200        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB23300
037300        PERFORM P9999-GOT-PROBLEM                                 CNB23300
037400     END-IF                                                       CNB23300
037500     OPEN I-O ETOD-FILE                                           CNB23300
037600     IF NOT WS-ETOD-OK                                            CNB23300
037700        MOVE 'P1000-OPEN-ETOD'     TO WS-ABEND-PARAGRAPH          CNB23300
037800        MOVE WS-ETOD-STATUS        TO WS-ABEND-STATUS             CNB23300
037900        PERFORM P9999-GOT-PROBLEM                                 CNB23300
038000     END-IF                                                       CNB23300
038100     OPEN I-O LM-FILE                                             CNB23300
038200     IF WS-LM-STATUS = '35'                                       CNB23300
038300        OPEN OUTPUT LM-FILE                                       CNB23300
038400        CLOSE LM-FILE                                             CNB23300
038500        OPEN I-O LM-FILE                                          CNB23300
038600     END-IF                                                       CNB23300
038700     IF NOT WS-LM-OK                                              CNB23300
038800        MOVE 'P1000-OPEN-LM'       TO WS-ABEND-PARAGRAPH          CNB23300
038900        MOVE WS-LM-STATUS          TO WS-ABEND-STATUS             CNB23300
039000        PERFORM P9999-GOT-PROBLEM                                 CNB23300
039100     END-IF                                                       CNB23300
039200     IF WS-FUNC-ADJUST                                            CNB23300
039300        OPEN INPUT ADJ-FILE                                       CNB23300
039400        IF NOT WS-ADJ-OK                                          CNB23300
039500           MOVE 'P1000-OPEN-ADJ'   TO WS-ABEND-PARAGRAPH          CNB23300
039600           MOVE WS-ADJ-STATUS      TO WS-ABEND-STATUS             CNB23300
039700           PERFORM P9999-GOT-PROBLEM                              CNB23300
039800        END-IF                                                    CNB23300
039900     END-IF                                                       CNB23300
040000     OPEN OUTPUT RPT-FILE                                         CNB23300
040100     IF NOT WS-RPT-OK                                             CNB23300
040200        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB23300
040300        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB23300
040400        PERFORM P9999-GOT-PROBLEM                                 CNB23300
040500     END-IF                                                       CNB23300
040600     MOVE WS-FUNC                  TO HDR-FUNC                    CNB23300
040700     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB23300
040800     MOVE WS-MONTH                 TO HDR-MONTH                   CNB23300
040900     MOVE WS-LIMIT-HRS             TO HDR-LIMIT                   CNB23300
041000     MOVE WS-WARN-HRS              TO HDR-WARN                    CNB23300
041100     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB23300
041200     MOVE SPACES                   TO RPT-LINE                    CNB23300
041300     WRITE RPT-LINE                                               CNB23300
041400     IF WS-FUNC-DAILY                                             CNB23300
041500        WRITE RPT-LINE FROM WS-COL-HDR-LINE                       CNB23300
041600        MOVE LOW-VALUES            TO ETIO-KEY                    CNB23300
041700        START ETOD-FILE KEY NOT < ETIO-KEY                        CNB23300
041800        IF NOT WS-ETOD-OK                                         CNB23300
041900           SET WS-EOF-INPUT TO TRUE                               CNB23300
042000        END-IF                                                    CNB23300
042100     ELSE                                                         CNB23300
042200        WRITE RPT-LINE FROM WS-ADJ-HDR-LINE                       CNB23300
042300     END-IF.                                                      CNB23300
042400*                                                                 CNB23300
042500 P2000-SCAN-TOURS.                                                CNB23300
042600     READ ETOD-FILE NEXT                                          CNB23300
042700          AT END                                                  CNB23300
042800             SET WS-EOF-INPUT TO TRUE                             CNB23300
042900     END-READ                                                     CNB23300
043000     IF NOT WS-EOF-INPUT                                          CNB23300
043100        IF NOT WS-EMP-ACTIVE                                      CNB23300
043200           OR ETIO-EMP-NBR NOT = WS-CUR-EMP-NBR                   CNB23300
043300           PERFORM P2900-CLOSE-EMPLOYEE                           CNB23300
043400           PERFORM P2100-OPEN-EMPLOYEE                            CNB23300
043500        END-IF                                                    CNB23300
043600        IF WS-EMP-US                                              CNB23300
043700           AND ETIO-OD-CE = WS-MONTH (1:2)                        CNB23300
043800           AND ETIO-OD-DATE (1:4) = WS-MONTH (3:4)                CNB23300
043900           AND ETIO-OFFD-DATE-TIME NUMERIC                        CNB23300
044000           PERFORM P2200-TAKE-TOUR                                CNB23300
044100        END-IF                                                    CNB23300
044200     END-IF.                                                      CNB23300
044300*                                                                 CNB23300
044400 P2100-OPEN-EMPLOYEE.                                             CNB23300
044500     SET WS-EMP-ACTIVE TO TRUE                                    CNB23300
044600     MOVE ETIO-EMP-NBR             TO WS-CUR-EMP-NBR              CNB23300
044700     MOVE ZEROS                    TO WS-EMP-LIMBO                CNB23300
044800                                      WS-EMP-TOURS                CNB23300
044900                                      WS-TOUR-COUNT               CNB23300
045000     MOVE 'N'                      TO WS-US-SW                    CNB23300
045100     MOVE ETIO-EMP-NBR             TO MIO-EMP-NBR                 CNB23300
045200     READ MSTR-FILE                                               CNB23300
045300          KEY IS MIO-EMP-NBR                                      CNB23300
045400     IF WS-MSTRF-OK                                               CNB23300
045500        MOVE MIO-RECORD            TO WS-MSTR                     CNB23300
045600        IF PAY-AS-US                                              CNB23300
045700           SET WS-EMP-US TO TRUE                                  CNB23300
045800        END-IF                                                    CNB23300
045900     END-IF.                                                      CNB23300
046000*                                                                 CNB23300
046100*    LIMBO ON A TOUR NOT ENTERED BY HAND IS THE TIME PAST THE     CNB23300
046200*    12-HOUR ON-DUTY LIMIT TO FINAL RELEASE                       CNB23300
046300*                                                                 CNB23300
046400 P2200-TAKE-TOUR.                                                 CNB23300
046500     ADD 1 TO WS-TOUR-TOTAL                                       CNB23300
046600     PERFORM P7100-TOUR-MINUTES                                   CNB23300
046700     IF NOT ETIO-LIMBO-MANUAL                                     CNB23300
046800        MOVE ZEROS                 TO WS-CALC-LIMBO               CNB23300
046900        IF WS-TOUR-MINS > 720                                     CNB23300
047000           COMPUTE WS-CALC-LIMBO = WS-TOUR-MINS - 720             CNB23300
047100        END-IF                                                    CNB23300
047200        IF WS-CALC-LIMBO > 9999                                   CNB23300
047300           MOVE 9999               TO WS-CALC-LIMBO               CNB23300
047400        END-IF                                                    CNB23300
047500        IF NOT ETIO-LIMBO-COMPUTED                                CNB23300
047600           OR ETIO-LIMBO-MINS NOT NUMERIC                         CNB23300
047700           OR ETIO-LIMBO-MINS NOT = WS-CALC-LIMBO                 CNB23300
047800           MOVE WS-CALC-LIMBO      TO ETIO-LIMBO-MINS             CNB23300
047900           SET ETIO-LIMBO-COMPUTED TO TRUE                        CNB23300
048000           REWRITE ETIO-RECORD                                    CNB23300
048100           IF NOT WS-ETOD-OK                                      CNB23300
048200              MOVE 'P2200-REWRITE'  TO WS-ABEND-PARAGRAPH         CNB23300
048300              MOVE WS-ETOD-STATUS   TO WS-ABEND-STATUS            CNB23300
048400              PERFORM P9999-GOT-PROBLEM                           CNB23300
048500           END-IF                                                 CNB23300
048600           ADD 1 TO WS-CAPTURE-COUNT                              CNB23300
048700        END-IF                                                    CNB23300
048800     END-IF                                                       CNB23300
048900     IF ETIO-LIMBO-MINS NUMERIC AND ETIO-LIMBO-MINS > ZEROS       CNB23300
049000        ADD ETIO-LIMBO-MINS        TO WS-EMP-LIMBO                CNB23300
049100        ADD 1 TO WS-EMP-TOURS                                     CNB23300
049200        IF WS-TOUR-COUNT < WS-TOUR-MAX                            CNB23300
049300           ADD 1 TO WS-TOUR-COUNT                                 CNB23300
049400           MOVE ETIO-OD-DATE-TIME  TO                             CNB23300
049500                TT-OD-DATE-TIME (WS-TOUR-COUNT)                   CNB23300
049600           MOVE ETIO-OFFD-DATE-TIME TO                            CNB23300
049700                TT-OFFD-DATE-TIME (WS-TOUR-COUNT)                 CNB23300
049800           MOVE WS-TOUR-MINS       TO TT-TOUR-MINS (WS-TOUR-COUNT)CNB23300
049900           MOVE ETIO-LIMBO-MINS    TO                             CNB23300
050000                TT-LIMBO-MINS (WS-TOUR-COUNT)                     CNB23300
050100           MOVE ETIO-LIMBO-SOURCE  TO TT-SOURCE (WS-TOUR-COUNT)   CNB23300
050200        END-IF                                                    CNB23300
050300     END-IF.                                                      CNB23300
050400*                                                                 CNB23300
050500*    EMPLOYEE COMPLETE - POST THE MONTH TO LMFILE AND LIST THEM   CNB23300
050600*    WHEN THEY ARE NEAR OR PAST THE LIMIT                         CNB23300
050700*                                                                 CNB23300
050800 P2900-CLOSE-EMPLOYEE.                                            CNB23300
050900     IF WS-EMP-ACTIVE AND WS-EMP-US                               CNB23300
051000        MOVE WS-CUR-EMP-NBR        TO LM-EMP-NBR                  CNB23300
051100        MOVE WS-MONTH              TO LM-MONTH                    CNB23300
051200        READ LM-FILE                                              CNB23300
051300        IF WS-LM-OK OR WS-EMP-LIMBO > ZEROS                       CNB23300
051400           PERFORM P2910-SAVE-MONTH                               CNB23300
051500        END-IF                                                    CNB23300
051600        IF WS-EMP-LIMBO NOT < WS-WARN-MINS                        CNB23300
051700           OR WS-EMP-LIMBO > WS-LIMIT-MINS                        CNB23300
051800           PERFORM P3000-PRINT-EMPLOYEE                           CNB23300
051900        END-IF                                                    CNB23300
052000     END-IF                                                       CNB23300
052100     MOVE 'N'                      TO WS-EMP-SW                   CNB23300
052200                                      WS-US-SW.                   CNB23300
052300*                                                                 CNB23300
052400 P2910-SAVE-MONTH.                                                CNB23300
052500     IF NOT WS-LM-OK                                              CNB23300
052600        MOVE SPACES                TO LM-RECORD                   CNB23300
052700        MOVE WS-CUR-EMP-NBR        TO LM-EMP-NBR                  CNB23300
052800        MOVE WS-MONTH              TO LM-MONTH                    CNB23300
052900     END-IF                                                       CNB23300
053000     MOVE EMP-NAME                 TO LM-EMP-NAME                 CNB23300
053100     MOVE DIST                     TO LM-DIST                     CNB23300
053200     MOVE SUB-DIST                 TO LM-SDIST                    CNB23300
053300     MOVE CRAFT                    TO LM-CRAFT                    CNB23300
053400     IF WS-EMP-LIMBO > 99999                                      CNB23300
053500        MOVE 99999                 TO LM-LIMBO-MINS               CNB23300
053600     ELSE                                                         CNB23300
053700        MOVE WS-EMP-LIMBO          TO LM-LIMBO-MINS               CNB23300
053800     END-IF                                                       CNB23300
053900     MOVE WS-EMP-TOURS             TO LM-TOUR-COUNT               CNB23300
054000     EVALUATE TRUE                                                CNB23300
054100        WHEN WS-EMP-LIMBO > WS-LIMIT-MINS                         CNB23300
054200             SET LM-EXCEEDED TO TRUE                              CNB23300
054300        WHEN WS-EMP-LIMBO NOT < WS-WARN-MINS                      CNB23300
054400             SET LM-APPROACHING TO TRUE                           CNB23300
054500        WHEN OTHER                                                CNB23300
054600             MOVE SPACES           TO LM-STATUS                   CNB23300
054700     END-EVALUATE                                                 CNB23300
054800     MOVE WS-RUN-DATE-TIME         TO LM-LAST-CALC                CNB23300
054900     IF WS-LM-OK                                                  CNB23300
055000        REWRITE LM-RECORD                                         CNB23300
055100     ELSE                                                         CNB23300
055200        WRITE LM-RECORD                                           CNB23300
055300     END-IF                                                       CNB23300
055400     IF NOT WS-LM-OK                                              CNB23300
055500        MOVE 'P2910-SAVE-LM'       TO WS-ABEND-PARAGRAPH          CNB23300
055600        MOVE WS-LM-STATUS          TO WS-ABEND-STATUS             CNB23300
055700        PERFORM P9999-GOT-PROBLEM                                 CNB23300
055800     END-IF                                                       CNB23300
055900     ADD 1 TO WS-EMP-COUNT.                                       CNB23300
056000*                                                                 CNB23300
056100 P3000-PRINT-EMPLOYEE.                                            CNB23300
056200     MOVE SPACES                   TO RPT-LINE                    CNB23300
056300     WRITE RPT-LINE                                               CNB23300
056400     MOVE WS-CUR-EMP-NBR           TO EL-EMP-NBR                  CNB23300
056500     MOVE EMP-NAME                 TO EL-EMP-NAME                 CNB23300
056600     MOVE DIST                     TO EL-DIST                     CNB23300
056700     MOVE SUB-DIST                 TO EL-SDIST                    CNB23300
056800     MOVE CRAFT                    TO EL-CRAFT                    CNB23300
056900     MOVE WS-EMP-LIMBO             TO WS-HM-MINS                  CNB23300
057000     PERFORM P7200-EDIT-HRMN                                      CNB23300
057100     MOVE WS-HM-EDIT               TO EL-LIMBO                    CNB23300
057200     MOVE WS-EMP-TOURS             TO EL-TOURS                    CNB23300
057300     MOVE SPACES                   TO EL-OVER                     CNB23300
057400     IF WS-EMP-LIMBO > WS-LIMIT-MINS                              CNB23300
057500        ADD 1 TO WS-EXCEED-COUNT                                  CNB23300
057600        MOVE 'EXCEEDED'            TO EL-STATUS                   CNB23300
057700        COMPUTE WS-HM-MINS = WS-EMP-LIMBO - WS-LIMIT-MINS         CNB23300
057800        MOVE 'OVER'                TO EL-OVER                     CNB23300
057900     ELSE                                                         CNB23300
058000        ADD 1 TO WS-APPROACH-COUNT                                CNB23300
058100        MOVE 'APPROACHING'         TO EL-STATUS                   CNB23300
058200        COMPUTE WS-HM-MINS = WS-LIMIT-MINS - WS-EMP-LIMBO         CNB23300
058300        MOVE 'LEFT'                TO EL-OVER                     CNB23300
058400     END-IF                                                       CNB23300
058500     PERFORM P7200-EDIT-HRMN                                      CNB23300
058600     MOVE WS-HM-EDIT               TO EL-TO-LIMIT                 CNB23300
058700     WRITE RPT-LINE FROM WS-EMP-LINE                              CNB23300
058800     MOVE 1                        TO WS-TOUR-SUB                 CNB23300
058900     PERFORM P3100-PRINT-TOUR UNTIL WS-TOUR-SUB > WS-TOUR-COUNT   CNB23300
059000     IF WS-EMP-TOURS > WS-TOUR-COUNT                              CNB23300
059100        MOVE SPACES                TO RPT-LINE                    CNB23300
059200        MOVE '          MORE TOURS NOT LISTED' TO RPT-LINE        CNB23300
059300        WRITE RPT-LINE                                            CNB23300
059400     END-IF.                                                      CNB23300
059500*                                                                 CNB23300
059600 P3100-PRINT-TOUR.                                                CNB23300
059700     MOVE SPACES                   TO TL-OD                       CNB23300
059800                                      TL-OFFD                     CNB23300
059900     STRING TT-OD-DATE-TIME (WS-TOUR-SUB) (1:8) '-'               CNB23300
060000            TT-OD-DATE-TIME (WS-TOUR-SUB) (9:4)                   CNB23300
060100            DELIMITED BY SIZE INTO TL-OD                          CNB23300
060200     STRING TT-OFFD-DATE-TIME (WS-TOUR-SUB) (1:8) '-'             CNB23300
060300            TT-OFFD-DATE-TIME (WS-TOUR-SUB) (9:4)                 CNB23300
060400            DELIMITED BY SIZE INTO TL-OFFD                        CNB23300
060500     MOVE TT-TOUR-MINS (WS-TOUR-SUB) TO WS-HM-MINS                CNB23300
060600     PERFORM P7200-EDIT-HRMN                                      CNB23300
060700     MOVE WS-HM-EDIT               TO TL-TOUR                     CNB23300
060800     MOVE TT-LIMBO-MINS (WS-TOUR-SUB) TO WS-HM-MINS               CNB23300
060900     PERFORM P7200-EDIT-HRMN                                      CNB23300
061000     MOVE WS-HM-EDIT               TO TL-LIMBO                    CNB23300
061100     IF TT-SOURCE (WS-TOUR-SUB) = 'M'                             CNB23300
061200        MOVE 'MANUAL'              TO TL-SOURCE                   CNB23300
061300     ELSE                                                         CNB23300
061400        MOVE 'PAST 12H'            TO TL-SOURCE                   CNB23300
061500     END-IF                                                       CNB23300
061600     WRITE RPT-LINE FROM WS-TOUR-LINE                             CNB23300
061700     ADD 1 TO WS-TOUR-SUB.                                        CNB23300
061800*                                                                 CNB23300
061900 P4000-APPLY-ADJUSTMENTS.                                         CNB23300
062000     READ ADJ-FILE                                                CNB23300
062100          AT END                                                  CNB23300
062200             SET WS-EOF-INPUT TO TRUE                             CNB23300
062300     END-READ                                                     CNB23300
062400     IF NOT WS-EOF-INPUT                                          CNB23300
062500        PERFORM P4100-EDIT-ADJUSTMENT                             CNB23300
062600        MOVE AJ-EMP-NBR            TO AL-EMP-NBR                  CNB23300
062700        MOVE SPACES                TO AL-OD                       CNB23300
062800        STRING AJ-OD-DATE-TIME (1:8) '-' AJ-OD-DATE-TIME (9:4)    CNB23300
062900               DELIMITED BY SIZE INTO AL-OD                       CNB23300
063000        MOVE AJ-MINUTES            TO AL-MINUTES                  CNB23300
063100        MOVE AJ-USER               TO AL-USER                     CNB23300
063200        MOVE AJ-REASON             TO AL-REASON                   CNB23300
063300        IF WS-REJ-REASON = SPACES                                 CNB23300
063400           PERFORM P4200-POST-ADJUSTMENT                          CNB23300
063500        ELSE                                                      CNB23300
063600           ADD 1 TO WS-REJ-COUNT                                  CNB23300
063700           MOVE SPACES             TO AL-RESULT                   CNB23300
063800           STRING 'REJECTED ' WS-REJ-REASON                       CNB23300
063900                  DELIMITED BY SIZE INTO AL-RESULT                CNB23300
064000        END-IF                                                    CNB23300
064100        WRITE RPT-LINE FROM WS-ADJ-LINE                           CNB23300
064200     END-IF.                                                      CNB23300
064300*                                                                 CNB23300
064400 P4100-EDIT-ADJUSTMENT.                                           CNB23300
064500     MOVE SPACES                   TO WS-REJ-REASON               CNB23300
064600     MOVE AJ-EMP-NBR               TO ETIO-EMP-NBR                CNB23300
064700     MOVE AJ-OD-DATE-TIME          TO ETIO-OD-DATE-TIME           CNB23300
064800     READ ETOD-FILE                                               CNB23300
064900     EVALUATE TRUE                                                CNB23300
065000        WHEN AJ-USER = SPACES                                     CNB23300
065100             MOVE 'USER'           TO WS-REJ-REASON               CNB23300
065200        WHEN NOT WS-ETOD-OK                                       CNB23300
065300             MOVE 'NOTR'           TO WS-REJ-REASON               CNB23300
065400        WHEN AJ-MINUTES = SPACES                                  CNB23300
065500             CONTINUE                                             CNB23300
065600        WHEN AJ-MINUTES NOT NUMERIC                               CNB23300
065700             MOVE 'MINS'           TO WS-REJ-REASON               CNB23300
065800        WHEN OTHER                                                CNB23300
065900             IF ETIO-OFFD-DATE-TIME NUMERIC                       CNB23300
066000                PERFORM P7100-TOUR-MINUTES                        CNB23300
066100                IF AJ-MINUTES > WS-TOUR-MINS                      CNB23300
066200                   MOVE 'LONG'     TO WS-REJ-REASON               CNB23300
066300                END-IF                                            CNB23300
066400             END-IF                                               CNB23300
066500     END-EVALUATE.                                                CNB23300
066600*                                                                 CNB23300
066700 P4200-POST-ADJUSTMENT.                                           CNB23300
066800     IF AJ-MINUTES = SPACES                                       CNB23300
066900        MOVE ZEROS                 TO ETIO-LIMBO-MINS             CNB23300
067000        MOVE SPACES                TO ETIO-LIMBO-SOURCE           CNB23300
067100        MOVE 'BACK TO CALCULATED'  TO AL-RESULT                   CNB23300
067200     ELSE                                                         CNB23300
067300        MOVE AJ-MINUTES            TO ETIO-LIMBO-MINS             CNB23300
067400        SET ETIO-LIMBO-MANUAL TO TRUE                             CNB23300
067500        MOVE 'LIMBO SET'           TO AL-RESULT                   CNB23300
067600     END-IF                                                       CNB23300
067700     REWRITE ETIO-RECORD                                          CNB23300
067800     IF NOT WS-ETOD-OK                                            CNB23300
067900        MOVE 'P4200-REWRITE'       TO WS-ABEND-PARAGRAPH          CNB23300
068000        MOVE WS-ETOD-STATUS        TO WS-ABEND-STATUS             CNB23300
068100        PERFORM P9999-GOT-PROBLEM                                 CNB23300
068200     END-IF                                                       CNB23300
068300     ADD 1 TO WS-ADJ-COUNT.                                       CNB23300
068400*                                                                 CNB23300
068500 P7000-DATE-TO-SERIAL.                                            CNB23300
068600     MOVE ZEROS                    TO WS-SERIAL-RESULT            CNB23300
068700     IF WS-SERIAL-DATE-X NUMERIC                                  CNB23300
068800        AND WS-SD-MM > 0 AND WS-SD-MM < 13                        CNB23300
068900        COMPUTE WS-SERIAL-RESULT =                                CNB23300
069000            (WS-SD-CCYY * 365) + WS-CDT-DAYS (WS-SD-MM)           CNB23300
069100          + WS-SD-DD                                              CNB23300
069200        DIVIDE WS-SD-CCYY BY 4                                    CNB23300
069300               GIVING WS-LEAP-QUOT                                CNB23300
069400               REMAINDER WS-LEAP-REM                              CNB23300
069500        ADD WS-LEAP-QUOT           TO WS-SERIAL-RESULT            CNB23300
069600        IF WS-LEAP-REM = ZEROS AND WS-SD-MM < 3                   CNB23300
069700           SUBTRACT 1 FROM WS-SERIAL-RESULT                       CNB23300
069800        END-IF                                                    CNB23300
069900     END-IF.                                                      CNB23300
070000*                                                                 CNB23300
070100*    ON-DUTY TO OFF-DUTY OF THE TOUR IN ETIO-RECORD, IN MINUTES   CNB23300
070200*                                                                 CNB23300
070300 P7100-TOUR-MINUTES.                                              CNB23300
070400     MOVE ETIO-OD-DATE-TIME        TO WS-STAMP-DATE-TIME          CNB23300
070500     PERFORM P7110-STAMP-MINUTES                                  CNB23300
070600     MOVE WS-STAMP-MINS            TO WS-OD-STAMP                 CNB23300
070700     MOVE ETIO-OFFD-DATE-TIME      TO WS-STAMP-DATE-TIME          CNB23300
070800     PERFORM P7110-STAMP-MINUTES                                  CNB23300
070900     COMPUTE WS-TOUR-MINS = WS-STAMP-MINS - WS-OD-STAMP           CNB23300
071000     IF WS-TOUR-MINS < ZEROS                                      CNB23300
071100        MOVE ZEROS                 TO WS-TOUR-MINS                CNB23300
071200     END-IF.                                                      CNB23300
071300*                                                                 CNB23300
071400 P7110-STAMP-MINUTES.                                             CNB23300
071500     MOVE WS-ST-CE                 TO WS-SERIAL-DATE-X (1:2)      CNB23300
071600     MOVE WS-ST-DATE               TO WS-SERIAL-DATE-X (3:6)      CNB23300
071700     PERFORM P7000-DATE-TO-SERIAL                                 CNB23300
071800     MOVE ZEROS                    TO WS-STAMP-MINS               CNB23300
071900     IF WS-ST-HH NUMERIC AND WS-ST-MM NUMERIC                     CNB23300
072000        COMPUTE WS-STAMP-MINS = (WS-SERIAL-RESULT * 1440)         CNB23300
072100                              + (WS-ST-HH * 60) + WS-ST-MM        CNB23300
072200     END-IF.                                                      CNB23300
072300*                                                                 CNB23300
072400 P7200-EDIT-HRMN.                                                 CNB23300
072500     DIVIDE WS-HM-MINS BY 60                                      CNB23300
072600            GIVING WS-HM-HRS-WORK                                 CNB23300
072700            REMAINDER WS-HM-MNS-WORK                              CNB23300
072800     MOVE WS-HM-HRS-WORK           TO WS-HM-HRS                   CNB23300
072900     MOVE WS-HM-MNS-WORK           TO WS-HM-MNS.                  CNB23300
073000*                                                                 CNB23300
073100 P9000-TERMINATE.                                                 CNB23300
073200     MOVE SPACES                   TO RPT-LINE                    CNB23300
073300     WRITE RPT-LINE                                               CNB23300
073400     IF WS-FUNC-DAILY                                             CNB23300
073500        MOVE 'US TOURS IN MONTH .........' TO CNT-LABEL           CNB23300
073600        MOVE WS-TOUR-TOTAL         TO CNT-VALUE                   CNB23300
073700        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB23300
073800        MOVE 'TOURS LIMBO CAPTURED ......' TO CNT-LABEL           CNB23300
073900        MOVE WS-CAPTURE-COUNT      TO CNT-VALUE                   CNB23300
074000        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB23300
074100        MOVE 'EMPLOYEES WITH LIMBO ......' TO CNT-LABEL           CNB23300
074200        MOVE WS-EMP-COUNT          TO CNT-VALUE                   CNB23300
074300        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB23300
074400        MOVE 'APPROACHING LIMIT .........' TO CNT-LABEL           CNB23300
074500        MOVE WS-APPROACH-COUNT     TO CNT-VALUE                   CNB23300
074600        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB23300
074700        MOVE 'EXCEEDED LIMIT ............' TO CNT-LABEL           CNB23300
074800        MOVE WS-EXCEED-COUNT       TO CNT-VALUE                   CNB23300
074900        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB23300
075000     ELSE                                                         CNB23300
075100        MOVE 'ADJUSTMENTS APPLIED .......' TO CNT-LABEL           CNB23300
075200        MOVE WS-ADJ-COUNT          TO CNT-VALUE                   CNB23300
075300        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB23300
075400        MOVE 'ADJUSTMENTS REJECTED ......' TO CNT-LABEL           CNB23300
075500        MOVE WS-REJ-COUNT          TO CNT-VALUE                   CNB23300
075600        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB23300
075700        CLOSE ADJ-FILE                                            CNB23300
075800     END-IF                                                       CNB23300
075900     CLOSE MSTR-FILE                                              CNB23300
076000           ETOD-FILE                                              CNB23300
076100           LM-FILE                                                CNB23300
076200           RPT-FILE.                                              CNB23300
076300*                                                                 CNB23300
076400 P9999-GOT-PROBLEM.                                               CNB23300
076410     MOVE 'CNB233'                 TO XE-PROGRAM                  CNB23300
076420     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB23300
076430     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB23300
076440     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB23300
076500     DISPLAY 'CNB233 ABEND IN ' WS-ABEND-PARAGRAPH                CNB23300
076600              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB23300
076700     MOVE 16 TO RETURN-CODE                                       CNB23300
076800     GOBACK.                                                      CNB23300
