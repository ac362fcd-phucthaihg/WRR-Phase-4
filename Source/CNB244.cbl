000100 IDENTIFICATION DIVISION.                                         CNB24400
000200 PROGRAM-ID. CNB244.                                              CNB24400
000300*AUTHOR.     JMC.                                                 CNB24400
000400*DATE-WRITTEN. 10/15/26.                                          CNB24400
000500*REMARKS.                                                         CNB24400
000600*    EXCESS-SERVICE INCIDENT CASES.  A TOUR ON DUTY PAST THE      CNB24400
000700*    LEGAL LIMIT MUST BE REPORTED TO THE REGULATOR WITHIN A       CNB24400
000800*    FIXED NUMBER OF DAYS, WITH A CAUSE AND THE CORRECTIVE        CNB24400
000900*    ACTION TAKEN.  CNP05Y SHOWS THE TOURS BUT NOTHING PICKED     CNB24400
001000*    THE LONG ONES OUT, AND THE FILING DEADLINE WAS KEPT BY       CNB24400
001100*    HAND.  ESCFILE KEEPS ONE CASE PER OVER-LIMIT TOUR, KEYED     CNB24400
001200*    LIKE THE TOUR (EMPLOYEE + ON-DUTY DATE-TIME).  FUNCTIONS     CNB24400
001300*    FROM THE PARM CARD:                                          CNB24400
001400*      OPEN   - DAILY.  WALKS THE EMPTOD TIME-ON-DUTY FILE FOR    CNB24400
001500*               COMPLETED TOURS TIED UP IN THE LAST PARM DAYS     CNB24400
001600*               (BLANK = 7) THAT RAN PAST THE LIMIT (PARM HOURS,  CNB24400
001700*               BLANK = 12).  EACH ONE WITHOUT A CASE OPENS ONE,  CNB24400
001800*               PRE-FILLED WITH THE EMPLOYEE, BOARD, TRAIN,       CNB24400
001900*               ON-DUTY AND TIE-UP TIMES, TOTAL AND EXCESS TIME,  CNB24400
002000*               AND THE FILING DEADLINE - THE TIE-UP DATE PLUS    CNB24400
002100*               THE PARM FILING DAYS (BLANK = 30).  EVERY OPEN    CNB24400
002200*               CASE IS THEN AGED AGAINST ITS DEADLINE: DAYS      CNB24400
002300*               LEFT, DUE SOON AT OR INSIDE THE PARM WARNING      CNB24400
002400*               DAYS (BLANK = 5), OVERDUE PAST IT, AND WHAT IS    CNB24400
002500*               STILL NEEDED BEFORE IT CAN BE FILED.              CNB24400
002600*      UPDATE - ESTRAN CARDS (EMPLOYEE, TOUR ON-DUTY DATE-TIME,   CNB24400
002700*               CARD TYPE, USER, TEXT) FROM THE SUPERVISOR.       CNB24400
002800*               TYPE C SETS THE CAUSE CODE (FIRST 4 OF THE        CNB24400
002900*               TEXT), N THE NARRATIVE, A THE CORRECTIVE ACTION.  CNB24400
003000*               TYPE W WITHDRAWS THE CASE (TOUR TIMES CORRECTED,  CNB24400
003100*               NOT EXCESS SERVICE) WITH THE TEXT AS THE REASON.  CNB24400
003200*               REJECTS: NOCS CASE NOT ON FILE, CLSD CASE         CNB24400
003300*               ALREADY FILED OR WITHDRAWN, TYPE BAD CARD TYPE,   CNB24400
003400*               TEXT NO TEXT, USER NO USER.                       CNB24400
003500*      FILE   - EVERY OPEN CASE WITH A CAUSE, NARRATIVE AND       CNB24400
003600*               CORRECTIVE ACTION GOES OUT AS A FILING RECORD ON  CNB24400
003700*               ESFILE AND IS MARKED FILED ON THE RUN DATE - LATE CNB24400
003800*               IF THE RUN DATE IS PAST THE DEADLINE.  OPEN CASES CNB24400
003900*               NOT YET COMPLETE ARE LISTED WITH WHAT IS MISSING. CNB24400
004000*      MONTHLY- LOG OF THE CASES FOR TOURS ON DUTY IN THE MONTH   CNB24400
004100*               (PARM CCYYMM, BLANK = THE MONTH BEFORE THE RUN):  CNB24400
004200*               FILED ON TIME, FILED LATE, STILL OPEN (AND        CNB24400
004300*               WHETHER PAST THE DEADLINE) AND WITHDRAWN, WITH    CNB24400
004400*               COUNTS.                                           CNB24400
004500*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB24400
004600*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB24400
004700*                                                                 CNB24400
004800*TBD  THE EMPTOD LAYOUT BELOW IS THE SAME REVERSE-ENGINEERED      CNB24400
004900*SHAPE CNB233 USES, WITH THE TOUR'S TRAIN/ASSIGNMENT (CNP05Y'S    CNB24400
005000*EMPTOD-TRAIN-ASGN, TRAIN 8 + ASSIGNMENT 2) TAKEN FROM THE        CNB24400
005100*FILLER AFTER THE LIMBO FIELDS.  THE PRODUCTION WSEMPTOD          CNB24400
005200*COPYBOOK IS NOT CHECKED OUT TO THIS LIBRARY - VERIFY BEFORE      CNB24400
005300*NEXT COMPILE.                                                    CNB24400
005400*                                                                 CNB24400
005500 ENVIRONMENT DIVISION.                                            CNB24400
005600 CONFIGURATION SECTION.                                           CNB24400
005700 SOURCE-COMPUTER.  IBM-370.                                       CNB24400
005800 OBJECT-COMPUTER.  IBM-370.                                       CNB24400
005900 INPUT-OUTPUT SECTION.                                            CNB24400
006000 FILE-CONTROL.                                                    CNB24400
006100     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB24400
006200            ORGANIZATION  SEQUENTIAL                              CNB24400
006300            FILE STATUS   WS-PARM-STATUS.                         CNB24400
006400     SELECT TRAN-FILE    ASSIGN TO ESTRAN                         CNB24400
006500            ORGANIZATION  SEQUENTIAL                              CNB24400
006600            FILE STATUS   WS-TRAN-STATUS.                         CNB24400
006700     SELECT MSTR-FILE    ASSIGN TO MSTRFILE                       CNB24400
006800            ORGANIZATION  INDEXED                                 CNB24400
006900            ACCESS MODE   DYNAMIC                                 CNB24400
007000            RECORD KEY    MIO-KEY                                 CNB24400
007100            ALTERNATE RECORD KEY MIO-EMP-NBR                      CNB24400
007200            FILE STATUS   WS-MSTRF-STATUS.                        CNB24400
007300     SELECT ETOD-FILE    ASSIGN TO EMPTOD                         CNB24400
007400            ORGANIZATION  INDEXED                                 CNB24400
007500            ACCESS MODE   DYNAMIC                                 CNB24400
007600            RECORD KEY    ETIO-KEY                                CNB24400
007700            FILE STATUS   WS-ETOD-STATUS.                         CNB24400
007800     SELECT ESC-FILE     ASSIGN TO ESCFILE                        CNB24400
007900            ORGANIZATION  INDEXED                                 CNB24400
008000            ACCESS MODE   DYNAMIC                                 CNB24400
008100            RECORD KEY    ESC-KEY                                 CNB24400
008200            FILE STATUS   WS-ESC-STATUS.                          CNB24400
008300     SELECT ESF-FILE     ASSIGN TO ESFILE                         CNB24400
008400            ORGANIZATION  SEQUENTIAL                              CNB24400
008500            FILE STATUS   WS-ESF-STATUS.                          CNB24400
008600     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB24400
008700            ORGANIZATION  LINE SEQUENTIAL                         CNB24400
008800            FILE STATUS   WS-RPT-STATUS.                          CNB24400
008900*                                                                 CNB24400
009000 DATA DIVISION.                                                   CNB24400
009100 FILE SECTION.                                                    CNB24400
009200 FD  PARM-FILE                                                    CNB24400
009300     RECORD CONTAINS 80 CHARACTERS.                               CNB24400
009400 01  WS-PARM-RECORD.                                              CNB24400
009500     05  PARM-FUNC                 PIC X(8).                      CNB24400
009600     05  PARM-DATE-TIME            PIC X(12).                     CNB24400
009700*    CCYYMM:                                                      CNB24400
009800     05  PARM-MONTH                PIC X(6).                      CNB24400
009900     05  PARM-LIMIT-HRS            PIC X(3).                      CNB24400
010000     05  PARM-FILE-DAYS            PIC X(3).                      CNB24400
010100     05  PARM-SCAN-DAYS            PIC X(3).                      CNB24400
010200     05  PARM-WARN-DAYS            PIC X(3).                      CNB24400
010300     05  FILLER                    PIC X(42).                     CNB24400
010400 FD  TRAN-FILE                                                    CNB24400
010500     RECORD CONTAINS 80 CHARACTERS.                               CNB24400
010600 01  TR-RECORD.                                                   CNB24400
010700     05  TR-EMP-NBR                PIC X(9).                      CNB24400
010800*    CEYYMMDDHHMM:                                                CNB24400
010900     05  TR-OD-DATE-TIME           PIC X(12).                     CNB24400
011000     05  TR-TYPE                   PIC X(1).                      CNB24400
011100         88  TR-CAUSE                    VALUE 'C'.               CNB24400
011200         88  TR-NARRATIVE                VALUE 'N'.               CNB24400
011300         88  TR-ACTION                   VALUE 'A'.               CNB24400
011400         88  TR-WITHDRAW                 VALUE 'W'.               CNB24400
011500     05  TR-USER                   PIC X(8).                      CNB24400
011600     05  TR-TEXT                   PIC X(50).                     CNB24400
011700 FD  MSTR-FILE                                                    CNB24400
011800     RECORD CONTAINS 500 CHARACTERS.                              CNB24400
011900 01  MIO-RECORD.                                                  CNB24400
012000     05  MIO-KEY.                                                 CNB24400
012100         10  MIO-DIST              PIC X(2).                      CNB24400
012200         10  MIO-SDIST             PIC X(2).                      CNB24400
012300         10  MIO-CRAFT             PIC X(2).                      CNB24400
012400         10  MIO-EMP-NAME          PIC X(26).                     CNB24400
012500         10  MIO-EMP-NBR           PIC X(9).                      CNB24400
012600     05  FILLER                    PIC X(459).                    CNB24400
012700 FD  ETOD-FILE                                                    CNB24400
012800     RECORD CONTAINS 100 CHARACTERS.                              CNB24400
012900 01  ETIO-RECORD.                                                 CNB24400
013000     05  ETIO-KEY.                                                CNB24400
013100         10  ETIO-EMP-NBR          PIC X(9).                      CNB24400
013200         10  ETIO-OD-DATE-TIME.                                   CNB24400
013300             15  ETIO-OD-CE        PIC X(2).                      CNB24400
013400             15  ETIO-OD-DATE      PIC X(6).                      CNB24400
013500             15  ETIO-OD-TIME      PIC X(4).                      CNB24400
013600     05  ETIO-OFFD-DATE-TIME.                                     CNB24400
013700         10  ETIO-OFFD-CE          PIC X(2).                      CNB24400
013800         10  ETIO-OFFD-DATE        PIC X(6).                      CNB24400
013900         10  ETIO-OFFD-TIME        PIC X(4).                      CNB24400
014000     05  ETIO-DIST                 PIC X(2).                      CNB24400
014100     05  ETIO-SDIST                PIC X(2).                      CNB24400
014200     05  ETIO-CRAFT                PIC X(2).                      CNB24400
014300     05  ETIO-REST-STATUS-CODE     PIC X(1).                      CNB24400
014400     05  ETIO-ENTRY-TYPE           PIC X(1).                      CNB24400
014500     05  ETIO-TIME-ZONE            PIC X(1).                      CNB24400
014600     05  ETIO-SOURCE               PIC X(1).                      CNB24400
014700     05  ETIO-LIMBO-MINS           PIC 9(4).                      CNB24400
014800     05  ETIO-LIMBO-SOURCE         PIC X(1).                      CNB24400
014900     05  ETIO-TRAIN-ASGN           PIC X(10).                     CNB24400
015000     05  FILLER                    PIC X(42).                     CNB24400
015100 FD  ESC-FILE                                                     CNB24400
015200     RECORD CONTAINS 300 CHARACTERS.                              CNB24400
015300 01  ESC-RECORD.                                                  CNB24400
015400     05  ESC-KEY.                                                 CNB24400
015500         10  ESC-EMP-NBR           PIC X(9).                      CNB24400
015600*    CEYYMMDDHHMM:                                                CNB24400
015700         10  ESC-OD-DATE-TIME      PIC X(12).                     CNB24400
015800     05  ESC-OFFD-DATE-TIME        PIC X(12).                     CNB24400
015900     05  ESC-EMP-NAME              PIC X(26).                     CNB24400
016000     05  ESC-DIST                  PIC X(2).                      CNB24400
016100     05  ESC-SDIST                 PIC X(2).                      CNB24400
016200     05  ESC-CRAFT                 PIC X(2).                      CNB24400
016300     05  ESC-TRAIN-ASGN            PIC X(10).                     CNB24400
016400     05  ESC-TOUR-MINS             PIC 9(5).                      CNB24400
016500     05  ESC-EXCESS-MINS           PIC 9(5).                      CNB24400
016600     05  ESC-LIMIT-MINS            PIC 9(4).                      CNB24400
016700     05  ESC-OPENED-DATE-TIME      PIC X(12).                     CNB24400
016800*    CCYYMMDD:                                                    CNB24400
016900     05  ESC-DEADLINE              PIC X(8).                      CNB24400
017000     05  ESC-STATUS                PIC X(1).                      CNB24400
017100         88  ESC-OPEN                    VALUE 'O'.               CNB24400
017200         88  ESC-FILED                   VALUE 'F'.               CNB24400
017300         88  ESC-WITHDRAWN               VALUE 'W'.               CNB24400
017400     05  ESC-CAUSE-CODE            PIC X(4).                      CNB24400
017500     05  ESC-NARRATIVE             PIC X(50).                     CNB24400
017600     05  ESC-ACTION                PIC X(50).                     CNB24400
017700     05  ESC-UPDATE-USER           PIC X(8).                      CNB24400
017800     05  ESC-UPDATE-DATE-TIME      PIC X(12).                     CNB24400
017900*    CCYYMMDD:                                                    CNB24400
018000     05  ESC-FILED-DATE            PIC X(8).                      CNB24400
018100     05  ESC-LATE-SW               PIC X(1).                      CNB24400
018200         88  ESC-FILED-LATE              VALUE 'Y'.               CNB24400
018300     05  FILLER                    PIC X(57).                     CNB24400
018400 FD  ESF-FILE                                                     CNB24400
018500     RECORD CONTAINS 250 CHARACTERS.                              CNB24400
018600 01  ESF-RECORD.                                                  CNB24400
018700     05  ESF-REC-TYPE              PIC X(2).                      CNB24400
018800     05  ESF-EMP-NBR               PIC X(9).                      CNB24400
018900     05  ESF-EMP-NAME              PIC X(26).                     CNB24400
019000     05  ESF-DIST                  PIC X(2).                      CNB24400
019100     05  ESF-SDIST                 PIC X(2).                      CNB24400
019200     05  ESF-CRAFT                 PIC X(2).                      CNB24400
019300     05  ESF-TRAIN-ASGN            PIC X(10).                     CNB24400
019400     05  ESF-OD-DATE-TIME          PIC X(12).                     CNB24400
019500     05  ESF-OFFD-DATE-TIME        PIC X(12).                     CNB24400
019600     05  ESF-TOUR-MINS             PIC 9(5).                      CNB24400
019700     05  ESF-EXCESS-MINS           PIC 9(5).                      CNB24400
019800     05  ESF-LIMIT-MINS            PIC 9(4).                      CNB24400
019900     05  ESF-CAUSE-CODE            PIC X(4).                      CNB24400
020000     05  ESF-NARRATIVE             PIC X(50).                     CNB24400
020100     05  ESF-ACTION                PIC X(50).                     CNB24400
020200     05  ESF-FILED-DATE            PIC X(8).                      CNB24400
020300     05  ESF-DEADLINE              PIC X(8).                      CNB24400
020400     05  ESF-LATE-SW               PIC X(1).                      CNB24400
020500     05  FILLER                    PIC X(38).                     CNB24400
020600 FD  RPT-FILE                                                     CNB24400
020700     RECORD CONTAINS 132 CHARACTERS.                              CNB24400
020800 01  RPT-LINE                      PIC X(132).                    CNB24400
020900*                                                                 CNB24400
021000 WORKING-STORAGE SECTION.                                         CNB24400
021100 COPY WSMSTR.                                                     CNB24400
021200 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB24400
021300     88  WS-PARM-OK                       VALUE '00'.             CNB24400
021400 01  WS-TRAN-STATUS                PIC XX VALUE SPACES.           CNB24400
021500     88  WS-TRAN-OK                       VALUE '00'.             CNB24400
021600 01  WS-MSTRF-STATUS               PIC XX VALUE SPACES.           CNB24400
021700     88  WS-MSTRF-OK                      VALUE '00'.             CNB24400
021800 01  WS-ETOD-STATUS                PIC XX VALUE SPACES.           CNB24400
021900     88  WS-ETOD-OK                       VALUE '00'.             CNB24400
022000 01  WS-ESC-STATUS                 PIC XX VALUE SPACES.           CNB24400
022100     88  WS-ESC-OK                        VALUE '00'.             CNB24400
022200     88  WS-ESC-NOTFND                    VALUE '23'.             CNB24400
022300 01  WS-ESF-STATUS                 PIC XX VALUE SPACES.           CNB24400
022400     88  WS-ESF-OK                        VALUE '00'.             CNB24400
022500 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB24400
022600     88  WS-RPT-OK                        VALUE '00'.             CNB24400
022700 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB24400
022800 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB24400
022810 COPY WSERRLOG.                                                   CNB24400
022900 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB24400
023000     88  WS-FUNC-OPEN                     VALUE 'OPEN'.           CNB24400
023100     88  WS-FUNC-UPDATE                   VALUE 'UPDATE'.         CNB24400
023200     88  WS-FUNC-FILE                     VALUE 'FILE'.           CNB24400
023300     88  WS-FUNC-MONTHLY                  VALUE 'MONTHLY'.        CNB24400
023400 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB24400
023500 01  WS-RUN-DATE                   PIC X(8) VALUE SPACES.         CNB24400
023600 01  WS-MONTH                      PIC X(6) VALUE SPACES.         CNB24400
023700 01  WS-PREV-MONTH.                                               CNB24400
023800     05  WS-PM-YY                  PIC 9(2).                      CNB24400
023900     05  WS-PM-MM                  PIC 9(2).                      CNB24400
024000 01  WS-LIMIT-HRS                  PIC 9(3) VALUE 012.            CNB24400
024100 01  WS-FILE-DAYS                  PIC 9(3) VALUE 030.            CNB24400
024200 01  WS-SCAN-DAYS                  PIC 9(3) VALUE 007.            CNB24400
024300 01  WS-WARN-DAYS                  PIC 9(3) VALUE 005.            CNB24400
024400 01  WS-LIMIT-MINS                 PIC S9(7) COMP VALUE ZEROS.    CNB24400
024500 01  WS-RUN-SERIAL                 PIC S9(7) COMP VALUE ZEROS.    CNB24400
024600 01  WS-SCAN-SERIAL                PIC S9(7) COMP VALUE ZEROS.    CNB24400
024700 01  WS-DAYS-LEFT                  PIC S9(7) COMP VALUE ZEROS.    CNB24400
024800 01  WS-DAYS-EDIT                  PIC ----9.                     CNB24400
024900 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB24400
025000     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB24400
025100 01  WS-REJ-REASON                 PIC X(4) VALUE SPACES.         CNB24400
025200 01  WS-NEED                       PIC X(10) VALUE SPACES.        CNB24400
025300*                                                                 CNB24400
025400*    TOUR LENGTH IN MINUTES                                       CNB24400
025500*                                                                 CNB24400
025600 01  WS-TOUR-MINS                  PIC S9(7) COMP VALUE ZEROS.    CNB24400
025700 01  WS-STAMP-MINS                 PIC S9(9) COMP VALUE ZEROS.    CNB24400
025800 01  WS-OD-STAMP                   PIC S9(9) COMP VALUE ZEROS.    CNB24400
025900 01  WS-STAMP-DATE-TIME.                                          CNB24400
026000     05  WS-ST-CE                  PIC X(2).                      CNB24400
026100     05  WS-ST-DATE                PIC X(6).                      CNB24400
026200     05  WS-ST-HH                  PIC 9(2).                      CNB24400
026300     05  WS-ST-MM                  PIC 9(2).                      CNB24400
026400 01  WS-HM-MINS                    PIC S9(7) COMP VALUE ZEROS.    CNB24400
026500 01  WS-HM-HRS-WORK                PIC S9(7) COMP VALUE ZEROS.    CNB24400
026600 01  WS-HM-MNS-WORK                PIC S9(7) COMP VALUE ZEROS.    CNB24400
026700 01  WS-HM-EDIT.                                                  CNB24400
026800     05  WS-HM-HRS                 PIC ZZ9.                       CNB24400
026900     05  FILLER                    PIC X(1) VALUE ':'.            CNB24400
027000     05  WS-HM-MNS                 PIC 99.                        CNB24400
027100*                                                                 CNB24400
027200*    FILING DEADLINE, STEPPED FORWARD A DAY AT A TIME FROM THE    CNB24400
027300*    TIE-UP DATE                                                  CNB24400
027400*                                                                 CNB24400
027500 01  WS-DL-DATE.                                                  CNB24400
027600     05  WS-DL-CCYY                PIC 9(4).                      CNB24400
027700     05  WS-DL-MM                  PIC 9(2).                      CNB24400
027800     05  WS-DL-DD                  PIC 9(2).                      CNB24400
027900 01  WS-DL-DATE-X REDEFINES WS-DL-DATE                            CNB24400
028000                                   PIC X(8).                      CNB24400
028100 01  WS-MONTH-DAYS                 PIC 9(2) VALUE ZEROS.          CNB24400
028200 01  WS-TOUR-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24400
028300 01  WS-OVER-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24400
028400 01  WS-NEW-COUNT                  PIC 9(7) VALUE ZEROS.          CNB24400
028500 01  WS-HAD-COUNT                  PIC 9(7) VALUE ZEROS.          CNB24400
028600 01  WS-OPEN-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24400
028700 01  WS-SOON-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24400
028800 01  WS-OVERDUE-COUNT              PIC 9(7) VALUE ZEROS.          CNB24400
028900 01  WS-TRAN-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24400
029000 01  WS-REJ-COUNT                  PIC 9(7) VALUE ZEROS.          CNB24400
029100 01  WS-FILED-COUNT                PIC 9(7) VALUE ZEROS.          CNB24400
029200 01  WS-LATE-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24400
029300 01  WS-INCOMPLETE-COUNT           PIC 9(7) VALUE ZEROS.          CNB24400
029400 01  WS-MONTH-COUNT                PIC 9(7) VALUE ZEROS.          CNB24400
029500 01  WS-WITHDRAWN-COUNT            PIC 9(7) VALUE ZEROS.          CNB24400
029600 01  WS-SERIAL-RESULT              PIC S9(7) COMP VALUE ZEROS.    CNB24400
029700 01  WS-SERIAL-DATE.                                              CNB24400
029800     05  WS-SD-CCYY                PIC 9(4).                      CNB24400
029900     05  WS-SD-MM                  PIC 9(2).                      CNB24400
030000     05  WS-SD-DD                  PIC 9(2).                      CNB24400
030100 01  WS-SERIAL-DATE-X REDEFINES WS-SERIAL-DATE                    CNB24400
030200                                   PIC X(8).                      CNB24400
030300 01  WS-LEAP-QUOT                  PIC 9(4) VALUE ZEROS.          CNB24400
030400 01  WS-LEAP-REM                   PIC 9(4) VALUE ZEROS.          CNB24400
030500 01  WS-CUM-DAY-TABLE              PIC X(36) VALUE                CNB24400
030600         '000031059090120151181212243273304334'.                  CNB24400
030700 01  WS-CUM-DAY-TABLE-R REDEFINES WS-CUM-DAY-TABLE.               CNB24400
030800     05  WS-CDT-DAYS OCCURS 12 TIMES                              CNB24400
030900                                   PIC 9(3).                      CNB24400
031000 01  WS-HDR-LINE.                                                 CNB24400
031100     05  FILLER                PIC X(38)  VALUE                   CNB24400
031200         'CNB244 - EXCESS SERVICE CASES         '.                CNB24400
031300     05  FILLER                PIC X(2)   VALUE SPACES.           CNB24400
031400     05  HDR-FUNC              PIC X(8).                          CNB24400
031500     05  FILLER                PIC X(2)   VALUE SPACES.           CNB24400
031600     05  HDR-DATE-TIME         PIC X(12).                         CNB24400
031700     05  FILLER                PIC X(8)   VALUE '  LIMIT '.       CNB24400
031800     05  HDR-LIMIT             PIC ZZ9.                           CNB24400
031900     05  FILLER                PIC X(14)  VALUE ' HRS   FILE IN'. CNB24400
032000     05  HDR-FILE-DAYS         PIC ZZZ9.                          CNB24400
032100     05  FILLER                PIC X(13)  VALUE ' DAYS   MONTH'.  CNB24400
032200     05  FILLER                PIC X(1)   VALUE SPACES.           CNB24400
032300     05  HDR-MONTH             PIC X(6).                          CNB24400
032400     05  FILLER                PIC X(21)  VALUE SPACES.           CNB24400
032500 01  WS-TITLE-LINE.                                               CNB24400
032600     05  TTL-TEXT                  PIC X(50).                     CNB24400
032700     05  FILLER                    PIC X(82) VALUE SPACES.        CNB24400
032800 01  WS-COL-HDR-LINE.                                             CNB24400
032900     05  FILLER                    PIC X(51) VALUE                CNB24400
033000         'EMPLOYEE  NAME                 BOARD    TRAIN/ASGN '.   CNB24400
033100     05  FILLER                    PIC X(50) VALUE                CNB24400
033200         'ON DUTY       TIED UP        TOTAL DEADLINE  DAYS '.    CNB24400
033300     05  FILLER                    PIC X(31) VALUE                CNB24400
033400         'STATUS         NEEDS'.                                  CNB24400
033500 01  WS-CASE-LINE.                                                CNB24400
033600     05  CL-EMP-NBR                PIC X(9).                      CNB24400
033700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24400
033800     05  CL-EMP-NAME               PIC X(20).                     CNB24400
033900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24400
034000     05  CL-DIST                   PIC X(2).                      CNB24400
034100     05  FILLER                    PIC X(1) VALUE '/'.            CNB24400
034200     05  CL-SDIST                  PIC X(2).                      CNB24400
034300     05  FILLER                    PIC X(1) VALUE '/'.            CNB24400
034400     05  CL-CRAFT                  PIC X(2).                      CNB24400
034500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24400
034600     05  CL-TRAIN-ASGN             PIC X(10).                     CNB24400
034700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24400
034800     05  CL-OD                     PIC X(13).                     CNB24400
034900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24400
035000     05  CL-OFFD                   PIC X(13).                     CNB24400
035100     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24400
035200     05  CL-TOTAL                  PIC X(6).                      CNB24400
035300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24400
035400     05  CL-DEADLINE               PIC X(8).                      CNB24400
035500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24400
035600     05  CL-DAYS                   PIC X(5).                      CNB24400
035700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24400
035800     05  CL-STATUS                 PIC X(14).                     CNB24400
035900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24400
036000     05  CL-NEED                   PIC X(10).                     CNB24400
036100     05  FILLER                    PIC X(6) VALUE SPACES.         CNB24400
036200 01  WS-TRAN-HDR-LINE.                                            CNB24400
036300     05  FILLER                    PIC X(51) VALUE                CNB24400
036400         'EMPLOYEE  TOUR ON DUTY    T  USER      TEXT        '.   CNB24400
036500     05  FILLER                    PIC X(51) VALUE                CNB24400
036600         '                                        RESULT     '.   CNB24400
036700     05  FILLER                    PIC X(30) VALUE SPACES.        CNB24400
036800 01  WS-TRAN-LINE.                                                CNB24400
036900     05  TL-EMP-NBR                PIC X(9).                      CNB24400
037000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24400
037100     05  TL-OD                     PIC X(13).                     CNB24400
037200     05  FILLER                    PIC X(3) VALUE SPACES.         CNB24400
037300     05  TL-TYPE                   PIC X(1).                      CNB24400
037400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB24400
037500     05  TL-USER                   PIC X(8).                      CNB24400
037600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB24400
037700     05  TL-TEXT                   PIC X(50).                     CNB24400
037800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB24400
037900     05  TL-RESULT                 PIC X(20).                     CNB24400
038000     05  FILLER                    PIC X(21) VALUE SPACES.        CNB24400
038100 01  WS-CNT-LINE.                                                 CNB24400
038200     05  CNT-LABEL                 PIC X(30).                     CNB24400
038300     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB24400
038400     05  FILLER                    PIC X(95) VALUE SPACES.        CNB24400
038500*                                                                 CNB24400
038600 PROCEDURE DIVISION.                                              CNB24400
038700 P0000-MAINLINE.                                                  CNB24400
038800     PERFORM P1000-INITIALIZE                                     CNB24400
038900     EVALUATE TRUE                                                CNB24400
039000        WHEN WS-FUNC-OPEN                                         CNB24400
039100             PERFORM P2000-SCAN-TOURS UNTIL WS-EOF-INPUT          CNB24400
039200             PERFORM P3000-START-CASES                            CNB24400
039300             PERFORM P3100-AGE-CASE UNTIL WS-EOF-INPUT            CNB24400
039400        WHEN WS-FUNC-UPDATE                                       CNB24400
039500             PERFORM P4000-APPLY-UPDATES UNTIL WS-EOF-INPUT       CNB24400
039600        WHEN WS-FUNC-FILE                                         CNB24400
039700             PERFORM P3000-START-CASES                            CNB24400
039800             PERFORM P5000-FILE-CASE UNTIL WS-EOF-INPUT           CNB24400
039900        WHEN OTHER                                                CNB24400
040000             PERFORM P3000-START-CASES                            CNB24400
040100             PERFORM P6000-LOG-CASE UNTIL WS-EOF-INPUT            CNB24400
040200     END-EVALUATE                                                 CNB24400
040300     PERFORM P9000-TERMINATE                                      CNB24400
040400     GOBACK.                                                      CNB24400
040500*                                                                 CNB24400
040600 P1000-INITIALIZE.                                                CNB24400
040700     OPEN INPUT PARM-FILE                                         CNB24400
040800     IF NOT WS-PARM-OK                                            CNB24400
040900        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB24400
041000        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB24400
041100        PERFORM P9999-GOT-PROBLEM                                 CNB24400
041200     END-IF                                                       CNB24400
041300     READ PARM-FILE                                               CNB24400
041400     IF NOT WS-PARM-OK                                            CNB24400
041500        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB24400
041600        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB24400
041700        PERFORM P9999-GOT-PROBLEM                                 CNB24400
041800     END-IF                                                       CNB24400
041900     MOVE PARM-FUNC                TO WS-FUNC                     CNB24400
042000     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB24400
042100     MOVE '20'                     TO WS-RUN-DATE (1:2)           CNB24400
042200     MOVE WS-RUN-DATE-TIME (1:6)   TO WS-RUN-DATE (3:6)           CNB24400
042300     IF PARM-MONTH NUMERIC                                        CNB24400
042400        MOVE PARM-MONTH            TO WS-MONTH                    CNB24400
042500     ELSE                                                         CNB24400
042600        MOVE WS-RUN-DATE-TIME (1:4) TO WS-PREV-MONTH              CNB24400
042700        IF WS-PM-MM = 01                                          CNB24400
042800           MOVE 12                 TO WS-PM-MM                    CNB24400
042900           SUBTRACT 1 FROM WS-PM-YY                               CNB24400
043000        ELSE                                                      CNB24400
043100           SUBTRACT 1 FROM WS-PM-MM                               CNB24400
043200        END-IF                                                    CNB24400
043300        MOVE '20'                  TO WS-MONTH (1:2)              CNB24400
043400        MOVE WS-PREV-MONTH         TO WS-MONTH (3:4)              CNB24400
043500     END-IF                                                       CNB24400
043600     IF PARM-LIMIT-HRS NUMERIC AND PARM-LIMIT-HRS > '000'         CNB24400
043700        MOVE PARM-LIMIT-HRS        TO WS-LIMIT-HRS                CNB24400
043800     END-IF                                                       CNB24400
043900     IF PARM-FILE-DAYS NUMERIC AND PARM-FILE-DAYS > '000'         CNB24400
044000        MOVE PARM-FILE-DAYS        TO WS-FILE-DAYS                CNB24400
044100     END-IF                                                       CNB24400
044200     IF PARM-SCAN-DAYS NUMERIC AND PARM-SCAN-DAYS > '000'         CNB24400
044300        MOVE PARM-SCAN-DAYS        TO WS-SCAN-DAYS                CNB24400
044400     END-IF                                                       CNB24400
044500     IF PARM-WARN-DAYS NUMERIC                                    CNB24400
044600        MOVE PARM-WARN-DAYS        TO WS-WARN-DAYS                CNB24400
044700     END-IF                                                       CNB24400
044800     COMPUTE WS-LIMIT-MINS = WS-LIMIT-HRS * 60                    CNB24400
044900     MOVE WS-RUN-DATE              TO WS-SERIAL-DATE-X            CNB24400
045000     PERFORM P7000-DATE-TO-SERIAL                                 CNB24400
045100     MOVE WS-SERIAL-RESULT         TO WS-RUN-SERIAL               CNB24400
045200     COMPUTE WS-SCAN-SERIAL = WS-RUN-SERIAL - WS-SCAN-DAYS        CNB24400
045300     CLOSE PARM-FILE                                              CNB24400
045400     IF NOT WS-FUNC-OPEN AND NOT WS-FUNC-UPDATE                   CNB24400
045500        AND NOT WS-FUNC-FILE AND NOT WS-FUNC-MONTHLY              CNB24400
045600        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB24400
045700        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB24400
045800        PERFORM P9999-GOT-PROBLEM                                 CNB24400
045900     END-IF                                                       CNB24400
046000     OPEN I-O ESC-FILE                                            CNB24400
046100     IF WS-ESC-STATUS = '35'                                      CNB24400
046200        OPEN OUTPUT ESC-FILE                                      CNB24400
046300        CLOSE ESC-FILE                                            CNB24400
046400        OPEN I-O ESC-FILE                                         CNB24400
046500     END-IF                                                       CNB24400
046600     IF NOT WS-ESC-OK                                             CNB24400
046700        MOVE 'P1000-OPEN-ESC'      TO WS-ABEND-PARAGRAPH          CNB24400
046800        MOVE WS-ESC-STATUS         TO WS-ABEND-STATUS             CNB24400
046900        PERFORM P9999-GOT-PROBLEM                                 CNB24400
047000     END-IF                                                       CNB24400
047100     IF WS-FUNC-OPEN                                              CNB24400
047200        OPEN INPUT MSTR-FILE                                      CNB24400
047300        IF NOT WS-MSTRF-OK                                        CNB24400
047400           MOVE 'P1000-OPEN-MST'   TO WS-ABEND-PARAGRAPH          CNB24400
047500           MOVE WS-MSTRF-STATUS    TO WS-ABEND-STATUS             CNB24400
047600           PERFORM P9999-GOT-PROBLEM                              CNB24400
047700        END-IF                                                    CNB24400
047800        OPEN INPUT ETOD-FILE                                      CNB24400
047900        IF NOT WS-ETOD-OK                                         CNB24400
048000           MOVE 'P1000-OPEN-ETOD'  TO WS-ABEND-PARAGRAPH          CNB24400
048100           MOVE WS-ETOD-STATUS     TO WS-ABEND-STATUS             CNB24400
048200           PERFORM P9999-GOT-PROBLEM                              CNB24400
048300        END-IF                                                    CNB24400
048400     END-IF                                                       CNB24400
048500     IF WS-FUNC-UPDATE                                            CNB24400
048600        OPEN INPUT TRAN-FILE                                      CNB24400
048700        IF NOT WS-TRAN-OK                                         CNB24400
048800           MOVE 'P1000-OPEN-TRAN'  TO WS-ABEND-PARAGRAPH          CNB24400
048900           MOVE WS-TRAN-STATUS     TO WS-ABEND-STATUS             CNB24400
049000           PERFORM P9999-GOT-PROBLEM                              CNB24400
049100        END-IF                                                    CNB24400
049200     END-IF                                                       CNB24400
049300     IF WS-FUNC-FILE                                              CNB24400
049400        OPEN OUTPUT ESF-FILE                                      CNB24400
049500        IF NOT WS-ESF-OK                                          CNB24400
049600           MOVE 'P1000-OPEN-ESF'   TO WS-ABEND-PARAGRAPH          CNB24400
049700           MOVE WS-ESF-STATUS      TO WS-ABEND-STATUS             CNB24400
049800           PERFORM P9999-GOT-PROBLEM                              CNB24400
049900        END-IF                                                    CNB24400
050000     END-IF                                                       CNB24400
050100     OPEN OUTPUT RPT-FILE                                         CNB24400
050200     IF NOT WS-RPT-OK                                             CNB24400
050300        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB24400
050400        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB24400
050500        PERFORM P9999-GOT-PROBLEM                                 CNB24400
050600     END-IF                                                       CNB24400
050700     MOVE WS-FUNC                  TO HDR-FUNC                    CNB24400
050800     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB24400
050900     MOVE WS-LIMIT-HRS             TO HDR-LIMIT                   CNB24400
051000     MOVE WS-FILE-DAYS             TO HDR-FILE-DAYS               CNB24400
051100     IF WS-FUNC-MONTHLY                                           CNB24400
051200        MOVE WS-MONTH              TO HDR-MONTH                   CNB24400
051300     ELSE                                                         CNB24400
051400        MOVE SPACES                TO HDR-MONTH                   CNB24400
051500     END-IF                                                       CNB24400
051600     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB24400
051700     MOVE SPACES                   TO RPT-LINE                    CNB24400
051800     WRITE RPT-LINE                                               CNB24400
051900     IF WS-FUNC-UPDATE                                            CNB24400
052000        WRITE RPT-LINE FROM WS-TRAN-HDR-LINE                      CNB24400
052100     ELSE                                                         CNB24400
052200        WRITE RPT-LINE FROM WS-COL-HDR-LINE                       CNB24400
052300     END-IF                                                       CNB24400
052400     IF WS-FUNC-OPEN                                              CNB24400
052500        MOVE 'TOURS PAST THE LIMIT - CASES OPENED THIS RUN'       CNB24400
052600                                   TO TTL-TEXT                    CNB24400
052700        PERFORM P8000-PRINT-TITLE                                 CNB24400
052800        MOVE LOW-VALUES            TO ETIO-KEY                    CNB24400
052900        START ETOD-FILE KEY NOT < ETIO-KEY                        CNB24400
053000        IF NOT WS-ETOD-OK                                         CNB24400
053100           SET WS-EOF-INPUT TO TRUE                               CNB24400
053200        END-IF                                                    CNB24400
053300     END-IF.                                                      CNB24400
053400*                                                                 CNB24400
053500*    A COMPLETED TOUR TIED UP INSIDE THE SCAN WINDOW THAT RAN     CNB24400
053600*    PAST THE LIMIT NEEDS A CASE                                  CNB24400
053700*                                                                 CNB24400
053800 P2000-SCAN-TOURS.                                                CNB24400
053900     READ ETOD-FILE NEXT                                          CNB24400
054000          AT END                                                  CNB24400
054100             SET WS-EOF-INPUT TO TRUE                             CNB24400
054200     END-READ                                                     CNB24400
054300     IF NOT WS-EOF-INPUT                                          CNB24400
054400        AND ETIO-OFFD-DATE-TIME NUMERIC                           CNB24400
054500        AND ETIO-OD-DATE-TIME NUMERIC                             CNB24400
054600        MOVE ETIO-OFFD-CE          TO WS-SERIAL-DATE-X (1:2)      CNB24400
054700        MOVE ETIO-OFFD-DATE        TO WS-SERIAL-DATE-X (3:6)      CNB24400
054800        PERFORM P7000-DATE-TO-SERIAL                              CNB24400
054900        IF WS-SERIAL-RESULT NOT < WS-SCAN-SERIAL                  CNB24400
055000           ADD 1 TO WS-TOUR-COUNT                                 CNB24400
055100           PERFORM P7100-TOUR-MINUTES                             CNB24400
055200           IF WS-TOUR-MINS > WS-LIMIT-MINS                        CNB24400
055300              ADD 1 TO WS-OVER-COUNT                              CNB24400
055400              PERFORM P2100-OPEN-CASE                             CNB24400
055500           END-IF                                                 CNB24400
055600        END-IF                                                    CNB24400
055700     END-IF.                                                      CNB24400
055800*                                                                 CNB24400
055900 P2100-OPEN-CASE.                                                 CNB24400
056000     MOVE ETIO-EMP-NBR             TO ESC-EMP-NBR                 CNB24400
056100     MOVE ETIO-OD-DATE-TIME        TO ESC-OD-DATE-TIME            CNB24400
056200     READ ESC-FILE                                                CNB24400
056300     EVALUATE TRUE                                                CNB24400
056400        WHEN WS-ESC-OK                                            CNB24400
056500             ADD 1 TO WS-HAD-COUNT                                CNB24400
056600        WHEN WS-ESC-NOTFND                                        CNB24400
056700             PERFORM P2200-BUILD-CASE                             CNB24400
056800        WHEN OTHER                                                CNB24400
056900             MOVE 'P2100-READ-ESC'  TO WS-ABEND-PARAGRAPH         CNB24400
057000             MOVE WS-ESC-STATUS     TO WS-ABEND-STATUS            CNB24400
057100             PERFORM P9999-GOT-PROBLEM                            CNB24400
057200     END-EVALUATE.                                                CNB24400
057300*                                                                 CNB24400
057400 P2200-BUILD-CASE.                                                CNB24400
057500     MOVE SPACES                   TO ESC-RECORD                  CNB24400
057600     MOVE ETIO-EMP-NBR             TO ESC-EMP-NBR                 CNB24400
057700     MOVE ETIO-OD-DATE-TIME        TO ESC-OD-DATE-TIME            CNB24400
057800     MOVE ETIO-OFFD-DATE-TIME      TO ESC-OFFD-DATE-TIME          CNB24400
057900     MOVE ETIO-DIST                TO ESC-DIST                    CNB24400
058000     MOVE ETIO-SDIST               TO ESC-SDIST                   CNB24400
058100     MOVE ETIO-CRAFT               TO ESC-CRAFT                   CNB24400
058200     MOVE ETIO-EMP-NBR             TO MIO-EMP-NBR                 CNB24400
058300     READ MSTR-FILE                                               CNB24400
058400          KEY IS MIO-EMP-NBR                                      CNB24400
058500     IF WS-MSTRF-OK                                               CNB24400
058600        MOVE MIO-RECORD            TO WS-MSTR                     CNB24400
058700        MOVE EMP-NAME              TO ESC-EMP-NAME                CNB24400
058800        MOVE DIST                  TO ESC-DIST                    CNB24400
058900        MOVE SUB-DIST              TO ESC-SDIST                   CNB24400
059000        MOVE CRAFT                 TO ESC-CRAFT                   CNB24400
059100     ELSE                                                         CNB24400
059200        MOVE '*** NOT ON MASTER ***' TO ESC-EMP-NAME              CNB24400
059300     END-IF                                                       CNB24400
059400     MOVE ETIO-TRAIN-ASGN          TO ESC-TRAIN-ASGN              CNB24400
059500     IF WS-TOUR-MINS > 99999                                      CNB24400
059600        MOVE 99999                 TO ESC-TOUR-MINS               CNB24400
059700     ELSE                                                         CNB24400
059800        MOVE WS-TOUR-MINS          TO ESC-TOUR-MINS               CNB24400
059900     END-IF                                                       CNB24400
060000     COMPUTE ESC-EXCESS-MINS = ESC-TOUR-MINS - WS-LIMIT-MINS      CNB24400
060100     MOVE WS-LIMIT-MINS            TO ESC-LIMIT-MINS              CNB24400
060200     MOVE WS-RUN-DATE-TIME         TO ESC-OPENED-DATE-TIME        CNB24400
060300     MOVE ETIO-OFFD-CE             TO WS-DL-DATE-X (1:2)          CNB24400
060400     MOVE ETIO-OFFD-DATE           TO WS-DL-DATE-X (3:6)          CNB24400
060500     PERFORM P7050-NEXT-DAY WS-FILE-DAYS TIMES                    CNB24400
060600     MOVE WS-DL-DATE-X             TO ESC-DEADLINE                CNB24400
060700     SET ESC-OPEN TO TRUE                                         CNB24400
060800     MOVE 'N'                      TO ESC-LATE-SW                 CNB24400
060900     WRITE ESC-RECORD                                             CNB24400
061000     IF NOT WS-ESC-OK                                             CNB24400
061100        MOVE 'P2200-WRITE-ESC'     TO WS-ABEND-PARAGRAPH          CNB24400
061200        MOVE WS-ESC-STATUS         TO WS-ABEND-STATUS             CNB24400
061300        PERFORM P9999-GOT-PROBLEM                                 CNB24400
061400     END-IF                                                       CNB24400
061500     ADD 1 TO WS-NEW-COUNT                                        CNB24400
061600     PERFORM P8100-FORMAT-CASE                                    CNB24400
061700     MOVE 'NEW CASE'               TO CL-STATUS                   CNB24400
061800     WRITE RPT-LINE FROM WS-CASE-LINE.                            CNB24400
061900*                                                                 CNB24400
062000*    POSITION AT THE TOP OF ESCFILE FOR A PASS OF THE CASES       CNB24400
062100*                                                                 CNB24400
062200 P3000-START-CASES.                                               CNB24400
062300     MOVE 'N'                      TO WS-EOF-SW                   CNB24400
062400     IF WS-FUNC-OPEN                                              CNB24400
062500        MOVE SPACES                TO RPT-LINE                    CNB24400
062600        WRITE RPT-LINE                                            CNB24400
062700        MOVE 'OPEN CASES AGED AGAINST THE FILING DEADLINE'        CNB24400
062800                                   TO TTL-TEXT                    CNB24400
062900        PERFORM P8000-PRINT-TITLE                                 CNB24400
063000     END-IF                                                       CNB24400
063100     IF WS-FUNC-MONTHLY                                           CNB24400
063200        MOVE SPACES                TO TTL-TEXT                    CNB24400
063300        STRING 'CASES FOR TOURS ON DUTY IN ' WS-MONTH             CNB24400
063400               DELIMITED BY SIZE INTO TTL-TEXT                    CNB24400
063500        PERFORM P8000-PRINT-TITLE                                 CNB24400
063600     END-IF                                                       CNB24400
063700     MOVE LOW-VALUES               TO ESC-KEY                     CNB24400
063800     START ESC-FILE KEY NOT < ESC-KEY                             CNB24400
063900     IF NOT WS-ESC-OK                                             CNB24400
064000        SET WS-EOF-INPUT TO TRUE                                  CNB24400
064100     END-IF.                                                      CNB24400
064200*                                                                 CNB24400
064300 P3100-AGE-CASE.                                                  CNB24400
064400     PERFORM P3900-READ-NEXT-CASE                                 CNB24400
064500     IF NOT WS-EOF-INPUT AND ESC-OPEN                             CNB24400
064600        ADD 1 TO WS-OPEN-COUNT                                    CNB24400
064700        PERFORM P8100-FORMAT-CASE                                 CNB24400
064800        PERFORM P8200-DAYS-LEFT                                   CNB24400
064900        EVALUATE TRUE                                             CNB24400
065000           WHEN WS-DAYS-LEFT < ZEROS                              CNB24400
065100                ADD 1 TO WS-OVERDUE-COUNT                         CNB24400
065200                MOVE 'OVERDUE'     TO CL-STATUS                   CNB24400
065300           WHEN WS-DAYS-LEFT NOT > WS-WARN-DAYS                   CNB24400
065400                ADD 1 TO WS-SOON-COUNT                            CNB24400
065500                MOVE 'DUE SOON'    TO CL-STATUS                   CNB24400
065600           WHEN OTHER                                             CNB24400
065700                MOVE 'OPEN'        TO CL-STATUS                   CNB24400
065800        END-EVALUATE                                              CNB24400
065900        PERFORM P8300-CASE-NEEDS                                  CNB24400
066000        MOVE WS-NEED               TO CL-NEED                     CNB24400
066100        WRITE RPT-LINE FROM WS-CASE-LINE                          CNB24400
066200     END-IF.                                                      CNB24400
066300*                                                                 CNB24400
066400 P3900-READ-NEXT-CASE.                                            CNB24400
066500     READ ESC-FILE NEXT                                           CNB24400
066600          AT END                                                  CNB24400
066700             SET WS-EOF-INPUT TO TRUE                             CNB24400
066800     END-READ                                                     CNB24400
066900     IF NOT WS-EOF-INPUT AND NOT WS-ESC-OK                        CNB24400
067000        MOVE 'P3900-READ-ESC'      TO WS-ABEND-PARAGRAPH          CNB24400
067100        MOVE WS-ESC-STATUS         TO WS-ABEND-STATUS             CNB24400
067200        PERFORM P9999-GOT-PROBLEM                                 CNB24400
067300     END-IF.                                                      CNB24400
067400*                                                                 CNB24400
067500 P4000-APPLY-UPDATES.                                             CNB24400
067600     READ TRAN-FILE                                               CNB24400
067700          AT END                                                  CNB24400
067800             SET WS-EOF-INPUT TO TRUE                             CNB24400
067900     END-READ                                                     CNB24400
068000     IF NOT WS-EOF-INPUT                                          CNB24400
068100        PERFORM P4100-EDIT-UPDATE                                 CNB24400
068200        MOVE TR-EMP-NBR            TO TL-EMP-NBR                  CNB24400
068300        MOVE SPACES                TO TL-OD                       CNB24400
068400        STRING TR-OD-DATE-TIME (1:8) '-' TR-OD-DATE-TIME (9:4)    CNB24400
068500               DELIMITED BY SIZE INTO TL-OD                       CNB24400
068600        MOVE TR-TYPE               TO TL-TYPE                     CNB24400
068700        MOVE TR-USER               TO TL-USER                     CNB24400
068800        MOVE TR-TEXT               TO TL-TEXT                     CNB24400
068900        IF WS-REJ-REASON = SPACES                                 CNB24400
069000           PERFORM P4200-POST-UPDATE                              CNB24400
069100        ELSE                                                      CNB24400
069200           ADD 1 TO WS-REJ-COUNT                                  CNB24400
069300           MOVE SPACES             TO TL-RESULT                   CNB24400
069400           STRING 'REJECTED ' WS-REJ-REASON                       CNB24400
069500                  DELIMITED BY SIZE INTO TL-RESULT                CNB24400
069600        END-IF                                                    CNB24400
069700        WRITE RPT-LINE FROM WS-TRAN-LINE                          CNB24400
069800     END-IF.                                                      CNB24400
069900*                                                                 CNB24400
070000 P4100-EDIT-UPDATE.                                               CNB24400
070100     MOVE SPACES                   TO WS-REJ-REASON               CNB24400
070200     MOVE TR-EMP-NBR               TO ESC-EMP-NBR                 CNB24400
070300     MOVE TR-OD-DATE-TIME          TO ESC-OD-DATE-TIME            CNB24400
070400     READ ESC-FILE                                                CNB24400
070500     EVALUATE TRUE                                                CNB24400
070600        WHEN TR-USER = SPACES                                     CNB24400
070700             MOVE 'USER'           TO WS-REJ-REASON               CNB24400
070800        WHEN NOT WS-ESC-OK                                        CNB24400
070900             MOVE 'NOCS'           TO WS-REJ-REASON               CNB24400
071000        WHEN NOT ESC-OPEN                                         CNB24400
071100             MOVE 'CLSD'           TO WS-REJ-REASON               CNB24400
071200        WHEN NOT TR-CAUSE AND NOT TR-NARRATIVE                    CNB24400
071300             AND NOT TR-ACTION AND NOT TR-WITHDRAW                CNB24400
071400             MOVE 'TYPE'           TO WS-REJ-REASON               CNB24400
071500        WHEN TR-TEXT = SPACES                                     CNB24400
071600             MOVE 'TEXT'           TO WS-REJ-REASON               CNB24400
071700        WHEN TR-CAUSE AND TR-TEXT (1:4) = SPACES                  CNB24400
071800             MOVE 'TEXT'           TO WS-REJ-REASON               CNB24400
071900        WHEN OTHER                                                CNB24400
072000             CONTINUE                                             CNB24400
072100     END-EVALUATE.                                                CNB24400
072200*                                                                 CNB24400
072300 P4200-POST-UPDATE.                                               CNB24400
072400     EVALUATE TRUE                                                CNB24400
072500        WHEN TR-CAUSE                                             CNB24400
072600             MOVE TR-TEXT (1:4)    TO ESC-CAUSE-CODE              CNB24400
072700             MOVE 'CAUSE SET'      TO TL-RESULT                   CNB24400
072800        WHEN TR-NARRATIVE                                         CNB24400
072900             MOVE TR-TEXT          TO ESC-NARRATIVE               CNB24400
073000             MOVE 'NARRATIVE SET'  TO TL-RESULT                   CNB24400
073100        WHEN TR-ACTION                                            CNB24400
073200             MOVE TR-TEXT          TO ESC-ACTION                  CNB24400
073300             MOVE 'ACTION SET'     TO TL-RESULT                   CNB24400
073400        WHEN OTHER                                                CNB24400
073500             MOVE TR-TEXT          TO ESC-NARRATIVE               CNB24400
073600             SET ESC-WITHDRAWN TO TRUE                            CNB24400
073700             MOVE 'CASE WITHDRAWN' TO TL-RESULT                   CNB24400
073800     END-EVALUATE                                                 CNB24400
073900     MOVE TR-USER                  TO ESC-UPDATE-USER             CNB24400
074000     MOVE WS-RUN-DATE-TIME         TO ESC-UPDATE-DATE-TIME        CNB24400
074100     REWRITE ESC-RECORD                                           CNB24400
074200     IF NOT WS-ESC-OK                                             CNB24400
074300        MOVE 'P4200-REWRITE'       TO WS-ABEND-PARAGRAPH          CNB24400
074400        MOVE WS-ESC-STATUS         TO WS-ABEND-STATUS             CNB24400
074500        PERFORM P9999-GOT-PROBLEM                                 CNB24400
074600     END-IF                                                       CNB24400
074700     ADD 1 TO WS-TRAN-COUNT.                                      CNB24400
074800*                                                                 CNB24400
074900*    A COMPLETE OPEN CASE GOES TO THE REGULATOR.  THE CASE IS     CNB24400
075000*    LATE WHEN THE RUN DATE IS PAST THE DEADLINE                  CNB24400
075100*                                                                 CNB24400
075200 P5000-FILE-CASE.                                                 CNB24400
075300     PERFORM P3900-READ-NEXT-CASE                                 CNB24400
075400     IF NOT WS-EOF-INPUT AND ESC-OPEN                             CNB24400
075500        PERFORM P8100-FORMAT-CASE                                 CNB24400
075600        PERFORM P8200-DAYS-LEFT                                   CNB24400
075700        PERFORM P8300-CASE-NEEDS                                  CNB24400
075800        IF WS-NEED = SPACES                                       CNB24400
075900           PERFORM P5100-WRITE-FILING                             CNB24400
076000        ELSE                                                      CNB24400
076100           ADD 1 TO WS-INCOMPLETE-COUNT                           CNB24400
076200           IF WS-DAYS-LEFT < ZEROS                                CNB24400
076300              MOVE 'NOT FILED-OVER' TO CL-STATUS                  CNB24400
076400           ELSE                                                   CNB24400
076500              MOVE 'NOT FILED'     TO CL-STATUS                   CNB24400
076600           END-IF                                                 CNB24400
076700           MOVE WS-NEED            TO CL-NEED                     CNB24400
076800        END-IF                                                    CNB24400
076900        WRITE RPT-LINE FROM WS-CASE-LINE                          CNB24400
077000     END-IF.                                                      CNB24400
077100*                                                                 CNB24400
077200 P5100-WRITE-FILING.                                              CNB24400
077300     SET ESC-FILED TO TRUE                                        CNB24400
077400     MOVE WS-RUN-DATE              TO ESC-FILED-DATE              CNB24400
077500     IF WS-DAYS-LEFT < ZEROS                                      CNB24400
077600        SET ESC-FILED-LATE TO TRUE                                CNB24400
077700        ADD 1 TO WS-LATE-COUNT                                    CNB24400
077800        MOVE 'FILED LATE'          TO CL-STATUS                   CNB24400
077900     ELSE                                                         CNB24400
078000        MOVE 'N'                   TO ESC-LATE-SW                 CNB24400
078100        MOVE 'FILED'               TO CL-STATUS                   CNB24400
078200     END-IF                                                       CNB24400
078300     MOVE SPACES                   TO ESF-RECORD                  CNB24400
078400     MOVE 'ES'                     TO ESF-REC-TYPE                CNB24400
078500     MOVE ESC-EMP-NBR              TO ESF-EMP-NBR                 CNB24400
078600     MOVE ESC-EMP-NAME             TO ESF-EMP-NAME                CNB24400
078700     MOVE ESC-DIST                 TO ESF-DIST                    CNB24400
078800     MOVE ESC-SDIST                TO ESF-SDIST                   CNB24400
078900     MOVE ESC-CRAFT                TO ESF-CRAFT                   CNB24400
079000     MOVE ESC-TRAIN-ASGN           TO ESF-TRAIN-ASGN              CNB24400
079100     MOVE ESC-OD-DATE-TIME         TO ESF-OD-DATE-TIME            CNB24400
079200     MOVE ESC-OFFD-DATE-TIME       TO ESF-OFFD-DATE-TIME          CNB24400
079300     MOVE ESC-TOUR-MINS            TO ESF-TOUR-MINS               CNB24400
079400     MOVE ESC-EXCESS-MINS          TO ESF-EXCESS-MINS             CNB24400
079500     MOVE ESC-LIMIT-MINS           TO ESF-LIMIT-MINS              CNB24400
079600     MOVE ESC-CAUSE-CODE           TO ESF-CAUSE-CODE              CNB24400
079700     MOVE ESC-NARRATIVE            TO ESF-NARRATIVE               CNB24400
079800     MOVE ESC-ACTION               TO ESF-ACTION                  CNB24400
079900     MOVE ESC-FILED-DATE           TO ESF-FILED-DATE              CNB24400
080000     MOVE ESC-DEADLINE             TO ESF-DEADLINE                CNB24400
080100     MOVE ESC-LATE-SW              TO ESF-LATE-SW                 CNB24400
080200     WRITE ESF-RECORD                                             CNB24400
080300     IF NOT WS-ESF-OK                                             CNB24400
080400        MOVE 'P5100-WRITE-ESF'     TO WS-ABEND-PARAGRAPH          CNB24400
080500        MOVE WS-ESF-STATUS         TO WS-ABEND-STATUS             CNB24400
080600        PERFORM P9999-GOT-PROBLEM                                 CNB24400
080700     END-IF                                                       CNB24400
080800     REWRITE ESC-RECORD                                           CNB24400
080900     IF NOT WS-ESC-OK                                             CNB24400
081000        MOVE 'P5100-REWRITE'       TO WS-ABEND-PARAGRAPH          CNB24400
081100        MOVE WS-ESC-STATUS         TO WS-ABEND-STATUS             CNB24400
081200        PERFORM P9999-GOT-PROBLEM                                 CNB24400
081300     END-IF                                                       CNB24400
081400     ADD 1 TO WS-FILED-COUNT.                                     CNB24400
081500*                                                                 CNB24400
081600 P6000-LOG-CASE.                                                  CNB24400
081700     PERFORM P3900-READ-NEXT-CASE                                 CNB24400
081800     IF NOT WS-EOF-INPUT                                          CNB24400
081900        AND ESC-OD-DATE-TIME (1:6) = WS-MONTH                     CNB24400
082000        ADD 1 TO WS-MONTH-COUNT                                   CNB24400
082100        PERFORM P8100-FORMAT-CASE                                 CNB24400
082200        EVALUATE TRUE                                             CNB24400
082300           WHEN ESC-FILED AND ESC-FILED-LATE                      CNB24400
082400                ADD 1 TO WS-LATE-COUNT                            CNB24400
082500                MOVE 'FILED LATE'  TO CL-STATUS                   CNB24400
082600                MOVE ESC-FILED-DATE TO CL-NEED                    CNB24400
082700           WHEN ESC-FILED                                         CNB24400
082800                ADD 1 TO WS-FILED-COUNT                           CNB24400
082900                MOVE 'FILED ON TIME' TO CL-STATUS                 CNB24400
083000                MOVE ESC-FILED-DATE TO CL-NEED                    CNB24400
083100           WHEN ESC-WITHDRAWN                                     CNB24400
083200                ADD 1 TO WS-WITHDRAWN-COUNT                       CNB24400
083300                MOVE 'WITHDRAWN'   TO CL-STATUS                   CNB24400
083400           WHEN OTHER                                             CNB24400
083500                ADD 1 TO WS-OPEN-COUNT                            CNB24400
083600                PERFORM P8200-DAYS-LEFT                           CNB24400
083700                IF WS-DAYS-LEFT < ZEROS                           CNB24400
083800                   ADD 1 TO WS-OVERDUE-COUNT                      CNB24400
083900                   MOVE 'OPEN - OVERDUE' TO CL-STATUS             CNB24400
084000                ELSE                                              CNB24400
084100                   MOVE 'STILL OPEN' TO CL-STATUS                 CNB24400
084200                END-IF                                            CNB24400
084300                PERFORM P8300-CASE-NEEDS                          CNB24400
084400                MOVE WS-NEED       TO CL-NEED                     CNB24400
084500        END-EVALUATE                                              CNB24400
084600        WRITE RPT-LINE FROM WS-CASE-LINE                          CNB24400
084700     END-IF.                                                      CNB24400
084800*                                                                 CNB24400
084900 P7000-DATE-TO-SERIAL.                                            CNB24400
085000     MOVE ZEROS                    TO WS-SERIAL-RESULT            CNB24400
085100     IF WS-SERIAL-DATE-X NUMERIC                                  CNB24400
085200        AND WS-SD-MM > 0 AND WS-SD-MM < 13                        CNB24400
085300        COMPUTE WS-SERIAL-RESULT =                                CNB24400
085400            (WS-SD-CCYY * 365) + WS-CDT-DAYS (WS-SD-MM)           CNB24400
085500          + WS-SD-DD                                              CNB24400
085600        DIVIDE WS-SD-CCYY BY 4                                    CNB24400
085700               GIVING WS-LEAP-QUOT                                CNB24400
085800               REMAINDER WS-LEAP-REM                              CNB24400
085900        ADD WS-LEAP-QUOT           TO WS-SERIAL-RESULT            CNB24400
086000        IF WS-LEAP-REM = ZEROS AND WS-SD-MM < 3                   CNB24400
086100           SUBTRACT 1 FROM WS-SERIAL-RESULT                       CNB24400
086200        END-IF                                                    CNB24400
086300     END-IF.                                                      CNB24400
086400*                                                                 CNB24400
086500*    WS-DL-DATE TO THE FOLLOWING CALENDAR DAY                     CNB24400
086600*                                                                 CNB24400
086700 P7050-NEXT-DAY.                                                  CNB24400
086800     IF WS-DL-MM = 12                                             CNB24400
086900        MOVE 31                    TO WS-MONTH-DAYS               CNB24400
087000     ELSE                                                         CNB24400
087100        COMPUTE WS-MONTH-DAYS = WS-CDT-DAYS (WS-DL-MM + 1)        CNB24400
087200                              - WS-CDT-DAYS (WS-DL-MM)            CNB24400
087300        IF WS-DL-MM = 02                                          CNB24400
087400           DIVIDE WS-DL-CCYY BY 4                                 CNB24400
087500                  GIVING WS-LEAP-QUOT                             CNB24400
087600                  REMAINDER WS-LEAP-REM                           CNB24400
087700           IF WS-LEAP-REM = ZEROS                                 CNB24400
087800              ADD 1 TO WS-MONTH-DAYS                              CNB24400
087900           END-IF                                                 CNB24400
088000        END-IF                                                    CNB24400
088100     END-IF                                                       CNB24400
088200     ADD 1 TO WS-DL-DD                                            CNB24400
088300     IF WS-DL-DD > WS-MONTH-DAYS                                  CNB24400
088400        MOVE 01                    TO WS-DL-DD                    CNB24400
088500        ADD 1 TO WS-DL-MM                                         CNB24400
088600        IF WS-DL-MM > 12                                          CNB24400
088700           MOVE 01                 TO WS-DL-MM                    CNB24400
088800           ADD 1 TO WS-DL-CCYY                                    CNB24400
088900        END-IF                                                    CNB24400
089000     END-IF.                                                      CNB24400
089100*                                                                 CNB24400
089200*    ON-DUTY TO OFF-DUTY OF THE TOUR IN ETIO-RECORD, IN MINUTES   CNB24400
089300*                                                                 CNB24400
089400 P7100-TOUR-MINUTES.                                              CNB24400
089500     MOVE ETIO-OD-DATE-TIME        TO WS-STAMP-DATE-TIME          CNB24400
089600     PERFORM P7110-STAMP-MINUTES                                  CNB24400
089700     MOVE WS-STAMP-MINS            TO WS-OD-STAMP                 CNB24400
089800     MOVE ETIO-OFFD-DATE-TIME      TO WS-STAMP-DATE-TIME          CNB24400
089900     PERFORM P7110-STAMP-MINUTES                                  CNB24400
090000     COMPUTE WS-TOUR-MINS = WS-STAMP-MINS - WS-OD-STAMP           CNB24400
090100     IF WS-TOUR-MINS < ZEROS                                      CNB24400
090200        MOVE ZEROS                 TO WS-TOUR-MINS                CNB24400
090300     END-IF.                                                      CNB24400
090400*                                                                 CNB24400
090500 P7110-STAMP-MINUTES.                                             CNB24400
090600     MOVE WS-ST-CE                 TO WS-SERIAL-DATE-X (1:2)      CNB24400
090700     MOVE WS-ST-DATE               TO WS-SERIAL-DATE-X (3:6)      CNB24400
090800     PERFORM P7000-DATE-TO-SERIAL                                 CNB24400
090900     MOVE ZEROS                    TO WS-STAMP-MINS               CNB24400
091000     IF WS-ST-HH NUMERIC AND WS-ST-MM NUMERIC                     CNB24400
091100        COMPUTE WS-STAMP-MINS = (WS-SERIAL-RESULT * 1440)         CNB24400
091200                              + (WS-ST-HH * 60) + WS-ST-MM        CNB24400
091300     END-IF.                                                      CNB24400
091400*                                                                 CNB24400
091500 P7200-EDIT-HRMN.                                                 CNB24400
091600     DIVIDE WS-HM-MINS BY 60                                      CNB24400
091700            GIVING WS-HM-HRS-WORK                                 CNB24400
091800            REMAINDER WS-HM-MNS-WORK                              CNB24400
091900     MOVE WS-HM-HRS-WORK           TO WS-HM-HRS                   CNB24400
092000     MOVE WS-HM-MNS-WORK           TO WS-HM-MNS.                  CNB24400
092100*                                                                 CNB24400
092200 P8000-PRINT-TITLE.                                               CNB24400
092300     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB24400
092400     MOVE SPACES                   TO RPT-LINE                    CNB24400
092500     WRITE RPT-LINE.                                              CNB24400
092600*                                                                 CNB24400
092700*    CASE IN ESC-RECORD TO THE REPORT LINE                        CNB24400
092800*                                                                 CNB24400
092900 P8100-FORMAT-CASE.                                               CNB24400
093000     MOVE ESC-EMP-NBR              TO CL-EMP-NBR                  CNB24400
093100     MOVE ESC-EMP-NAME             TO CL-EMP-NAME                 CNB24400
093200     MOVE ESC-DIST                 TO CL-DIST                     CNB24400
093300     MOVE ESC-SDIST                TO CL-SDIST                    CNB24400
093400     MOVE ESC-CRAFT                TO CL-CRAFT                    CNB24400
093500     MOVE ESC-TRAIN-ASGN           TO CL-TRAIN-ASGN               CNB24400
093600     MOVE SPACES                   TO CL-OD                       CNB24400
093700                                      CL-OFFD                     CNB24400
093800                                      CL-DAYS                     CNB24400
093900                                      CL-STATUS                   CNB24400
094000                                      CL-NEED                     CNB24400
094100     STRING ESC-OD-DATE-TIME (1:8) '-' ESC-OD-DATE-TIME (9:4)     CNB24400
094200            DELIMITED BY SIZE INTO CL-OD                          CNB24400
094300     STRING ESC-OFFD-DATE-TIME (1:8) '-'                          CNB24400
094400            ESC-OFFD-DATE-TIME (9:4)                              CNB24400
094500            DELIMITED BY SIZE INTO CL-OFFD                        CNB24400
094600     MOVE ESC-TOUR-MINS            TO WS-HM-MINS                  CNB24400
094700     PERFORM P7200-EDIT-HRMN                                      CNB24400
094800     MOVE WS-HM-EDIT               TO CL-TOTAL                    CNB24400
094900     MOVE ESC-DEADLINE             TO CL-DEADLINE.                CNB24400
095000*                                                                 CNB24400
095100*    DAYS FROM THE RUN DATE TO THE CASE DEADLINE, NEGATIVE ONCE   CNB24400
095200*    IT HAS PASSED                                                CNB24400
095300*                                                                 CNB24400
095400 P8200-DAYS-LEFT.                                                 CNB24400
095500     MOVE ESC-DEADLINE             TO WS-SERIAL-DATE-X            CNB24400
095600     PERFORM P7000-DATE-TO-SERIAL                                 CNB24400
095700     COMPUTE WS-DAYS-LEFT = WS-SERIAL-RESULT - WS-RUN-SERIAL      CNB24400
095800     MOVE WS-DAYS-LEFT             TO WS-DAYS-EDIT                CNB24400
095900     MOVE WS-DAYS-EDIT             TO CL-DAYS.                    CNB24400
096000*                                                                 CNB24400
096100*    WHAT THE CASE STILL NEEDS BEFORE IT CAN BE FILED             CNB24400
096200*                                                                 CNB24400
096300 P8300-CASE-NEEDS.                                                CNB24400
096400     EVALUATE TRUE                                                CNB24400
096500        WHEN ESC-CAUSE-CODE = SPACES                              CNB24400
096600             MOVE 'CAUSE'          TO WS-NEED                     CNB24400
096700        WHEN ESC-NARRATIVE = SPACES                               CNB24400
096800             MOVE 'NARRATIVE'      TO WS-NEED                     CNB24400
096900        WHEN ESC-ACTION = SPACES                                  CNB24400
097000             MOVE 'ACTION'         TO WS-NEED                     CNB24400
097100        WHEN OTHER                                                CNB24400
097200             MOVE SPACES           TO WS-NEED                     CNB24400
097300     END-EVALUATE.                                                CNB24400
097400*                                                                 CNB24400
097500 P9000-TERMINATE.                                                 CNB24400
097600     MOVE SPACES                   TO RPT-LINE                    CNB24400
097700     WRITE RPT-LINE                                               CNB24400
097800     EVALUATE TRUE                                                CNB24400
097900        WHEN WS-FUNC-OPEN                                         CNB24400
098000             MOVE 'TOURS IN SCAN WINDOW ......' TO CNT-LABEL      CNB24400
098100             MOVE WS-TOUR-COUNT    TO CNT-VALUE                   CNB24400
098200             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24400
098300             MOVE 'TOURS PAST THE LIMIT ......' TO CNT-LABEL      CNB24400
098400             MOVE WS-OVER-COUNT    TO CNT-VALUE                   CNB24400
098500             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24400
098600             MOVE 'CASES OPENED ..............' TO CNT-LABEL      CNB24400
098700             MOVE WS-NEW-COUNT     TO CNT-VALUE                   CNB24400
098800             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24400
098900             MOVE 'CASE ALREADY ON FILE ......' TO CNT-LABEL      CNB24400
099000             MOVE WS-HAD-COUNT     TO CNT-VALUE                   CNB24400
099100             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24400
099200             MOVE 'OPEN CASES ................' TO CNT-LABEL      CNB24400
099300             MOVE WS-OPEN-COUNT    TO CNT-VALUE                   CNB24400
099400             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24400
099500             MOVE 'DUE SOON ..................' TO CNT-LABEL      CNB24400
099600             MOVE WS-SOON-COUNT    TO CNT-VALUE                   CNB24400
099700             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24400
099800             MOVE 'OVERDUE ...................' TO CNT-LABEL      CNB24400
099900             MOVE WS-OVERDUE-COUNT TO CNT-VALUE                   CNB24400
100000             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24400
100100             CLOSE MSTR-FILE                                      CNB24400
100200                   ETOD-FILE                                      CNB24400
100300        WHEN WS-FUNC-UPDATE                                       CNB24400
100400             MOVE 'UPDATES APPLIED ...........' TO CNT-LABEL      CNB24400
100500             MOVE WS-TRAN-COUNT    TO CNT-VALUE                   CNB24400
100600             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24400
100700             MOVE 'UPDATES REJECTED ..........' TO CNT-LABEL      CNB24400
100800             MOVE WS-REJ-COUNT     TO CNT-VALUE                   CNB24400
100900             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24400
101000             CLOSE TRAN-FILE                                      CNB24400
101100        WHEN WS-FUNC-FILE                                         CNB24400
101200             MOVE 'CASES FILED ...............' TO CNT-LABEL      CNB24400
101300             MOVE WS-FILED-COUNT   TO CNT-VALUE                   CNB24400
101400             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24400
101500             MOVE 'FILED LATE ................' TO CNT-LABEL      CNB24400
101600             MOVE WS-LATE-COUNT    TO CNT-VALUE                   CNB24400
101700             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24400
101800             MOVE 'OPEN, NOT COMPLETE ........' TO CNT-LABEL      CNB24400
101900             MOVE WS-INCOMPLETE-COUNT TO CNT-VALUE                CNB24400
102000             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24400
102100             CLOSE ESF-FILE                                       CNB24400
102200        WHEN OTHER                                                CNB24400
102300             MOVE 'CASES IN MONTH ............' TO CNT-LABEL      CNB24400
102400             MOVE WS-MONTH-COUNT   TO CNT-VALUE                   CNB24400
102500             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24400
102600             MOVE 'FILED ON TIME .............' TO CNT-LABEL      CNB24400
102700             MOVE WS-FILED-COUNT   TO CNT-VALUE                   CNB24400
102800             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24400
102900             MOVE 'FILED LATE ................' TO CNT-LABEL      CNB24400
103000             MOVE WS-LATE-COUNT    TO CNT-VALUE                   CNB24400
103100             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24400
103200             MOVE 'STILL OPEN ................' TO CNT-LABEL      CNB24400
103300             MOVE WS-OPEN-COUNT    TO CNT-VALUE                   CNB24400
103400             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24400
103500             MOVE 'STILL OPEN PAST DEADLINE ..' TO CNT-LABEL      CNB24400
103600             MOVE WS-OVERDUE-COUNT TO CNT-VALUE                   CNB24400
103700             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24400
103800             MOVE 'WITHDRAWN .................' TO CNT-LABEL      CNB24400
103900             MOVE WS-WITHDRAWN-COUNT TO CNT-VALUE                 CNB24400
104000             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24400
104100     END-EVALUATE                                                 CNB24400
104200     CLOSE ESC-FILE                                               CNB24400
104300           RPT-FILE.                                              CNB24400
104400*                                                                 CNB24400
104500 P9999-GOT-PROBLEM.                                               CNB24400
104510     MOVE 'CNB244'                 TO XE-PROGRAM                  CNB24400
104520     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB24400
104530     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB24400
104540     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB24400
104600     DISPLAY 'CNB244 ABEND IN ' WS-ABEND-PARAGRAPH                CNB24400
104700              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB24400
104800     MOVE 16 TO RETURN-CODE                                       CNB24400
104900     GOBACK.                                                      CNB24400
