000100 IDENTIFICATION DIVISION.                                         CNB25900
000200 PROGRAM-ID. CNB259.                                              CNB25900
000300*AUTHOR.     JMC.                                                 CNB25900
000400*DATE-WRITTEN. 10/15/26.                                          CNB25900
000500*REMARKS.                                                         CNB25900
000600*    ATTENDANCE-POLICY SCORING, STEP LETTERS AND SCORECARD.  THE  CNB25900
000700*    POLICY COUNTS SICK LAYOFFS ON WEEKENDS AND HOLIDAYS, PERSONALCNB25900
000800*    BUSINESS, ABSENT WITHOUT LEAVE AND LATE MARKUPS INSIDE       CNB25900
000900*    ROLLING WINDOWS, WHICH THE MSTR2 SICK / PERSONAL / MISSED-   CNB25900
001000*    CALL COUNTERS CANNOT ANSWER.  FUNCTIONS FROM THE PARM CARD:  CNB25900
001100*      SCORE    - NIGHTLY.  READS THE CNB122 JHISTSEQ EXTRACT     CNB25900
001200*                 (LAYOUT HEADER VALIDATED, EMPLOYEE / DATE ORDER)CNB25900
001300*                 AND SCORES EVERY COUNTED EVENT FROM THE POINTS  CNB25900
001400*                 TABLE ON CNTL:                                  CNB25900
001500*                   AP SKWE - SICK ('S') LAYOFF ON A SAT OR SUN   CNB25900
001600*                   AP SKHD - SICK LAYOFF ON A CNTL HD HOLIDAY    CNB25900
001700*                   AP PBUS - PERSONAL BUSINESS ('O') LAYOFF      CNB25900
001800*                   AP AWOL - ABSENT WITHOUT LEAVE ('K') LAYOFF   CNB25900
001900*                   AP LATE - MARKUP AFTER THE LAYOFF'S DUE-BACK  CNB25900
002000*                             TIME PLUS THE GRACE MINUTES         CNB25900
002100*                 (DATA POINTS 9(2), LATE ALSO GRACE 9(3)),       CNB25900
002200*                 AND THE STEPS ON CNTL AT STEP1 / STEP2 / STEP3  CNB25900
002300*                 (DATA WINDOW DAYS 9(3), THRESHOLD POINTS 9(3),  CNB25900
002400*                 LETTER CNSL / WARN / FRML).  BOTH ARE KEPT BY   CNB25900
002500*                 CNB137 LIKE ANY OTHER CNTL FAMILY; A MISSING    CNB25900
002600*                 RECORD TAKES THE DEFAULT PRINTED ON THE REPORT. CNB25900
002700*                 THE EMPLOYEE'S STEP IS THE HIGHEST WHOSE        CNB25900
002800*                 THRESHOLD IS MET INSIDE ITS WINDOW ENDING ON THECNB25900
002900*                 RUN DATE.  A STEP ABOVE THE HIGHEST ISSUED IN   CNB25900
003000*                 THE LAST 365 DAYS IS WRITTEN TO ATTSTEP AND ITS CNB25900
003100*                 LETTER TO ATTLTR, ONE PAGE PER LETTER, LISTING  CNB25900
003200*                 THE COUNTED EVENTS.  EVERY EMPLOYEE WITH POINTS CNB25900
003300*                 IN THE LAST 365 DAYS GETS AN ATTSCORE RECORD    CNB25900
003400*                 (REBUILT EACH NIGHT) WITH THE 90 AND 365-DAY    CNB25900
003500*                 POINTS AND STEP.                                CNB25900
003600*      SCORECRD - SUPERVISOR'S SCORECARD FOR THE BOARD IN PARM    CNB25900
003700*                 DIST / SDIST / CRAFT (BLANK SDIST OR CRAFT IS   CNB25900
003800*                 ALL)                                            CNB25900
003900*                 FROM ATTSCORE, HIGHEST 365-DAY POINTS FIRST.    CNB25900
004000*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB25900
004100*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB25900
004200*                                                                 CNB25900
004300*TBD  THE STATUS-CHANGE HISTORY RECORD IS TAKEN AS IN CNB250      CNB25900
004400*(FUNCTION 02, IN-OUT I=MARKUP O=LAYOFF, LAYOFF CODE IN THE FIRST CNB25900
004500*TWO BYTES OF THE FUNCTION DATA) WITH THE LAYOFF'S DUE-BACK DATE- CNB25900
004600*TIME (CCYYMMDDHHMM) FOLLOWING THE CODE.  HOLIDAYS ARE THE CNB137 CNB25900
004700*HD RECORDS (DATA FROM / TO YYMMDD).  VERIFY BEFORE NEXT COMPILE. CNB25900
004800*                                                                 CNB25900
004900 ENVIRONMENT DIVISION.                                            CNB25900
005000 CONFIGURATION SECTION.                                           CNB25900
005100 SOURCE-COMPUTER.  IBM-370.                                       CNB25900
005200 OBJECT-COMPUTER.  IBM-370.                                       CNB25900
005300 INPUT-OUTPUT SECTION.                                            CNB25900
005400 FILE-CONTROL.                                                    CNB25900
005500     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB25900
005600            ORGANIZATION  SEQUENTIAL                              CNB25900
005700            FILE STATUS   WS-PARM-STATUS.                         CNB25900
005800     SELECT JHIST-FILE   ASSIGN TO JHISTSEQ                       CNB25900
005900            ORGANIZATION  SEQUENTIAL                              CNB25900
006000            FILE STATUS   WS-JHIST-STATUS.                        CNB25900
006100     SELECT CNTL-FILE    ASSIGN TO CNTLFILE                       CNB25900
006200            ORGANIZATION  INDEXED                                 CNB25900
006300            ACCESS MODE   DYNAMIC                                 CNB25900
006400            RECORD KEY    CN-KEY                                  CNB25900
006500            FILE STATUS   WS-CNTL-STATUS.                         CNB25900
006600     SELECT MSTR-FILE    ASSIGN TO MSTRFILE                       CNB25900
006700            ORGANIZATION  INDEXED                                 CNB25900
006800            ACCESS MODE   DYNAMIC                                 CNB25900
006900            RECORD KEY    MIO-KEY                                 CNB25900
007000            ALTERNATE RECORD KEY MIO-EMP-NBR                      CNB25900
007100            FILE STATUS   WS-MSTRF-STATUS.                        CNB25900
007200     SELECT SCORE-FILE   ASSIGN TO ATTSCORE                       CNB25900
007300            ORGANIZATION  INDEXED                                 CNB25900
007400            ACCESS MODE   DYNAMIC                                 CNB25900
007500            RECORD KEY    SC-EMP-NBR                              CNB25900
007600            FILE STATUS   WS-SCORE-STATUS.                        CNB25900
007700     SELECT STEP-FILE    ASSIGN TO ATTSTEP                        CNB25900
007800            ORGANIZATION  INDEXED                                 CNB25900
007900            ACCESS MODE   DYNAMIC                                 CNB25900
008000            RECORD KEY    AS-KEY                                  CNB25900
008100            FILE STATUS   WS-STEP-STATUS.                         CNB25900
008200     SELECT LTR-FILE     ASSIGN TO ATTLTR                         CNB25900
008300            ORGANIZATION  SEQUENTIAL                              CNB25900
008400            FILE STATUS   WS-LTR-STATUS.                          CNB25900
008500     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB25900
008600            ORGANIZATION  LINE SEQUENTIAL                         CNB25900
008700            FILE STATUS   WS-RPT-STATUS.                          CNB25900
008800*                                                                 CNB25900
008900 DATA DIVISION.                                                   CNB25900
009000 FILE SECTION.                                                    CNB25900
009100 FD  PARM-FILE                                                    CNB25900
009200     RECORD CONTAINS 80 CHARACTERS.                               CNB25900
009300 01  WS-PARM-RECORD.                                              CNB25900
009400     05  PARM-FUNC                 PIC X(8).                      CNB25900
009500     05  PARM-DATE-TIME            PIC X(12).                     CNB25900
009600     05  PARM-DIST                 PIC X(2).                      CNB25900
009700     05  PARM-SDIST                PIC X(2).                      CNB25900
009800     05  PARM-CRAFT                PIC X(2).                      CNB25900
009900     05  FILLER                    PIC X(54).                     CNB25900
010000 FD  JHIST-FILE                                                   CNB25900
010100     RECORD CONTAINS 200 CHARACTERS.                              CNB25900
010200 01  WS-JHIST-RECORD.                                             CNB25900
010300     05  JHIST-EMP-NBR             PIC X(9).                      CNB25900
010400*    CCYYMMDDHHMMSS:                                              CNB25900
010500     05  JHIST-EFF-DATE-TIME       PIC X(14).                     CNB25900
010600     05  JHIST-FUNCTION            PIC X(2).                      CNB25900
010700         88  JHIST-STATUS-FUN            VALUE '02'.              CNB25900
010800     05  JHIST-EMP-NBR-AFFECTED    PIC X(9).                      CNB25900
010900     05  JHIST-IN-OUT              PIC X(1).                      CNB25900
011000         88  JHIST-MARKUP                VALUE 'I'.               CNB25900
011100         88  JHIST-LAYOFF                VALUE 'O'.               CNB25900
011200     05  JHIST-STATUS-CODE         PIC X(2).                      CNB25900
011300*    CCYYMMDDHHMM:                                                CNB25900
011400     05  JHIST-DUE-BACK            PIC X(12).                     CNB25900
011500     05  FILLER                    PIC X(151).                    CNB25900
011600 FD  CNTL-FILE                                                    CNB25900
011700     RECORD CONTAINS 80 CHARACTERS.                               CNB25900
011800 01  CN-RECORD.                                                   CNB25900
011900     05  CN-KEY.                                                  CNB25900
012000         10  CN-FAMILY             PIC X(2).                      CNB25900
012100         10  CN-IDENT              PIC X(10).                     CNB25900
012200     05  CN-DATA.                                                 CNB25900
012300         10  CN-AP-POINTS          PIC X(2).                      CNB25900
012400         10  CN-AP-GRACE           PIC X(3).                      CNB25900
012500         10  FILLER                PIC X(55).                     CNB25900
012600     05  FILLER                    PIC X(8).                      CNB25900
012700 01  CN-STEP-RECORD.                                              CNB25900
012800     05  FILLER                    PIC X(12).                     CNB25900
012900     05  CN-AT-WINDOW              PIC X(3).                      CNB25900
013000     05  CN-AT-THRESHOLD           PIC X(3).                      CNB25900
013100     05  CN-AT-LETTER              PIC X(4).                      CNB25900
013200     05  FILLER                    PIC X(58).                     CNB25900
013300 01  CN-HOLIDAY-RECORD.                                           CNB25900
013400     05  FILLER                    PIC X(12).                     CNB25900
013500*    YYMMDD:                                                      CNB25900
013600     05  CN-HD-FROM                PIC X(6).                      CNB25900
013700     05  CN-HD-TO                  PIC X(6).                      CNB25900
013800     05  FILLER                    PIC X(56).                     CNB25900
013900 FD  MSTR-FILE                                                    CNB25900
014000     RECORD CONTAINS 500 CHARACTERS.                              CNB25900
014100 01  MIO-RECORD.                                                  CNB25900
014200     05  MIO-KEY.                                                 CNB25900
014300         10  MIO-DIST              PIC X(2).                      CNB25900
014400         10  MIO-SDIST             PIC X(2).                      CNB25900
014500         10  MIO-CRAFT             PIC X(2).                      CNB25900
014600         10  MIO-EMP-NAME          PIC X(26).                     CNB25900
014700         10  MIO-EMP-NBR           PIC X(9).                      CNB25900
014800     05  FILLER                    PIC X(459).                    CNB25900
014900 FD  SCORE-FILE                                                   CNB25900
015000     RECORD CONTAINS 150 CHARACTERS.                              CNB25900
015100 01  SC-RECORD.                                                   CNB25900
015200     05  SC-EMP-NBR                PIC X(9).                      CNB25900
015300     05  SC-SCORE-DATE             PIC X(8).                      CNB25900
015400     05  SC-EMP-NAME               PIC X(26).                     CNB25900
015500     05  SC-BOARD.                                                CNB25900
015600         10  SC-DIST               PIC X(2).                      CNB25900
015700         10  SC-SDIST              PIC X(2).                      CNB25900
015800         10  SC-CRAFT              PIC X(2).                      CNB25900
015900     05  SC-POINTS-90              PIC 9(3).                      CNB25900
016000     05  SC-POINTS-365             PIC 9(3).                      CNB25900
016100     05  SC-STEP                   PIC 9(1).                      CNB25900
016200     05  SC-LAST-STEP              PIC 9(1).                      CNB25900
016300     05  SC-LAST-STEP-DATE         PIC X(8).                      CNB25900
016400     05  SC-EVENT-COUNTS.                                         CNB25900
016500         10  SC-EVENT-COUNT OCCURS 5 TIMES                        CNB25900
016600                                   PIC 9(3).                      CNB25900
016700     05  FILLER                    PIC X(70).                     CNB25900
016800 FD  STEP-FILE                                                    CNB25900
016900     RECORD CONTAINS 100 CHARACTERS.                              CNB25900
017000 01  AS-RECORD.                                                   CNB25900
017100     05  AS-KEY.                                                  CNB25900
017200         10  AS-EMP-NBR            PIC X(9).                      CNB25900
017300*        CCYYMMDD:                                                CNB25900
017400         10  AS-STEP-DATE          PIC X(8).                      CNB25900
017500         10  AS-STEP               PIC 9(1).                      CNB25900
017600     05  AS-LETTER                 PIC X(4).                      CNB25900
017700     05  AS-WINDOW                 PIC 9(3).                      CNB25900
017800     05  AS-THRESHOLD              PIC 9(3).                      CNB25900
017900     05  AS-POINTS                 PIC 9(3).                      CNB25900
018000     05  AS-EMP-NAME               PIC X(26).                     CNB25900
018100     05  AS-BOARD.                                                CNB25900
018200         10  AS-DIST               PIC X(2).                      CNB25900
018300         10  AS-SDIST              PIC X(2).                      CNB25900
018400         10  AS-CRAFT              PIC X(2).                      CNB25900
018500     05  AS-RUN-DATE-TIME          PIC X(12).                     CNB25900
018600     05  FILLER                    PIC X(25).                     CNB25900
018700 FD  LTR-FILE                                                     CNB25900
018800     RECORD CONTAINS 80 CHARACTERS.                               CNB25900
018900 01  LTR-LINE                      PIC X(80).                     CNB25900
019000 FD  RPT-FILE                                                     CNB25900
019100     RECORD CONTAINS 132 CHARACTERS.                              CNB25900
019200 01  RPT-LINE                      PIC X(132).                    CNB25900
019300*                                                                 CNB25900
019400 WORKING-STORAGE SECTION.                                         CNB25900
019500 COPY WSMSTR.                                                     CNB25900
019600 COPY WSXHDR.                                                     CNB25900
019700 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB25900
019800     88  WS-PARM-OK                       VALUE '00'.             CNB25900
019900 01  WS-JHIST-STATUS               PIC XX VALUE SPACES.           CNB25900
020000     88  WS-JHIST-OK                      VALUE '00'.             CNB25900
020100 01  WS-CNTL-STATUS                PIC XX VALUE SPACES.           CNB25900
020200     88  WS-CNTL-OK                       VALUE '00'.             CNB25900
020300     88  WS-CNTL-NOTFND                   VALUE '23'.             CNB25900
020400 01  WS-MSTRF-STATUS               PIC XX VALUE SPACES.           CNB25900
020500     88  WS-MSTRF-OK                      VALUE '00'.             CNB25900
020600     88  WS-MSTRF-NOTFND                  VALUE '23'.             CNB25900
020700 01  WS-SCORE-STATUS               PIC XX VALUE SPACES.           CNB25900
020800     88  WS-SCORE-OK                      VALUE '00'.             CNB25900
020900     88  WS-SCORE-NOTFND                  VALUE '23'.             CNB25900
021000 01  WS-STEP-STATUS                PIC XX VALUE SPACES.           CNB25900
021100     88  WS-STEP-OK                       VALUE '00'.             CNB25900
021200     88  WS-STEP-DUP                      VALUE '22'.             CNB25900
021300     88  WS-STEP-NOTFND                   VALUE '23'.             CNB25900
021400 01  WS-LTR-STATUS                 PIC XX VALUE SPACES.           CNB25900
021500     88  WS-LTR-OK                        VALUE '00'.             CNB25900
021600 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB25900
021700     88  WS-RPT-OK                        VALUE '00'.             CNB25900
021800 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB25900
021900 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB25900
022000 COPY WSERRLOG.                                                   CNB25900
022100 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB25900
022200     88  WS-FUNC-SCORE                    VALUE 'SCORE'.          CNB25900
022300     88  WS-FUNC-SCORECARD                VALUE 'SCORECRD'.       CNB25900
022400 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB25900
022500 01  WS-RUN-DATE                   PIC X(8) VALUE SPACES.         CNB25900
022600 01  WS-RUN-SERIAL                 PIC S9(7) COMP VALUE ZEROS.    CNB25900
022700 01  WS-OLDEST-SERIAL              PIC S9(7) COMP VALUE ZEROS.    CNB25900
022800 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB25900
022900     88  WS-EOF-JHIST                     VALUE 'Y'.              CNB25900
023000 01  WS-CNTL-EOF-SW                PIC X  VALUE 'N'.              CNB25900
023100     88  WS-EOF-CNTL                      VALUE 'Y'.              CNB25900
023200 01  WS-SCORE-EOF-SW               PIC X  VALUE 'N'.              CNB25900
023300     88  WS-EOF-SCORE                     VALUE 'Y'.              CNB25900
023400 01  WS-STEP-EOF-SW                PIC X  VALUE 'N'.              CNB25900
023500     88  WS-EOF-STEP                      VALUE 'Y'.              CNB25900
023600*                                                                 CNB25900
023700*    THE POINTS TABLE - CNTL AP, DEFAULTS IN THE VALUES           CNB25900
023800*                                                                 CNB25900
023900 01  WS-AP-VALUES.                                                CNB25900
024000     05  FILLER                    PIC X(33) VALUE                CNB25900
024100         'SKWESICK - WEEKEND       01000'.                        CNB25900
024200     05  FILLER                    PIC X(33) VALUE                CNB25900
024300         'SKHDSICK - HOLIDAY       02000'.                        CNB25900
024400     05  FILLER                    PIC X(33) VALUE                CNB25900
024500         'PBUSPERSONAL BUSINESS    01000'.                        CNB25900
024600     05  FILLER                    PIC X(33) VALUE                CNB25900
024700         'AWOLABSENT WITHOUT LEAVE 03000'.                        CNB25900
024800     05  FILLER                    PIC X(33) VALUE                CNB25900
024900         'LATELATE MARKUP          01000'.                        CNB25900
025000 01  WS-AP-TABLE REDEFINES WS-AP-VALUES.                          CNB25900
025100     05  WS-AP-ENTRY OCCURS 5 TIMES.                              CNB25900
025200         10  WS-AP-CODE            PIC X(4).                      CNB25900
025300         10  WS-AP-DESC            PIC X(21).                     CNB25900
025400         10  WS-AP-POINTS          PIC 9(2).                      CNB25900
025500         10  WS-AP-GRACE           PIC 9(3).                      CNB25900
025600         10  WS-AP-SOURCE          PIC X(3).                      CNB25900
025700 01  WS-AP-COUNT                   PIC S9(4) COMP VALUE 5.        CNB25900
025800 01  WS-AP-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB25900
025900 01  WS-AP-SKWE                    PIC S9(4) COMP VALUE 1.        CNB25900
026000 01  WS-AP-SKHD                    PIC S9(4) COMP VALUE 2.        CNB25900
026100 01  WS-AP-PBUS                    PIC S9(4) COMP VALUE 3.        CNB25900
026200 01  WS-AP-AWOL                    PIC S9(4) COMP VALUE 4.        CNB25900
026300 01  WS-AP-LATE                    PIC S9(4) COMP VALUE 5.        CNB25900
026400*                                                                 CNB25900
026500*    THE STEPS - CNTL AT, DEFAULTS IN THE VALUES                  CNB25900
026600*                                                                 CNB25900
026700 01  WS-AT-VALUES.                                                CNB25900
026800     05  FILLER                    PIC X(13) VALUE '090003CNSL'.  CNB25900
026900     05  FILLER                    PIC X(13) VALUE '365006WARN'.  CNB25900
027000     05  FILLER                    PIC X(13) VALUE '365009FRML'.  CNB25900
027100 01  WS-AT-TABLE REDEFINES WS-AT-VALUES.                          CNB25900
027200     05  WS-AT-ENTRY OCCURS 3 TIMES.                              CNB25900
027300         10  WS-AT-WINDOW          PIC 9(3).                      CNB25900
027400         10  WS-AT-THRESHOLD       PIC 9(3).                      CNB25900
027500         10  WS-AT-LETTER          PIC X(4).                      CNB25900
027600         10  WS-AT-SOURCE          PIC X(3).                      CNB25900
027700 01  WS-AT-COUNT                   PIC S9(4) COMP VALUE 3.        CNB25900
027800 01  WS-AT-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB25900
027900 01  WS-AT-IDENT.                                                 CNB25900
028000     05  FILLER                    PIC X(4) VALUE 'STEP'.         CNB25900
028100     05  WS-AT-IDENT-NBR           PIC 9(1).                      CNB25900
028200     05  FILLER                    PIC X(5) VALUE SPACES.         CNB25900
028300*                                                                 CNB25900
028400*    CNTL HD HOLIDAYS AS CCYYMMDD RANGES                          CNB25900
028500*                                                                 CNB25900
028600 01  WS-HD-MAX                     PIC S9(4) COMP VALUE 200.      CNB25900
028700 01  WS-HD-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB25900
028800 01  WS-HD-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB25900
028900 01  WS-HD-FOUND-SW                PIC X  VALUE 'N'.              CNB25900
029000     88  WS-HD-FOUND                      VALUE 'Y'.              CNB25900
029100 01  WS-HD-TABLE.                                                 CNB25900
029200     05  WS-HD-ENTRY OCCURS 200 TIMES.                            CNB25900
029300         10  WS-HD-FROM            PIC X(8).                      CNB25900
029400         10  WS-HD-TO              PIC X(8).                      CNB25900
029500*                                                                 CNB25900
029600*    THE EMPLOYEE WHOSE HISTORY IS BEING READ AND THE COUNTED     CNB25900
029700*    EVENTS                                                       CNB25900
029800*                                                                 CNB25900
029900 01  WS-HIST-EMP                   PIC X(9) VALUE SPACES.         CNB25900
030000 01  WS-DUE-BACK                   PIC X(12) VALUE SPACES.        CNB25900
030100 01  WS-DUE-BACK-MINS              PIC S9(9) COMP VALUE ZEROS.    CNB25900
030200 01  WS-EVENT-DATE                 PIC X(8) VALUE SPACES.         CNB25900
030300 01  WS-EVENT-AP                   PIC S9(4) COMP VALUE ZEROS.    CNB25900
030400 01  WS-DOW                        PIC 9(2) VALUE ZEROS.          CNB25900
030500 01  WS-DOW-QUOT                   PIC S9(7) COMP VALUE ZEROS.    CNB25900
030600 01  WS-EV-MAX                     PIC S9(4) COMP VALUE 400.      CNB25900
030700 01  WS-EV-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB25900
030800 01  WS-EV-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB25900
030900 01  WS-EV-TABLE.                                                 CNB25900
031000     05  WS-EV-ENTRY OCCURS 400 TIMES.                            CNB25900
031100         10  WS-EV-DATE            PIC X(8).                      CNB25900
031200         10  WS-EV-SERIAL          PIC S9(7) COMP.                CNB25900
031300         10  WS-EV-AP              PIC S9(4) COMP.                CNB25900
031400         10  WS-EV-POINTS          PIC 9(2).                      CNB25900
031500 01  WS-WINDOW-START               PIC S9(7) COMP VALUE ZEROS.    CNB25900
031600 01  WS-WINDOW-POINTS              PIC 9(3) VALUE ZEROS.          CNB25900
031700 01  WS-POINTS-90                  PIC 9(3) VALUE ZEROS.          CNB25900
031800 01  WS-POINTS-365                 PIC 9(3) VALUE ZEROS.          CNB25900
031900 01  WS-STEP                       PIC 9(1) VALUE ZEROS.          CNB25900
032000 01  WS-STEP-POINTS                PIC 9(3) VALUE ZEROS.          CNB25900
032100 01  WS-LAST-STEP                  PIC 9(1) VALUE ZEROS.          CNB25900
032200 01  WS-LAST-STEP-DATE             PIC X(8) VALUE SPACES.         CNB25900
032300 01  WS-EVENT-COUNTS.                                             CNB25900
032400     05  WS-EVENT-COUNT OCCURS 5 TIMES                            CNB25900
032500                                   PIC 9(3).                      CNB25900
032600 01  WS-MSTR-FOUND-SW              PIC X  VALUE 'N'.              CNB25900
032700     88  WS-MSTR-FOUND                    VALUE 'Y'.              CNB25900
032800*                                                                 CNB25900
032900*    CCYYMMDDHHMM TO MINUTES                                      CNB25900
033000*                                                                 CNB25900
033100 01  WS-STAMP.                                                    CNB25900
033200     05  WS-ST-DATE                PIC X(8).                      CNB25900
033300     05  WS-ST-HH                  PIC 9(2).                      CNB25900
033400     05  WS-ST-MN                  PIC 9(2).                      CNB25900
033500 01  WS-STAMP-MINS                 PIC S9(9) COMP VALUE ZEROS.    CNB25900
033600 01  WS-SERIAL-RESULT              PIC S9(7) COMP VALUE ZEROS.    CNB25900
033700 01  WS-SERIAL-DATE.                                              CNB25900
033800     05  WS-SD-CCYY                PIC 9(4).                      CNB25900
033900     05  WS-SD-MM                  PIC 9(2).                      CNB25900
034000     05  WS-SD-DD                  PIC 9(2).                      CNB25900
034100 01  WS-SERIAL-DATE-X REDEFINES WS-SERIAL-DATE                    CNB25900
034200                                   PIC X(8).                      CNB25900
034300 01  WS-LEAP-QUOT                  PIC 9(4) VALUE ZEROS.          CNB25900
034400 01  WS-LEAP-REM                   PIC 9(4) VALUE ZEROS.          CNB25900
034500 01  WS-CUM-DAY-TABLE              PIC X(36) VALUE                CNB25900
034600         '000031059090120151181212243273304334'.                  CNB25900
034700 01  WS-CUM-DAY-TABLE-R REDEFINES WS-CUM-DAY-TABLE.               CNB25900
034800     05  WS-CDT-DAYS OCCURS 12 TIMES                              CNB25900
034900                                   PIC 9(3).                      CNB25900
035000*                                                                 CNB25900
035100*    LETTER TEXT - COUNSELLING, WARNING, FORMAL                   CNB25900
035200*                                                                 CNB25900
035300 01  WS-LT-VALUES.                                                CNB25900
035400     05  FILLER                    PIC X(50) VALUE                CNB25900
035500         'THIS LETTER CONFIRMS A COUNSELLING DISCUSSION'.         CNB25900
035600     05  FILLER                    PIC X(50) VALUE                CNB25900
035700         'UNDER THE ATTENDANCE POLICY.  YOUR RECORD HAS'.         CNB25900
035800     05  FILLER                    PIC X(50) VALUE                CNB25900
035900         'REACHED THE FIRST STEP.  NO DISCIPLINE IS GIVEN'.       CNB25900
036000     05  FILLER                    PIC X(50) VALUE                CNB25900
036100         'AT THIS STEP; FURTHER ABSENCES ADVANCE THE STEP.'.      CNB25900
036200     05  FILLER                    PIC X(50) VALUE                CNB25900
036300         'THIS IS A WRITTEN WARNING UNDER THE ATTENDANCE'.        CNB25900
036400     05  FILLER                    PIC X(50) VALUE                CNB25900
036500         'POLICY.  YOUR RECORD HAS REACHED THE SECOND STEP.'.     CNB25900
036600     05  FILLER                    PIC X(50) VALUE                CNB25900
036700         'A FURTHER COUNTED ABSENCE MAY RESULT IN FORMAL'.        CNB25900
036800     05  FILLER                    PIC X(50) VALUE                CNB25900
036900         'ACTION UNDER THE THIRD STEP OF THE POLICY.'.            CNB25900
037000     05  FILLER                    PIC X(50) VALUE                CNB25900
037100         'THIS IS FORMAL NOTICE UNDER THE ATTENDANCE POLICY.'.    CNB25900
037200     05  FILLER                    PIC X(50) VALUE                CNB25900
037300         'YOUR RECORD HAS REACHED THE THIRD STEP AND IS'.         CNB25900
037400     05  FILLER                    PIC X(50) VALUE                CNB25900
037500         'REFERRED FOR FORMAL ACTION.  YOU MAY BE'.               CNB25900
037600     05  FILLER                    PIC X(50) VALUE                CNB25900
037700         'REPRESENTED AS PROVIDED IN THE AGREEMENT.'.             CNB25900
037800 01  WS-LT-TABLE REDEFINES WS-LT-VALUES.                          CNB25900
037900     05  WS-LT-LETTER OCCURS 3 TIMES.                             CNB25900
038000         10  WS-LT-TEXT OCCURS 4 TIMES                            CNB25900
038100                                   PIC X(50).                     CNB25900
038200 01  WS-LT-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB25900
038300 01  WS-LT-LINE-SUB                PIC S9(4) COMP VALUE ZEROS.    CNB25900
038400 01  WS-LTR-TITLE                  PIC X(40) VALUE SPACES.        CNB25900
038500 01  WS-LTR-DETAIL.                                               CNB25900
038600     05  FILLER                    PIC X(6) VALUE SPACES.         CNB25900
038700     05  LTD-DATE                  PIC X(8).                      CNB25900
038800     05  FILLER                    PIC X(3) VALUE SPACES.         CNB25900
038900     05  LTD-DESC                  PIC X(21).                     CNB25900
039000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25900
039100     05  LTD-POINTS                PIC Z9.                        CNB25900
039200     05  FILLER                    PIC X(7) VALUE ' POINTS'.      CNB25900
039300     05  FILLER                    PIC X(31) VALUE SPACES.        CNB25900
039400*                                                                 CNB25900
039500*    SCORECARD - THE BOARD'S EMPLOYEES, HIGHEST POINTS FIRST      CNB25900
039600*                                                                 CNB25900
039700 01  WS-SC-MAX                     PIC S9(4) COMP VALUE 3000.     CNB25900
039800 01  WS-SC-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB25900
039900 01  WS-SC-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB25900
040000 01  WS-SC-SUB2                    PIC S9(4) COMP VALUE ZEROS.    CNB25900
040100 01  WS-SC-INS-AT                  PIC S9(4) COMP VALUE ZEROS.    CNB25900
040200 01  WS-SC-NEW-KEY.                                               CNB25900
040300     05  WS-SC-NEW-BOARD           PIC X(6).                      CNB25900
040400     05  WS-SC-NEW-INVERSE         PIC 9(3).                      CNB25900
040500     05  WS-SC-NEW-EMP             PIC X(9).                      CNB25900
040600 01  WS-SC-TABLE.                                                 CNB25900
040700     05  WS-SC-ENTRY OCCURS 3000 TIMES.                           CNB25900
040800         10  WS-SC-KEY             PIC X(18).                     CNB25900
040900         10  WS-SC-DATA            PIC X(150).                    CNB25900
041000 01  WS-SC-LAST-BOARD              PIC X(6) VALUE SPACES.         CNB25900
041100 01  WS-SCORE-COUNT                PIC 9(7) VALUE ZEROS.          CNB25900
041200 01  WS-JH-READ-COUNT              PIC 9(7) VALUE ZEROS.          CNB25900
041300 01  WS-EMP-COUNT                  PIC 9(7) VALUE ZEROS.          CNB25900
041400 01  WS-STEP-COUNT                 PIC 9(7) VALUE ZEROS.          CNB25900
041500 01  WS-LETTER-COUNT               PIC 9(7) VALUE ZEROS.          CNB25900
041600 01  WS-NOMSTR-COUNT               PIC 9(7) VALUE ZEROS.          CNB25900
041700 01  WS-EV-LOST-COUNT              PIC 9(7) VALUE ZEROS.          CNB25900
041800 01  WS-SC-LOST-COUNT              PIC 9(7) VALUE ZEROS.          CNB25900
041900 01  WS-TOTAL-EVENTS.                                             CNB25900
042000     05  WS-TOTAL-EVENT OCCURS 5 TIMES                            CNB25900
042100                                   PIC 9(7).                      CNB25900
042200 01  WS-HDR-LINE.                                                 CNB25900
042300     05  FILLER                PIC X(38)  VALUE                   CNB25900
042400         'CNB259 - ATTENDANCE POLICY SCORING'.                    CNB25900
042500     05  FILLER                PIC X(2)   VALUE SPACES.           CNB25900
042600     05  HDR-FUNC              PIC X(8).                          CNB25900
042700     05  FILLER                PIC X(2)   VALUE SPACES.           CNB25900
042800     05  HDR-DATE-TIME         PIC X(12).                         CNB25900
042900     05  FILLER                PIC X(70)  VALUE SPACES.           CNB25900
043000 01  WS-TITLE-LINE.                                               CNB25900
043100     05  TTL-TEXT                  PIC X(80).                     CNB25900
043200     05  FILLER                    PIC X(52) VALUE SPACES.        CNB25900
043300 01  WS-AP-LINE.                                                  CNB25900
043400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25900
043500     05  APL-CODE                  PIC X(4).                      CNB25900
043600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25900
043700     05  APL-DESC                  PIC X(21).                     CNB25900
043800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25900
043900     05  APL-POINTS                PIC Z9.                        CNB25900
044000     05  FILLER                    PIC X(8) VALUE ' POINTS '.     CNB25900
044100     05  APL-GRACE                 PIC X(20).                     CNB25900
044200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25900
044300     05  APL-SOURCE                PIC X(9).                      CNB25900
044400     05  FILLER                    PIC X(60) VALUE SPACES.        CNB25900
044500 01  WS-AT-LINE.                                                  CNB25900
044600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25900
044700     05  FILLER                    PIC X(5) VALUE 'STEP '.        CNB25900
044800     05  ATL-STEP                  PIC 9.                         CNB25900
044900     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25900
045000     05  ATL-THRESHOLD             PIC ZZ9.                       CNB25900
045100     05  FILLER                    PIC X(14)                      CNB25900
045200                                   VALUE ' POINTS IN    '.        CNB25900
045300     05  ATL-WINDOW                PIC ZZ9.                       CNB25900
045400     05  FILLER                    PIC X(15)                      CNB25900
045500                                   VALUE ' DAYS - LETTER '.       CNB25900
045600     05  ATL-LETTER                PIC X(4).                      CNB25900
045700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25900
045800     05  ATL-SOURCE                PIC X(9).                      CNB25900
045900     05  FILLER                    PIC X(72) VALUE SPACES.        CNB25900
046000 01  WS-ST-HDR-LINE.                                              CNB25900
046100     05  FILLER                    PIC X(40) VALUE                CNB25900
046200         'EMPLOYEE  NAME                      BOAR'.              CNB25900
046300     05  FILLER                    PIC X(40) VALUE                CNB25900
046400         'D     STEP  LETTER  POINTS  WINDOW  90-D'.              CNB25900
046500     05  FILLER                    PIC X(52) VALUE                CNB25900
046600         'AY  365-DAY'.                                           CNB25900
046700 01  WS-ST-LINE.                                                  CNB25900
046800     05  STL-EMP-NBR               PIC X(9).                      CNB25900
046900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25900
047000     05  STL-EMP-NAME              PIC X(26).                     CNB25900
047100     05  STL-DIST                  PIC X(2).                      CNB25900
047200     05  FILLER                    PIC X(1) VALUE '/'.            CNB25900
047300     05  STL-SDIST                 PIC X(2).                      CNB25900
047400     05  FILLER                    PIC X(1) VALUE '/'.            CNB25900
047500     05  STL-CRAFT                 PIC X(2).                      CNB25900
047600     05  FILLER                    PIC X(3) VALUE SPACES.         CNB25900
047700     05  STL-STEP                  PIC 9.                         CNB25900
047800     05  FILLER                    PIC X(5) VALUE SPACES.         CNB25900
047900     05  STL-LETTER                PIC X(4).                      CNB25900
048000     05  FILLER                    PIC X(5) VALUE SPACES.         CNB25900
048100     05  STL-POINTS                PIC ZZ9.                       CNB25900
048200     05  FILLER                    PIC X(5) VALUE SPACES.         CNB25900
048300     05  STL-WINDOW                PIC ZZ9.                       CNB25900
048400     05  FILLER                    PIC X(4) VALUE SPACES.         CNB25900
048500     05  STL-POINTS-90             PIC ZZ9.                       CNB25900
048600     05  FILLER                    PIC X(6) VALUE SPACES.         CNB25900
048700     05  STL-POINTS-365            PIC ZZ9.                       CNB25900
048800     05  STL-NOTE                  PIC X(20).                     CNB25900
048900     05  FILLER                    PIC X(23) VALUE SPACES.        CNB25900
049000 01  WS-SCD-HDR-LINE.                                             CNB25900
049100     05  FILLER                    PIC X(40) VALUE                CNB25900
049200         'EMPLOYEE  NAME                      90-D'.              CNB25900
049300     05  FILLER                    PIC X(40) VALUE                CNB25900
049400         'AY 365-DAY STEP  LAST STEP   SKWE SKHD P'.              CNB25900
049500     05  FILLER                    PIC X(52) VALUE                CNB25900
049600         'BUS AWOL LATE'.                                         CNB25900
049700 01  WS-SCD-LINE.                                                 CNB25900
049800     05  SCL-EMP-NBR               PIC X(9).                      CNB25900
049900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25900
050000     05  SCL-EMP-NAME              PIC X(26).                     CNB25900
050100     05  SCL-POINTS-90             PIC ZZZZZ9.                    CNB25900
050200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25900
050300     05  SCL-POINTS-365            PIC ZZZZZZ9.                   CNB25900
050400     05  FILLER                    PIC X(4) VALUE SPACES.         CNB25900
050500     05  SCL-STEP                  PIC 9.                         CNB25900
050600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25900
050700     05  SCL-LAST-STEP             PIC 9.                         CNB25900
050800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25900
050900     05  SCL-LAST-STEP-DATE        PIC X(8).                      CNB25900
051000     05  SCL-EVENT-COUNT OCCURS 5 TIMES.                          CNB25900
051100         10  FILLER                PIC X(2).                      CNB25900
051200         10  SCL-COUNT             PIC ZZ9.                       CNB25900
051300     05  FILLER                    PIC X(40) VALUE SPACES.        CNB25900
051400 01  WS-BRD-LINE.                                                 CNB25900
051500     05  FILLER                    PIC X(7) VALUE 'BOARD  '.      CNB25900
051600     05  BRL-DIST                  PIC X(2).                      CNB25900
051700     05  FILLER                    PIC X(1) VALUE '/'.            CNB25900
051800     05  BRL-SDIST                 PIC X(2).                      CNB25900
051900     05  FILLER                    PIC X(1) VALUE '/'.            CNB25900
052000     05  BRL-CRAFT                 PIC X(2).                      CNB25900
052100     05  FILLER                    PIC X(12) VALUE '  SCORED ON '.CNB25900
052200     05  BRL-SCORE-DATE            PIC X(8).                      CNB25900
052300     05  FILLER                    PIC X(97) VALUE SPACES.        CNB25900
052400 01  WS-CNT-LINE.                                                 CNB25900
052500     05  CNT-LABEL                 PIC X(30).                     CNB25900
052600     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB25900
052700     05  FILLER                    PIC X(95) VALUE SPACES.        CNB25900
052800*                                                                 CNB25900
052900 PROCEDURE DIVISION.                                              CNB25900
053000 P0000-MAINLINE.                                                  CNB25900
053100     PERFORM P1000-INITIALIZE                                     CNB25900
053200     IF WS-FUNC-SCORE                                             CNB25900
053300        PERFORM P2000-READ-HISTORY UNTIL WS-EOF-JHIST             CNB25900
053400        IF WS-HIST-EMP NOT = SPACES                               CNB25900
053500           PERFORM P2900-END-EMPLOYEE THRU P2900-EXIT             CNB25900
053600        END-IF                                                    CNB25900
053700     ELSE                                                         CNB25900
053800        PERFORM P5000-SCORECARD                                   CNB25900
053900     END-IF                                                       CNB25900
054000     PERFORM P9000-TERMINATE                                      CNB25900
054100     GOBACK.                                                      CNB25900
054200*                                                                 CNB25900
054300 P1000-INITIALIZE.                                                CNB25900
054400     OPEN INPUT PARM-FILE                                         CNB25900
054500     IF NOT WS-PARM-OK                                            CNB25900
054600        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB25900
054700        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB25900
054800        PERFORM P9999-GOT-PROBLEM                                 CNB25900
054900     END-IF                                                       CNB25900
055000     READ PARM-FILE                                               CNB25900
055100     IF NOT WS-PARM-OK                                            CNB25900
055200        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB25900
055300        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB25900
055400        PERFORM P9999-GOT-PROBLEM                                 CNB25900
055500     END-IF                                                       CNB25900
055600     MOVE PARM-FUNC                TO WS-FUNC                     CNB25900
055700     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB25900
055800     CLOSE PARM-FILE                                              CNB25900
055900     IF NOT WS-FUNC-SCORE AND NOT WS-FUNC-SCORECARD               CNB25900
056000        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB25900
056100        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB25900
056200        PERFORM P9999-GOT-PROBLEM                                 CNB25900
056300     END-IF                                                       CNB25900
056400     IF WS-FUNC-SCORECARD AND PARM-DIST = SPACES                  CNB25900
056500        MOVE 'P1000-NO-BOARD'      TO WS-ABEND-PARAGRAPH          CNB25900
056600        MOVE 'PB'                  TO WS-ABEND-STATUS             CNB25900
056700        PERFORM P9999-GOT-PROBLEM                                 CNB25900
056800     END-IF                                                       CNB25900
056900     MOVE '20'                     TO WS-RUN-DATE (1:2)           CNB25900
057000     MOVE WS-RUN-DATE-TIME (1:6)   TO WS-RUN-DATE (3:6)           CNB25900
057100     MOVE WS-RUN-DATE              TO WS-SERIAL-DATE-X            CNB25900
057200     PERFORM P7000-DATE-TO-SERIAL                                 CNB25900
057300     MOVE WS-SERIAL-RESULT         TO WS-RUN-SERIAL               CNB25900
057400     OPEN OUTPUT RPT-FILE                                         CNB25900
057500     IF NOT WS-RPT-OK                                             CNB25900
057600        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB25900
057700        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB25900
057800        PERFORM P9999-GOT-PROBLEM                                 CNB25900
057900     END-IF                                                       CNB25900
058000     MOVE WS-FUNC                  TO HDR-FUNC                    CNB25900
058100     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB25900
058200     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB25900
058300     MOVE SPACES                   TO RPT-LINE                    CNB25900
058400     WRITE RPT-LINE                                               CNB25900
058500     IF WS-FUNC-SCORE                                             CNB25900
058600        PERFORM P1100-OPEN-SCORE-FILES                            CNB25900
058700     ELSE                                                         CNB25900
058800        OPEN INPUT SCORE-FILE                                     CNB25900
058900        IF NOT WS-SCORE-OK                                        CNB25900
059000           MOVE 'P1000-OPEN-SCOR'  TO WS-ABEND-PARAGRAPH          CNB25900
059100           MOVE WS-SCORE-STATUS    TO WS-ABEND-STATUS             CNB25900
059200           PERFORM P9999-GOT-PROBLEM                              CNB25900
059300        END-IF                                                    CNB25900
059400     END-IF.                                                      CNB25900
059500*                                                                 CNB25900
059600 P1100-OPEN-SCORE-FILES.                                          CNB25900
059700     OPEN INPUT JHIST-FILE                                        CNB25900
059800     IF NOT WS-JHIST-OK                                           CNB25900
059900        MOVE 'P1100-OPEN-JHST'     TO WS-ABEND-PARAGRAPH          CNB25900
060000        MOVE WS-JHIST-STATUS       TO WS-ABEND-STATUS             CNB25900
060100        PERFORM P9999-GOT-PROBLEM                                 CNB25900
060200     END-IF                                                       CNB25900
060300     OPEN INPUT CNTL-FILE                                         CNB25900
060400     IF NOT WS-CNTL-OK                                            CNB25900
060500        MOVE 'P1100-OPEN-CNTL'     TO WS-ABEND-PARAGRAPH          CNB25900
060600        MOVE WS-CNTL-STATUS        TO WS-ABEND-STATUS             CNB25900
060700        PERFORM P9999-GOT-PROBLEM                                 CNB25900
060800     END-IF                                                       CNB25900
060900     OPEN INPUT MSTR-FILE                                         CNB25900
061000     IF NOT WS-MSTRF-OK                                           CNB25900
061100        MOVE 'P1100-OPEN-MSTR'     TO WS-ABEND-PARAGRAPH          CNB25900
061200        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB25900
061300        PERFORM P9999-GOT-PROBLEM                                 CNB25900
061400     END-IF                                                       CNB25900
061500     OPEN OUTPUT SCORE-FILE                                       CNB25900
061600     IF NOT WS-SCORE-OK                                           CNB25900
061700        MOVE 'P1100-OPEN-SCOR'     TO WS-ABEND-PARAGRAPH          CNB25900
061800        MOVE WS-SCORE-STATUS       TO WS-ABEND-STATUS             CNB25900
061900        PERFORM P9999-GOT-PROBLEM                                 CNB25900
062000     END-IF                                                       CNB25900
062100     OPEN I-O STEP-FILE                                           CNB25900
062200     IF WS-STEP-STATUS = '35'                                     CNB25900
062300        OPEN OUTPUT STEP-FILE                                     CNB25900
062400        CLOSE STEP-FILE                                           CNB25900
062500        OPEN I-O STEP-FILE                                        CNB25900
062600     END-IF                                                       CNB25900
062700     IF NOT WS-STEP-OK                                            CNB25900
062800        MOVE 'P1100-OPEN-STEP'     TO WS-ABEND-PARAGRAPH          CNB25900
062900        MOVE WS-STEP-STATUS        TO WS-ABEND-STATUS             CNB25900
063000        PERFORM P9999-GOT-PROBLEM                                 CNB25900
063100     END-IF                                                       CNB25900
063200     OPEN OUTPUT LTR-FILE                                         CNB25900
063300     IF NOT WS-LTR-OK                                             CNB25900
063400        MOVE 'P1100-OPEN-LTR'      TO WS-ABEND-PARAGRAPH          CNB25900
063500        MOVE WS-LTR-STATUS         TO WS-ABEND-STATUS             CNB25900
063600        PERFORM P9999-GOT-PROBLEM                                 CNB25900
063700     END-IF                                                       CNB25900
063800     MOVE 'POINTS TABLE (CNTL AP)' TO TTL-TEXT                    CNB25900
063900     PERFORM P8900-PRINT-TITLE                                    CNB25900
064000     PERFORM P1200-LOAD-POINTS                                    CNB25900
064100             VARYING WS-AP-SUB FROM 1 BY 1                        CNB25900
064200             UNTIL WS-AP-SUB > WS-AP-COUNT                        CNB25900
064300     MOVE SPACES                   TO RPT-LINE                    CNB25900
064400     WRITE RPT-LINE                                               CNB25900
064500     MOVE 'POLICY STEPS (CNTL AT)' TO TTL-TEXT                    CNB25900
064600     PERFORM P8900-PRINT-TITLE                                    CNB25900
064700     MOVE ZEROS                    TO WS-OLDEST-SERIAL            CNB25900
064800     PERFORM P1300-LOAD-STEP                                      CNB25900
064900             VARYING WS-AT-SUB FROM 1 BY 1                        CNB25900
065000             UNTIL WS-AT-SUB > WS-AT-COUNT                        CNB25900
065100     IF WS-OLDEST-SERIAL < 365                                    CNB25900
065200        MOVE 365                   TO WS-OLDEST-SERIAL            CNB25900
065300     END-IF                                                       CNB25900
065400     COMPUTE WS-OLDEST-SERIAL = WS-RUN-SERIAL - WS-OLDEST-SERIAL  CNB25900
065500     PERFORM P1400-LOAD-HOLIDAYS                                  CNB25900
065600     MOVE SPACES                   TO RPT-LINE                    CNB25900
065700     WRITE RPT-LINE                                               CNB25900
065800     MOVE 'STEPS REACHED - STEP RECORD AND LETTER WRITTEN'        CNB25900
065900                                   TO TTL-TEXT                    CNB25900
066000     PERFORM P8900-PRINT-TITLE                                    CNB25900
066100     WRITE RPT-LINE FROM WS-ST-HDR-LINE                           CNB25900
066200     INITIALIZE WS-TOTAL-EVENTS                                   CNB25900
066300     PERFORM P1050-VERIFY-JHIST-HDR                               CNB25900
066400     PERFORM P2010-READ-JHIST.                                    CNB25900
066500*                                                                 CNB25900
066600 P1050-VERIFY-JHIST-HDR.                                          CNB25900
066700     MOVE 'JHISTSEQ'               TO XPCT-EXTRACT-ID             CNB25900
066800     MOVE 200                      TO XPCT-RECORD-LGTH            CNB25900
066900     READ JHIST-FILE INTO WS-XHDR                                 CNB25900
067000          AT END                                                  CNB25900
067100             PERFORM P1090-LAYOUT-MISMATCH                        CNB25900
067200     END-READ                                                     CNB25900
067300     IF NOT XHDR-PRESENT                                          CNB25900
067400        PERFORM P1090-LAYOUT-MISMATCH                             CNB25900
067500     END-IF                                                       CNB25900
067600     IF XHDR-EXTRACT-ID NOT = XPCT-EXTRACT-ID                     CNB25900
067700        OR XHDR-RECORD-LGTH NOT = XPCT-RECORD-LGTH                CNB25900
067800        OR XHDR-FIELD-MAP-VER NOT = XPCT-FIELD-MAP-VER            CNB25900
067900        PERFORM P1090-LAYOUT-MISMATCH                             CNB25900
068000     END-IF.                                                      CNB25900
068100*                                                                 CNB25900
068200 P1090-LAYOUT-MISMATCH.                                           CNB25900
068300     MOVE SPACES                   TO RPT-LINE                    CNB25900
068400     STRING 'EXTRACT LAYOUT MISMATCH ON '                         CNB25900
068500            XPCT-EXTRACT-ID                                       CNB25900
068600            ' - RUN ABORTED'                                      CNB25900
068700            DELIMITED BY SIZE INTO RPT-LINE                       CNB25900
068800     WRITE RPT-LINE                                               CNB25900
068900     DISPLAY 'CNB259 EXTRACT LAYOUT MISMATCH ON '                 CNB25900
069000             XPCT-EXTRACT-ID                                      CNB25900
069100     MOVE 16 TO RETURN-CODE                                       CNB25900
069200     GOBACK.                                                      CNB25900
069300*                                                                 CNB25900
069400*    ONE EVENT'S POINTS FROM CNTL AP, ELSE THE DEFAULT            CNB25900
069500*                                                                 CNB25900
069600 P1200-LOAD-POINTS.                                               CNB25900
069700     MOVE 'DEF'                    TO WS-AP-SOURCE (WS-AP-SUB)    CNB25900
069800     MOVE 'AP'                     TO CN-FAMILY                   CNB25900
069900     MOVE WS-AP-CODE (WS-AP-SUB)   TO CN-IDENT                    CNB25900
070000     PERFORM P1500-READ-CNTL                                      CNB25900
070100     IF WS-CNTL-OK AND CN-AP-POINTS NUMERIC                       CNB25900
070200        MOVE CN-AP-POINTS          TO WS-AP-POINTS (WS-AP-SUB)    CNB25900
070300        MOVE 'CNT'                 TO WS-AP-SOURCE (WS-AP-SUB)    CNB25900
070400        IF CN-AP-GRACE NUMERIC                                    CNB25900
070500           MOVE CN-AP-GRACE        TO WS-AP-GRACE (WS-AP-SUB)     CNB25900
070600        END-IF                                                    CNB25900
070700     END-IF                                                       CNB25900
070800     MOVE WS-AP-CODE (WS-AP-SUB)   TO APL-CODE                    CNB25900
070900     MOVE WS-AP-DESC (WS-AP-SUB)   TO APL-DESC                    CNB25900
071000     MOVE WS-AP-POINTS (WS-AP-SUB) TO APL-POINTS                  CNB25900
071100     MOVE SPACES                   TO APL-GRACE                   CNB25900
071200     IF WS-AP-SUB = WS-AP-LATE                                    CNB25900
071300        STRING 'GRACE ' WS-AP-GRACE (WS-AP-SUB) ' MINUTES'        CNB25900
071400               DELIMITED BY SIZE INTO APL-GRACE                   CNB25900
071500     END-IF                                                       CNB25900
071600     IF WS-AP-SOURCE (WS-AP-SUB) = 'CNT'                          CNB25900
071700        MOVE 'FROM CNTL'           TO APL-SOURCE                  CNB25900
071800     ELSE                                                         CNB25900
071900        MOVE '(DEFAULT)'           TO APL-SOURCE                  CNB25900
072000     END-IF                                                       CNB25900
072100     WRITE RPT-LINE FROM WS-AP-LINE.                              CNB25900
072200*                                                                 CNB25900
072300 P1300-LOAD-STEP.                                                 CNB25900
072400     MOVE 'DEF'                    TO WS-AT-SOURCE (WS-AT-SUB)    CNB25900
072500     MOVE 'AT'                     TO CN-FAMILY                   CNB25900
072600     MOVE WS-AT-SUB                TO WS-AT-IDENT-NBR             CNB25900
072700     MOVE WS-AT-IDENT              TO CN-IDENT                    CNB25900
072800     PERFORM P1500-READ-CNTL                                      CNB25900
072900     IF WS-CNTL-OK                                                CNB25900
073000        AND CN-AT-WINDOW NUMERIC                                  CNB25900
073100        AND CN-AT-THRESHOLD NUMERIC                               CNB25900
073200        MOVE CN-AT-WINDOW          TO WS-AT-WINDOW (WS-AT-SUB)    CNB25900
073300        MOVE CN-AT-THRESHOLD       TO WS-AT-THRESHOLD (WS-AT-SUB) CNB25900
073400        IF CN-AT-LETTER NOT = SPACES                              CNB25900
073500           MOVE CN-AT-LETTER       TO WS-AT-LETTER (WS-AT-SUB)    CNB25900
073600        END-IF                                                    CNB25900
073700        MOVE 'CNT'                 TO WS-AT-SOURCE (WS-AT-SUB)    CNB25900
073800     END-IF                                                       CNB25900
073900     IF WS-AT-WINDOW (WS-AT-SUB) > WS-OLDEST-SERIAL               CNB25900
074000        MOVE WS-AT-WINDOW (WS-AT-SUB) TO WS-OLDEST-SERIAL         CNB25900
074100     END-IF                                                       CNB25900
074200     MOVE WS-AT-SUB                TO ATL-STEP                    CNB25900
074300     MOVE WS-AT-THRESHOLD (WS-AT-SUB) TO ATL-THRESHOLD            CNB25900
074400     MOVE WS-AT-WINDOW (WS-AT-SUB) TO ATL-WINDOW                  CNB25900
074500     MOVE WS-AT-LETTER (WS-AT-SUB) TO ATL-LETTER                  CNB25900
074600     IF WS-AT-SOURCE (WS-AT-SUB) = 'CNT'                          CNB25900
074700        MOVE 'FROM CNTL'           TO ATL-SOURCE                  CNB25900
074800     ELSE                                                         CNB25900
074900        MOVE '(DEFAULT)'           TO ATL-SOURCE                  CNB25900
075000     END-IF                                                       CNB25900
075100     WRITE RPT-LINE FROM WS-AT-LINE.                              CNB25900
075200*                                                                 CNB25900
075300*    EVERY CNTL HD RECORD, AS A CCYYMMDD RANGE                    CNB25900
075400*                                                                 CNB25900
075500 P1400-LOAD-HOLIDAYS.                                             CNB25900
075600     MOVE LOW-VALUES               TO CN-KEY                      CNB25900
075700     MOVE 'HD'                     TO CN-FAMILY                   CNB25900
075800     START CNTL-FILE KEY NOT < CN-KEY                             CNB25900
075900     IF WS-CNTL-OK                                                CNB25900
076000        PERFORM P1410-NEXT-HOLIDAY UNTIL WS-EOF-CNTL              CNB25900
076100     END-IF.                                                      CNB25900
076200*                                                                 CNB25900
076300 P1410-NEXT-HOLIDAY.                                              CNB25900
076400     READ CNTL-FILE NEXT                                          CNB25900
076500          AT END                                                  CNB25900
076600             SET WS-EOF-CNTL TO TRUE                              CNB25900
076700     END-READ                                                     CNB25900
076800     IF NOT WS-EOF-CNTL                                           CNB25900
076900        IF CN-FAMILY NOT = 'HD'                                   CNB25900
077000           SET WS-EOF-CNTL TO TRUE                                CNB25900
077100        ELSE                                                      CNB25900
077200           IF CN-HD-FROM NUMERIC AND CN-HD-TO NUMERIC             CNB25900
077300              AND WS-HD-COUNT < WS-HD-MAX                         CNB25900
077400              ADD 1 TO WS-HD-COUNT                                CNB25900
077500              MOVE '20'            TO WS-HD-FROM (WS-HD-COUNT)    CNB25900
077600              MOVE CN-HD-FROM      TO WS-HD-FROM (WS-HD-COUNT)    CNB25900
077700                                                 (3:6)            CNB25900
077800              MOVE '20'            TO WS-HD-TO (WS-HD-COUNT)      CNB25900
077900              MOVE CN-HD-TO        TO WS-HD-TO (WS-HD-COUNT) (3:6)CNB25900
078000           END-IF                                                 CNB25900
078100        END-IF                                                    CNB25900
078200     END-IF.                                                      CNB25900
078300*                                                                 CNB25900
078400 P1500-READ-CNTL.                                                 CNB25900
078500     READ CNTL-FILE                                               CNB25900
078600     IF NOT WS-CNTL-OK AND NOT WS-CNTL-NOTFND                     CNB25900
078700        MOVE 'P1500-READ-CNTL'     TO WS-ABEND-PARAGRAPH          CNB25900
078800        MOVE WS-CNTL-STATUS        TO WS-ABEND-STATUS             CNB25900
078900        PERFORM P9999-GOT-PROBLEM                                 CNB25900
079000     END-IF.                                                      CNB25900
079100*                                                                 CNB25900
079200*    STATUS-CHANGE HISTORY, EMPLOYEE BY EMPLOYEE.  EACH COUNTED   CNB25900
079300*    LAYOFF IS AN EVENT ON ITS OWN DATE; A MARKUP PAST THE DUE-   CNB25900
079400*    BACK OF THE LAYOFF BEFORE IT IS A LATE MARKUP.               CNB25900
079500*                                                                 CNB25900
079600 P2000-READ-HISTORY.                                              CNB25900
079700     ADD 1 TO WS-JH-READ-COUNT                                    CNB25900
079800     IF JHIST-STATUS-FUN                                          CNB25900
079900        IF JHIST-EMP-NBR NOT = WS-HIST-EMP                        CNB25900
080000           IF WS-HIST-EMP NOT = SPACES                            CNB25900
080100              PERFORM P2900-END-EMPLOYEE THRU P2900-EXIT          CNB25900
080200           END-IF                                                 CNB25900
080300           MOVE JHIST-EMP-NBR      TO WS-HIST-EMP                 CNB25900
080400           MOVE ZEROS              TO WS-EV-COUNT                 CNB25900
080500           MOVE SPACES             TO WS-DUE-BACK                 CNB25900
080600        END-IF                                                    CNB25900
080700        MOVE JHIST-EFF-DATE-TIME (1:8) TO WS-EVENT-DATE           CNB25900
080800        IF JHIST-LAYOFF                                           CNB25900
080900           PERFORM P2100-LAYOFF                                   CNB25900
081000        END-IF                                                    CNB25900
081100        IF JHIST-MARKUP                                           CNB25900
081200           PERFORM P2200-MARKUP                                   CNB25900
081300        END-IF                                                    CNB25900
081400     END-IF                                                       CNB25900
081500     PERFORM P2010-READ-JHIST.                                    CNB25900
081600*                                                                 CNB25900
081700 P2010-READ-JHIST.                                                CNB25900
081800     READ JHIST-FILE                                              CNB25900
081900          AT END                                                  CNB25900
082000             SET WS-EOF-JHIST TO TRUE                             CNB25900
082100     END-READ.                                                    CNB25900
082200*                                                                 CNB25900
082300 P2100-LAYOFF.                                                    CNB25900
082400     MOVE SPACES                   TO WS-DUE-BACK                 CNB25900
082500     IF JHIST-DUE-BACK NUMERIC                                    CNB25900
082600        MOVE JHIST-DUE-BACK        TO WS-DUE-BACK                 CNB25900
082700     END-IF                                                       CNB25900
082800     MOVE ZEROS                    TO WS-EVENT-AP                 CNB25900
082900     EVALUATE JHIST-STATUS-CODE (1:1)                             CNB25900
083000        WHEN 'S'                                                  CNB25900
083100             PERFORM P2110-SICK-DAY                               CNB25900
083200        WHEN 'O'                                                  CNB25900
083300             MOVE WS-AP-PBUS       TO WS-EVENT-AP                 CNB25900
083400        WHEN 'K'                                                  CNB25900
083500             MOVE WS-AP-AWOL       TO WS-EVENT-AP                 CNB25900
083600        WHEN OTHER                                                CNB25900
083700             CONTINUE                                             CNB25900
083800     END-EVALUATE                                                 CNB25900
083900     IF WS-EVENT-AP > ZEROS                                       CNB25900
084000        PERFORM P2300-ADD-EVENT                                   CNB25900
084100     END-IF.                                                      CNB25900
084200*                                                                 CNB25900
084300*    SICK COUNTS ONLY ON A HOLIDAY OR A SATURDAY / SUNDAY         CNB25900
084400*                                                                 CNB25900
084500 P2110-SICK-DAY.                                                  CNB25900
084600     MOVE 'N'                      TO WS-HD-FOUND-SW              CNB25900
084700     PERFORM P2120-CHECK-HOLIDAY                                  CNB25900
084800             VARYING WS-HD-SUB FROM 1 BY 1                        CNB25900
084900             UNTIL WS-HD-SUB > WS-HD-COUNT                        CNB25900
085000                OR WS-HD-FOUND                                    CNB25900
085100     IF WS-HD-FOUND                                               CNB25900
085200        MOVE WS-AP-SKHD            TO WS-EVENT-AP                 CNB25900
085300     ELSE                                                         CNB25900
085400        MOVE WS-EVENT-DATE         TO WS-SERIAL-DATE-X            CNB25900
085500        PERFORM P7000-DATE-TO-SERIAL                              CNB25900
085600        DIVIDE 7 INTO WS-SERIAL-RESULT                            CNB25900
085700               GIVING WS-DOW-QUOT                                 CNB25900
085800               REMAINDER WS-DOW                                   CNB25900
085900*       SERIAL + 5 MOD 7 IS THE DAY OF THE WEEK, 0 = SUNDAY:      CNB25900
086000        ADD 5 TO WS-DOW                                           CNB25900
086100        IF WS-DOW > 6                                             CNB25900
086200           SUBTRACT 7 FROM WS-DOW                                 CNB25900
086300        END-IF                                                    CNB25900
086400        IF WS-DOW = 0 OR WS-DOW = 6                               CNB25900
086500           MOVE WS-AP-SKWE         TO WS-EVENT-AP                 CNB25900
086600        END-IF                                                    CNB25900
086700     END-IF.                                                      CNB25900
086800*                                                                 CNB25900
086900 P2120-CHECK-HOLIDAY.                                             CNB25900
087000     IF WS-EVENT-DATE NOT < WS-HD-FROM (WS-HD-SUB)                CNB25900
087100        AND WS-EVENT-DATE NOT > WS-HD-TO (WS-HD-SUB)              CNB25900
087200        SET WS-HD-FOUND TO TRUE                                   CNB25900
087300     END-IF.                                                      CNB25900
087400*                                                                 CNB25900
087500 P2200-MARKUP.                                                    CNB25900
087600     IF WS-DUE-BACK NOT = SPACES                                  CNB25900
087700        MOVE WS-DUE-BACK           TO WS-STAMP                    CNB25900
087800        PERFORM P7100-STAMP-MINUTES                               CNB25900
087900        COMPUTE WS-DUE-BACK-MINS = WS-STAMP-MINS                  CNB25900
088000                                 + WS-AP-GRACE (WS-AP-LATE)       CNB25900
088100        MOVE JHIST-EFF-DATE-TIME (1:12) TO WS-STAMP               CNB25900
088200        PERFORM P7100-STAMP-MINUTES                               CNB25900
088300        IF WS-STAMP-MINS > WS-DUE-BACK-MINS                       CNB25900
088400           MOVE WS-AP-LATE         TO WS-EVENT-AP                 CNB25900
088500           PERFORM P2300-ADD-EVENT                                CNB25900
088600        END-IF                                                    CNB25900
088700     END-IF                                                       CNB25900
088800     MOVE SPACES                   TO WS-DUE-BACK.                CNB25900
088900*                                                                 CNB25900
089000*    EVENTS OLDER THAN THE LONGEST WINDOW ARE NOT HELD            CNB25900
089100*                                                                 CNB25900
089200 P2300-ADD-EVENT.                                                 CNB25900
089300     MOVE WS-EVENT-DATE            TO WS-SERIAL-DATE-X            CNB25900
089400     PERFORM P7000-DATE-TO-SERIAL                                 CNB25900
089500     IF WS-SERIAL-RESULT > WS-OLDEST-SERIAL                       CNB25900
089600        AND WS-SERIAL-RESULT NOT > WS-RUN-SERIAL                  CNB25900
089700        AND WS-AP-POINTS (WS-EVENT-AP) > ZEROS                    CNB25900
089800        IF WS-EV-COUNT < WS-EV-MAX                                CNB25900
089900           ADD 1 TO WS-EV-COUNT                                   CNB25900
090000           MOVE WS-EVENT-DATE      TO WS-EV-DATE (WS-EV-COUNT)    CNB25900
090100           MOVE WS-SERIAL-RESULT   TO WS-EV-SERIAL (WS-EV-COUNT)  CNB25900
090200           MOVE WS-EVENT-AP        TO WS-EV-AP (WS-EV-COUNT)      CNB25900
090300           MOVE WS-AP-POINTS (WS-EVENT-AP)                        CNB25900
090400                                   TO WS-EV-POINTS (WS-EV-COUNT)  CNB25900
090500        ELSE                                                      CNB25900
090600           ADD 1 TO WS-EV-LOST-COUNT                              CNB25900
090700        END-IF                                                    CNB25900
090800     END-IF.                                                      CNB25900
090900*                                                                 CNB25900
091000*    THE EMPLOYEE'S POINTS, STEP AND SCORE RECORD                 CNB25900
091100*                                                                 CNB25900
091200 P2900-END-EMPLOYEE.                                              CNB25900
091300     IF WS-EV-COUNT = ZEROS                                       CNB25900
091400        GO TO P2900-EXIT                                          CNB25900
091500     END-IF                                                       CNB25900
091600     MOVE 90                       TO WS-WINDOW-START             CNB25900
091700     PERFORM P2910-WINDOW-POINTS                                  CNB25900
091800     MOVE WS-WINDOW-POINTS         TO WS-POINTS-90                CNB25900
091900     MOVE 365                      TO WS-WINDOW-START             CNB25900
092000     PERFORM P2910-WINDOW-POINTS                                  CNB25900
092100     MOVE WS-WINDOW-POINTS         TO WS-POINTS-365               CNB25900
092200     IF WS-POINTS-365 = ZEROS AND WS-POINTS-90 = ZEROS            CNB25900
092300        GO TO P2900-EXIT                                          CNB25900
092400     END-IF                                                       CNB25900
092500     ADD 1 TO WS-EMP-COUNT                                        CNB25900
092600     INITIALIZE WS-EVENT-COUNTS                                   CNB25900
092700     PERFORM P2930-COUNT-EVENT                                    CNB25900
092800             VARYING WS-EV-SUB FROM 1 BY 1                        CNB25900
092900             UNTIL WS-EV-SUB > WS-EV-COUNT                        CNB25900
093000     MOVE ZEROS                    TO WS-STEP                     CNB25900
093100     PERFORM P2920-CHECK-STEP                                     CNB25900
093200             VARYING WS-AT-SUB FROM 1 BY 1                        CNB25900
093300             UNTIL WS-AT-SUB > WS-AT-COUNT                        CNB25900
093400     PERFORM P3000-LAST-STEP                                      CNB25900
093500     PERFORM P3100-GET-EMPLOYEE                                   CNB25900
093600     IF WS-STEP > WS-LAST-STEP                                    CNB25900
093700        PERFORM P3200-ISSUE-STEP THRU P3200-EXIT                  CNB25900
093800     END-IF                                                       CNB25900
093900     PERFORM P3300-WRITE-SCORE.                                   CNB25900
094000 P2900-EXIT.                                                      CNB25900
094100     EXIT.                                                        CNB25900
094200*                                                                 CNB25900
094300*    POINTS IN THE WS-WINDOW-START DAYS ENDING ON THE RUN DATE    CNB25900
094400*                                                                 CNB25900
094500 P2910-WINDOW-POINTS.                                             CNB25900
094600     COMPUTE WS-WINDOW-START = WS-RUN-SERIAL - WS-WINDOW-START    CNB25900
094700     MOVE ZEROS                    TO WS-WINDOW-POINTS            CNB25900
094800     PERFORM P2911-ADD-POINTS                                     CNB25900
094900             VARYING WS-EV-SUB FROM 1 BY 1                        CNB25900
095000             UNTIL WS-EV-SUB > WS-EV-COUNT.                       CNB25900
095100*                                                                 CNB25900
095200 P2911-ADD-POINTS.                                                CNB25900
095300     IF WS-EV-SERIAL (WS-EV-SUB) > WS-WINDOW-START                CNB25900
095400        AND WS-WINDOW-POINTS < 900                                CNB25900
095500        ADD WS-EV-POINTS (WS-EV-SUB) TO WS-WINDOW-POINTS          CNB25900
095600     END-IF.                                                      CNB25900
095700*                                                                 CNB25900
095800 P2920-CHECK-STEP.                                                CNB25900
095900     MOVE WS-AT-WINDOW (WS-AT-SUB) TO WS-WINDOW-START             CNB25900
096000     PERFORM P2910-WINDOW-POINTS                                  CNB25900
096100     IF WS-AT-THRESHOLD (WS-AT-SUB) > ZEROS                       CNB25900
096200        AND WS-WINDOW-POINTS NOT < WS-AT-THRESHOLD (WS-AT-SUB)    CNB25900
096300        MOVE WS-AT-SUB             TO WS-STEP                     CNB25900
096400        MOVE WS-WINDOW-POINTS      TO WS-STEP-POINTS              CNB25900
096500     END-IF.                                                      CNB25900
096600*                                                                 CNB25900
096700 P2930-COUNT-EVENT.                                               CNB25900
096800     IF WS-EV-SERIAL (WS-EV-SUB) > WS-RUN-SERIAL - 365            CNB25900
096900        MOVE WS-EV-AP (WS-EV-SUB)  TO WS-EVENT-AP                 CNB25900
097000        ADD 1 TO WS-EVENT-COUNT (WS-EVENT-AP)                     CNB25900
097100        ADD 1 TO WS-TOTAL-EVENT (WS-EVENT-AP)                     CNB25900
097200     END-IF.                                                      CNB25900
097300*                                                                 CNB25900
097400*    THE HIGHEST STEP ISSUED IN THE LAST 365 DAYS                 CNB25900
097500*                                                                 CNB25900
097600 P3000-LAST-STEP.                                                 CNB25900
097700     MOVE ZEROS                    TO WS-LAST-STEP                CNB25900
097800     MOVE SPACES                   TO WS-LAST-STEP-DATE           CNB25900
097900     MOVE 'N'                      TO WS-STEP-EOF-SW              CNB25900
098000     MOVE WS-HIST-EMP              TO AS-EMP-NBR                  CNB25900
098100     MOVE LOW-VALUES               TO AS-STEP-DATE                CNB25900
098200     MOVE ZEROS                    TO AS-STEP                     CNB25900
098300     START STEP-FILE KEY NOT < AS-KEY                             CNB25900
098400     IF WS-STEP-OK                                                CNB25900
098500        PERFORM P3010-NEXT-STEP UNTIL WS-EOF-STEP                 CNB25900
098600     ELSE                                                         CNB25900
098700        IF NOT WS-STEP-NOTFND                                     CNB25900
098800           MOVE 'P3000-START-STEP' TO WS-ABEND-PARAGRAPH          CNB25900
098900           MOVE WS-STEP-STATUS     TO WS-ABEND-STATUS             CNB25900
099000           PERFORM P9999-GOT-PROBLEM                              CNB25900
099100        END-IF                                                    CNB25900
099200     END-IF.                                                      CNB25900
099300*                                                                 CNB25900
099400 P3010-NEXT-STEP.                                                 CNB25900
099500     READ STEP-FILE NEXT                                          CNB25900
099600          AT END                                                  CNB25900
099700             SET WS-EOF-STEP TO TRUE                              CNB25900
099800     END-READ                                                     CNB25900
099900     IF NOT WS-EOF-STEP                                           CNB25900
100000        IF AS-EMP-NBR NOT = WS-HIST-EMP                           CNB25900
100100           SET WS-EOF-STEP TO TRUE                                CNB25900
100200        ELSE                                                      CNB25900
100300           MOVE AS-STEP-DATE       TO WS-SERIAL-DATE-X            CNB25900
100400           PERFORM P7000-DATE-TO-SERIAL                           CNB25900
100500           IF WS-SERIAL-RESULT > WS-RUN-SERIAL - 365              CNB25900
100600              AND AS-STEP NOT < WS-LAST-STEP                      CNB25900
100700              MOVE AS-STEP         TO WS-LAST-STEP                CNB25900
100800              MOVE AS-STEP-DATE    TO WS-LAST-STEP-DATE           CNB25900
100900           END-IF                                                 CNB25900
101000        END-IF                                                    CNB25900
101100     END-IF.                                                      CNB25900
101200*                                                                 CNB25900
101300 P3100-GET-EMPLOYEE.                                              CNB25900
101400     MOVE 'N'                      TO WS-MSTR-FOUND-SW            CNB25900
101500     MOVE SPACES                   TO WS-MSTR                     CNB25900
101600     MOVE WS-HIST-EMP              TO MIO-EMP-NBR                 CNB25900
101700     READ MSTR-FILE KEY IS MIO-EMP-NBR                            CNB25900
101800     IF NOT WS-MSTRF-OK AND NOT WS-MSTRF-NOTFND                   CNB25900
101900        MOVE 'P3100-RD-MSTR'       TO WS-ABEND-PARAGRAPH          CNB25900
102000        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB25900
102100        PERFORM P9999-GOT-PROBLEM                                 CNB25900
102200     END-IF                                                       CNB25900
102300     IF WS-MSTRF-OK                                               CNB25900
102400        MOVE MIO-RECORD            TO WS-MSTR                     CNB25900
102500        SET WS-MSTR-FOUND TO TRUE                                 CNB25900
102600     ELSE                                                         CNB25900
102700        ADD 1 TO WS-NOMSTR-COUNT                                  CNB25900
102800        MOVE '(NOT ON MASTER)'     TO EMP-NAME                    CNB25900
102900     END-IF.                                                      CNB25900
103000*                                                                 CNB25900
103100*    A NEW STEP - THE STEP RECORD, THE LETTER AND THE REPORT LINE CNB25900
103200*                                                                 CNB25900
103300 P3200-ISSUE-STEP.                                                CNB25900
103400     MOVE SPACES                   TO AS-RECORD                   CNB25900
103500     MOVE WS-HIST-EMP              TO AS-EMP-NBR                  CNB25900
103600     MOVE WS-RUN-DATE              TO AS-STEP-DATE                CNB25900
103700     MOVE WS-STEP                  TO AS-STEP                     CNB25900
103800     MOVE WS-AT-LETTER (WS-STEP)   TO AS-LETTER                   CNB25900
103900     MOVE WS-AT-WINDOW (WS-STEP)   TO AS-WINDOW                   CNB25900
104000     MOVE WS-AT-THRESHOLD (WS-STEP) TO AS-THRESHOLD               CNB25900
104100     MOVE WS-STEP-POINTS           TO AS-POINTS                   CNB25900
104200     MOVE EMP-NAME                 TO AS-EMP-NAME                 CNB25900
104300     MOVE DIST                     TO AS-DIST                     CNB25900
104400     MOVE SUB-DIST                 TO AS-SDIST                    CNB25900
104500     MOVE CRAFT                    TO AS-CRAFT                    CNB25900
104600     MOVE WS-RUN-DATE-TIME         TO AS-RUN-DATE-TIME            CNB25900
104700     WRITE AS-RECORD                                              CNB25900
104800     IF WS-STEP-DUP                                               CNB25900
104900        GO TO P3200-EXIT                                          CNB25900
105000     END-IF                                                       CNB25900
105100     IF NOT WS-STEP-OK                                            CNB25900
105200        MOVE 'P3200-WR-STEP'       TO WS-ABEND-PARAGRAPH          CNB25900
105300        MOVE WS-STEP-STATUS        TO WS-ABEND-STATUS             CNB25900
105400        PERFORM P9999-GOT-PROBLEM                                 CNB25900
105500     END-IF                                                       CNB25900
105600     ADD 1 TO WS-STEP-COUNT                                       CNB25900
105700     MOVE WS-STEP                  TO WS-LAST-STEP                CNB25900
105800     MOVE WS-RUN-DATE              TO WS-LAST-STEP-DATE           CNB25900
105900     PERFORM P4000-WRITE-LETTER                                   CNB25900
106000     MOVE WS-HIST-EMP              TO STL-EMP-NBR                 CNB25900
106100     MOVE EMP-NAME                 TO STL-EMP-NAME                CNB25900
106200     MOVE DIST                     TO STL-DIST                    CNB25900
106300     MOVE SUB-DIST                 TO STL-SDIST                   CNB25900
106400     MOVE CRAFT                    TO STL-CRAFT                   CNB25900
106500     MOVE WS-STEP                  TO STL-STEP                    CNB25900
106600     MOVE WS-AT-LETTER (WS-STEP)   TO STL-LETTER                  CNB25900
106700     MOVE WS-STEP-POINTS           TO STL-POINTS                  CNB25900
106800     MOVE WS-AT-WINDOW (WS-STEP)   TO STL-WINDOW                  CNB25900
106900     MOVE WS-POINTS-90             TO STL-POINTS-90               CNB25900
107000     MOVE WS-POINTS-365            TO STL-POINTS-365              CNB25900
107100     MOVE SPACES                   TO STL-NOTE                    CNB25900
107200     IF NOT WS-MSTR-FOUND                                         CNB25900
107300        MOVE '  NOT ON MASTER'     TO STL-NOTE                    CNB25900
107400     END-IF                                                       CNB25900
107500     WRITE RPT-LINE FROM WS-ST-LINE.                              CNB25900
107600 P3200-EXIT.                                                      CNB25900
107700     EXIT.                                                        CNB25900
107800*                                                                 CNB25900
107900 P3300-WRITE-SCORE.                                               CNB25900
108000     MOVE SPACES                   TO SC-RECORD                   CNB25900
108100     MOVE WS-HIST-EMP              TO SC-EMP-NBR                  CNB25900
108200     MOVE WS-RUN-DATE              TO SC-SCORE-DATE               CNB25900
108300     MOVE EMP-NAME                 TO SC-EMP-NAME                 CNB25900
108400     MOVE DIST                     TO SC-DIST                     CNB25900
108500     MOVE SUB-DIST                 TO SC-SDIST                    CNB25900
108600     MOVE CRAFT                    TO SC-CRAFT                    CNB25900
108700     MOVE WS-POINTS-90             TO SC-POINTS-90                CNB25900
108800     MOVE WS-POINTS-365            TO SC-POINTS-365               CNB25900
108900     MOVE WS-STEP                  TO SC-STEP                     CNB25900
109000     MOVE WS-LAST-STEP             TO SC-LAST-STEP                CNB25900
109100     MOVE WS-LAST-STEP-DATE        TO SC-LAST-STEP-DATE           CNB25900
109200     MOVE WS-EVENT-COUNTS          TO SC-EVENT-COUNTS             CNB25900
109300     WRITE SC-RECORD                                              CNB25900
109400     IF NOT WS-SCORE-OK                                           CNB25900
109500        MOVE 'P3300-WR-SCORE'      TO WS-ABEND-PARAGRAPH          CNB25900
109600        MOVE WS-SCORE-STATUS       TO WS-ABEND-STATUS             CNB25900
109700        PERFORM P9999-GOT-PROBLEM                                 CNB25900
109800     END-IF                                                       CNB25900
109900     ADD 1 TO WS-SCORE-COUNT.                                     CNB25900
110000*                                                                 CNB25900
110100*    ONE LETTER, ONE PAGE - THE STEP'S TEXT AND THE EVENTS THAT   CNB25900
110200*    COUNTED IN ITS WINDOW                                        CNB25900
110300*                                                                 CNB25900
110400 P4000-WRITE-LETTER.                                              CNB25900
110500     EVALUATE WS-AT-LETTER (WS-STEP)                              CNB25900
110600        WHEN 'CNSL'                                               CNB25900
110700             MOVE 1                TO WS-LT-SUB                   CNB25900
110800             MOVE 'ATTENDANCE COUNSELLING' TO WS-LTR-TITLE        CNB25900
110900        WHEN 'WARN'                                               CNB25900
111000             MOVE 2                TO WS-LT-SUB                   CNB25900
111100             MOVE 'ATTENDANCE WARNING' TO WS-LTR-TITLE            CNB25900
111200        WHEN 'FRML'                                               CNB25900
111300             MOVE 3                TO WS-LT-SUB                   CNB25900
111400             MOVE 'FORMAL ATTENDANCE NOTICE' TO WS-LTR-TITLE      CNB25900
111500        WHEN OTHER                                                CNB25900
111600             MOVE WS-STEP          TO WS-LT-SUB                   CNB25900
111700             MOVE 'ATTENDANCE POLICY NOTICE' TO WS-LTR-TITLE      CNB25900
111800     END-EVALUATE                                                 CNB25900
111900     MOVE SPACES                   TO LTR-LINE                    CNB25900
112000     STRING 'CREW MANAGEMENT - ' WS-LTR-TITLE                     CNB25900
112100            DELIMITED BY '  ' INTO LTR-LINE                       CNB25900
112200     WRITE LTR-LINE AFTER ADVANCING PAGE                          CNB25900
112300     MOVE SPACES                   TO LTR-LINE                    CNB25900
112400     STRING 'DATE:      ' WS-RUN-DATE                             CNB25900
112500            DELIMITED BY SIZE INTO LTR-LINE                       CNB25900
112600     WRITE LTR-LINE AFTER ADVANCING 2 LINES                       CNB25900
112700     MOVE SPACES                   TO LTR-LINE                    CNB25900
112800     STRING 'TO:        ' EMP-NAME                                CNB25900
112900            DELIMITED BY SIZE INTO LTR-LINE                       CNB25900
113000     WRITE LTR-LINE AFTER ADVANCING 2 LINES                       CNB25900
113100     MOVE SPACES                   TO LTR-LINE                    CNB25900
113200     STRING '           EMPLOYEE ' WS-HIST-EMP                    CNB25900
113300            '   BOARD ' DIST '/' SUB-DIST '/' CRAFT               CNB25900
113400            DELIMITED BY SIZE INTO LTR-LINE                       CNB25900
113500     WRITE LTR-LINE AFTER ADVANCING 1 LINE                        CNB25900
113600     MOVE SPACES                   TO LTR-LINE                    CNB25900
113700     MOVE WS-STEP                  TO ATL-STEP                    CNB25900
113800     STRING 'SUBJECT:   ATTENDANCE POLICY - STEP ' ATL-STEP       CNB25900
113900            DELIMITED BY SIZE INTO LTR-LINE                       CNB25900
114000     WRITE LTR-LINE AFTER ADVANCING 2 LINES                       CNB25900
114100     MOVE SPACES                   TO LTR-LINE                    CNB25900
114200     WRITE LTR-LINE AFTER ADVANCING 1 LINE                        CNB25900
114300     PERFORM P4100-LETTER-TEXT                                    CNB25900
114400             VARYING WS-LT-LINE-SUB FROM 1 BY 1                   CNB25900
114500             UNTIL WS-LT-LINE-SUB > 4                             CNB25900
114600     MOVE WS-AT-WINDOW (WS-STEP)   TO ATL-WINDOW                  CNB25900
114700     MOVE WS-AT-THRESHOLD (WS-STEP) TO ATL-THRESHOLD              CNB25900
114800     MOVE WS-STEP-POINTS           TO STL-POINTS                  CNB25900
114900     MOVE SPACES                   TO LTR-LINE                    CNB25900
115000     STRING 'YOUR RECORD SHOWS ' STL-POINTS ' POINTS IN THE LAST 'CNB25900
115100            ATL-WINDOW ' DAYS (STEP AT ' ATL-THRESHOLD '):'       CNB25900
115200            DELIMITED BY SIZE INTO LTR-LINE                       CNB25900
115300     WRITE LTR-LINE AFTER ADVANCING 2 LINES                       CNB25900
115400     MOVE SPACES                   TO LTR-LINE                    CNB25900
115500     WRITE LTR-LINE AFTER ADVANCING 1 LINE                        CNB25900
115600     COMPUTE WS-WINDOW-START = WS-RUN-SERIAL                      CNB25900
115700                             - WS-AT-WINDOW (WS-STEP)             CNB25900
115800     PERFORM P4200-LETTER-EVENT                                   CNB25900
115900             VARYING WS-EV-SUB FROM 1 BY 1                        CNB25900
116000             UNTIL WS-EV-SUB > WS-EV-COUNT                        CNB25900
116100     MOVE 'PLEASE SEE YOUR SUPERVISOR WITH ANY QUESTIONS ABOUT'   CNB25900
116200                                   TO LTR-LINE                    CNB25900
116300     WRITE LTR-LINE AFTER ADVANCING 2 LINES                       CNB25900
116400     MOVE 'THIS RECORD.'           TO LTR-LINE                    CNB25900
116500     WRITE LTR-LINE AFTER ADVANCING 1 LINE                        CNB25900
116600     MOVE 'CREW MANAGEMENT'        TO LTR-LINE                    CNB25900
116700     WRITE LTR-LINE AFTER ADVANCING 3 LINES                       CNB25900
116800     ADD 1 TO WS-LETTER-COUNT.                                    CNB25900
116900*                                                                 CNB25900
117000 P4100-LETTER-TEXT.                                               CNB25900
117100     MOVE WS-LT-TEXT (WS-LT-SUB WS-LT-LINE-SUB) TO LTR-LINE       CNB25900
117200     WRITE LTR-LINE AFTER ADVANCING 1 LINE.                       CNB25900
117300*                                                                 CNB25900
117400 P4200-LETTER-EVENT.                                              CNB25900
117500     IF WS-EV-SERIAL (WS-EV-SUB) > WS-WINDOW-START                CNB25900
117600        MOVE WS-EV-DATE (WS-EV-SUB) TO LTD-DATE                   CNB25900
117700        MOVE WS-EV-AP (WS-EV-SUB)  TO WS-EVENT-AP                 CNB25900
117800        MOVE WS-AP-DESC (WS-EVENT-AP) TO LTD-DESC                 CNB25900
117900        MOVE WS-EV-POINTS (WS-EV-SUB) TO LTD-POINTS               CNB25900
118000        WRITE LTR-LINE FROM WS-LTR-DETAIL                         CNB25900
118100              AFTER ADVANCING 1 LINE                              CNB25900
118200     END-IF.                                                      CNB25900
118300*                                                                 CNB25900
118400*    SCORECARD - THE BOARD'S SCORE RECORDS, BOARD THEN HIGHEST    CNB25900
118500*    365-DAY POINTS FIRST                                         CNB25900
118600*                                                                 CNB25900
118700 P5000-SCORECARD.                                                 CNB25900
118800     MOVE 'ATTENDANCE SCORECARD' TO TTL-TEXT                      CNB25900
118900     PERFORM P8900-PRINT-TITLE                                    CNB25900
119000     MOVE LOW-VALUES               TO SC-EMP-NBR                  CNB25900
119100     START SCORE-FILE KEY NOT < SC-EMP-NBR                        CNB25900
119200     IF WS-SCORE-OK                                               CNB25900
119300        PERFORM P5100-NEXT-SCORE UNTIL WS-EOF-SCORE               CNB25900
119400     END-IF                                                       CNB25900
119500     PERFORM P5200-PRINT-SCORE                                    CNB25900
119600             VARYING WS-SC-SUB FROM 1 BY 1                        CNB25900
119700             UNTIL WS-SC-SUB > WS-SC-COUNT                        CNB25900
119800     IF WS-SC-COUNT = ZEROS                                       CNB25900
119900        MOVE '  NO EMPLOYEE ON THE BOARD HAS POINTS'              CNB25900
120000                                   TO RPT-LINE                    CNB25900
120100        WRITE RPT-LINE                                            CNB25900
120200     END-IF.                                                      CNB25900
120300*                                                                 CNB25900
120400 P5100-NEXT-SCORE.                                                CNB25900
120500     READ SCORE-FILE NEXT                                         CNB25900
120600          AT END                                                  CNB25900
120700             SET WS-EOF-SCORE TO TRUE                             CNB25900
120800     END-READ                                                     CNB25900
120900     IF NOT WS-EOF-SCORE                                          CNB25900
121000        IF NOT WS-SCORE-OK                                        CNB25900
121100           MOVE 'P5100-READ-SCORE' TO WS-ABEND-PARAGRAPH          CNB25900
121200           MOVE WS-SCORE-STATUS    TO WS-ABEND-STATUS             CNB25900
121300           PERFORM P9999-GOT-PROBLEM                              CNB25900
121400        END-IF                                                    CNB25900
121500        IF SC-DIST = PARM-DIST                                    CNB25900
121600           AND (PARM-SDIST = SPACES OR SC-SDIST = PARM-SDIST)     CNB25900
121700           AND (PARM-CRAFT = SPACES OR SC-CRAFT = PARM-CRAFT)     CNB25900
121800           PERFORM P5110-INSERT-SCORE                             CNB25900
121900        END-IF                                                    CNB25900
122000     END-IF.                                                      CNB25900
122100*                                                                 CNB25900
122200 P5110-INSERT-SCORE.                                              CNB25900
122300     IF WS-SC-COUNT NOT < WS-SC-MAX                               CNB25900
122400        ADD 1 TO WS-SC-LOST-COUNT                                 CNB25900
122500     ELSE                                                         CNB25900
122600        MOVE SC-BOARD              TO WS-SC-NEW-BOARD             CNB25900
122700        COMPUTE WS-SC-NEW-INVERSE = 999 - SC-POINTS-365           CNB25900
122800        MOVE SC-EMP-NBR            TO WS-SC-NEW-EMP               CNB25900
122900        MOVE 1                     TO WS-SC-INS-AT                CNB25900
123000        PERFORM P5120-FIND-SLOT                                   CNB25900
123100                VARYING WS-SC-SUB FROM 1 BY 1                     CNB25900
123200                UNTIL WS-SC-SUB > WS-SC-COUNT                     CNB25900
123300        PERFORM P5130-SHIFT-SCORE                                 CNB25900
123400                VARYING WS-SC-SUB FROM WS-SC-COUNT BY -1          CNB25900
123500                UNTIL WS-SC-SUB < WS-SC-INS-AT                    CNB25900
123600        ADD 1 TO WS-SC-COUNT                                      CNB25900
123700        MOVE WS-SC-NEW-KEY         TO WS-SC-KEY (WS-SC-INS-AT)    CNB25900
123800        MOVE SC-RECORD             TO WS-SC-DATA (WS-SC-INS-AT)   CNB25900
123900     END-IF.                                                      CNB25900
124000*                                                                 CNB25900
124100 P5120-FIND-SLOT.                                                 CNB25900
124200     IF WS-SC-KEY (WS-SC-SUB) NOT > WS-SC-NEW-KEY                 CNB25900
124300        COMPUTE WS-SC-INS-AT = WS-SC-SUB + 1                      CNB25900
124400     END-IF.                                                      CNB25900
124500*                                                                 CNB25900
124600 P5130-SHIFT-SCORE.                                               CNB25900
124700     COMPUTE WS-SC-SUB2 = WS-SC-SUB + 1                           CNB25900
124800     MOVE WS-SC-ENTRY (WS-SC-SUB)  TO WS-SC-ENTRY (WS-SC-SUB2).   CNB25900
124900*                                                                 CNB25900
125000 P5200-PRINT-SCORE.                                               CNB25900
125100     MOVE WS-SC-DATA (WS-SC-SUB)   TO SC-RECORD                   CNB25900
125200     IF SC-BOARD NOT = WS-SC-LAST-BOARD                           CNB25900
125300        MOVE SC-BOARD              TO WS-SC-LAST-BOARD            CNB25900
125400        MOVE SPACES                TO RPT-LINE                    CNB25900
125500        WRITE RPT-LINE                                            CNB25900
125600        MOVE SC-DIST               TO BRL-DIST                    CNB25900
125700        MOVE SC-SDIST              TO BRL-SDIST                   CNB25900
125800        MOVE SC-CRAFT              TO BRL-CRAFT                   CNB25900
125900        MOVE SC-SCORE-DATE         TO BRL-SCORE-DATE              CNB25900
126000        WRITE RPT-LINE FROM WS-BRD-LINE                           CNB25900
126100        WRITE RPT-LINE FROM WS-SCD-HDR-LINE                       CNB25900
126200     END-IF                                                       CNB25900
126300     MOVE SC-EMP-NBR               TO SCL-EMP-NBR                 CNB25900
126400     MOVE SC-EMP-NAME              TO SCL-EMP-NAME                CNB25900
126500     MOVE SC-POINTS-90             TO SCL-POINTS-90               CNB25900
126600     MOVE SC-POINTS-365            TO SCL-POINTS-365              CNB25900
126700     MOVE SC-STEP                  TO SCL-STEP                    CNB25900
126800     MOVE SC-LAST-STEP             TO SCL-LAST-STEP               CNB25900
126900     MOVE SC-LAST-STEP-DATE        TO SCL-LAST-STEP-DATE          CNB25900
127000     PERFORM P5210-FORMAT-COUNT                                   CNB25900
127100             VARYING WS-AP-SUB FROM 1 BY 1                        CNB25900
127200             UNTIL WS-AP-SUB > WS-AP-COUNT                        CNB25900
127300     WRITE RPT-LINE FROM WS-SCD-LINE.                             CNB25900
127400*                                                                 CNB25900
127500 P5210-FORMAT-COUNT.                                              CNB25900
127600     MOVE SPACES                   TO SCL-EVENT-COUNT (WS-AP-SUB) CNB25900
127700     MOVE SC-EVENT-COUNT (WS-AP-SUB) TO SCL-COUNT (WS-AP-SUB).    CNB25900
127800*                                                                 CNB25900
127900 P7000-DATE-TO-SERIAL.                                            CNB25900
128000     MOVE ZEROS                    TO WS-SERIAL-RESULT            CNB25900
128100     IF WS-SERIAL-DATE-X NUMERIC                                  CNB25900
128200        AND WS-SD-MM > 0 AND WS-SD-MM < 13                        CNB25900
128300        COMPUTE WS-SERIAL-RESULT =                                CNB25900
128400            (WS-SD-CCYY * 365) + WS-CDT-DAYS (WS-SD-MM)           CNB25900
128500          + WS-SD-DD                                              CNB25900
128600        DIVIDE WS-SD-CCYY BY 4                                    CNB25900
128700               GIVING WS-LEAP-QUOT                                CNB25900
128800               REMAINDER WS-LEAP-REM                              CNB25900
128900        ADD WS-LEAP-QUOT           TO WS-SERIAL-RESULT            CNB25900
129000        IF WS-LEAP-REM = ZEROS AND WS-SD-MM < 3                   CNB25900
129100           SUBTRACT 1 FROM WS-SERIAL-RESULT                       CNB25900
129200        END-IF                                                    CNB25900
129300     END-IF.                                                      CNB25900
129400*                                                                 CNB25900
129500*    CCYYMMDDHHMM IN WS-STAMP TO MINUTES                          CNB25900
129600*                                                                 CNB25900
129700 P7100-STAMP-MINUTES.                                             CNB25900
129800     MOVE WS-ST-DATE               TO WS-SERIAL-DATE-X            CNB25900
129900     PERFORM P7000-DATE-TO-SERIAL                                 CNB25900
130000     MOVE ZEROS                    TO WS-STAMP-MINS               CNB25900
130100     IF WS-ST-HH NUMERIC AND WS-ST-MN NUMERIC                     CNB25900
130200        COMPUTE WS-STAMP-MINS = (WS-SERIAL-RESULT * 1440)         CNB25900
130300                              + (WS-ST-HH * 60) + WS-ST-MN        CNB25900
130400     END-IF.                                                      CNB25900
130500*                                                                 CNB25900
130600 P8900-PRINT-TITLE.                                               CNB25900
130700     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB25900
130800     MOVE SPACES                   TO RPT-LINE                    CNB25900
130900     WRITE RPT-LINE.                                              CNB25900
131000*                                                                 CNB25900
131100 P9000-TERMINATE.                                                 CNB25900
131200     MOVE SPACES                   TO RPT-LINE                    CNB25900
131300     WRITE RPT-LINE                                               CNB25900
131400     IF WS-FUNC-SCORE                                             CNB25900
131500        MOVE 'HISTORY RECORDS READ ......' TO CNT-LABEL           CNB25900
131600        MOVE WS-JH-READ-COUNT      TO CNT-VALUE                   CNB25900
131700        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25900
131800        PERFORM P9100-PRINT-EVENT-TOTAL                           CNB25900
131900                VARYING WS-AP-SUB FROM 1 BY 1                     CNB25900
132000                UNTIL WS-AP-SUB > WS-AP-COUNT                     CNB25900
132100        MOVE 'EMPLOYEES WITH POINTS .....' TO CNT-LABEL           CNB25900
132200        MOVE WS-EMP-COUNT          TO CNT-VALUE                   CNB25900
132300        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25900
132400        MOVE '  NOT ON MASTER ...........' TO CNT-LABEL           CNB25900
132500        MOVE WS-NOMSTR-COUNT       TO CNT-VALUE                   CNB25900
132600        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25900
132700        MOVE 'SCORE RECORDS WRITTEN .....' TO CNT-LABEL           CNB25900
132800        MOVE WS-SCORE-COUNT        TO CNT-VALUE                   CNB25900
132900        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25900
133000        MOVE 'STEP RECORDS WRITTEN ......' TO CNT-LABEL           CNB25900
133100        MOVE WS-STEP-COUNT         TO CNT-VALUE                   CNB25900
133200        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25900
133300        MOVE 'LETTERS WRITTEN ...........' TO CNT-LABEL           CNB25900
133400        MOVE WS-LETTER-COUNT       TO CNT-VALUE                   CNB25900
133500        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25900
133600        IF WS-EV-LOST-COUNT > ZEROS                               CNB25900
133700           MOVE '** EVENTS NOT HELD ........' TO CNT-LABEL        CNB25900
133800           MOVE WS-EV-LOST-COUNT   TO CNT-VALUE                   CNB25900
133900           WRITE RPT-LINE FROM WS-CNT-LINE                        CNB25900
134000        END-IF                                                    CNB25900
134100        CLOSE JHIST-FILE                                          CNB25900
134200              CNTL-FILE                                           CNB25900
134300              MSTR-FILE                                           CNB25900
134400              STEP-FILE                                           CNB25900
134500              LTR-FILE                                            CNB25900
134600     ELSE                                                         CNB25900
134700        MOVE 'EMPLOYEES LISTED ..........' TO CNT-LABEL           CNB25900
134800        MOVE WS-SC-COUNT           TO CNT-VALUE                   CNB25900
134900        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25900
135000        IF WS-SC-LOST-COUNT > ZEROS                               CNB25900
135100           MOVE '** NOT LISTED - TABLE FULL ' TO CNT-LABEL        CNB25900
135200           MOVE WS-SC-LOST-COUNT   TO CNT-VALUE                   CNB25900
135300           WRITE RPT-LINE FROM WS-CNT-LINE                        CNB25900
135400        END-IF                                                    CNB25900
135500     END-IF                                                       CNB25900
135600     CLOSE SCORE-FILE                                             CNB25900
135700           RPT-FILE.                                              CNB25900
135800*                                                                 CNB25900
135900 P9100-PRINT-EVENT-TOTAL.                                         CNB25900
136000     MOVE SPACES                   TO CNT-LABEL                   CNB25900
136100     STRING '  ' WS-AP-DESC (WS-AP-SUB) ' ..'                     CNB25900
136200            DELIMITED BY SIZE INTO CNT-LABEL                      CNB25900
136300     MOVE WS-TOTAL-EVENT (WS-AP-SUB) TO CNT-VALUE                 CNB25900
136400     WRITE RPT-LINE FROM WS-CNT-LINE.                             CNB25900
136500*                                                                 CNB25900
136600 P9999-GOT-PROBLEM.                                               CNB25900
136700     MOVE 'CNB259'                 TO XE-PROGRAM                  CNB25900
136800     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB25900
136900     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB25900
137000     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB25900
137100     DISPLAY 'CNB259 ABEND IN ' WS-ABEND-PARAGRAPH                CNB25900
137200              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB25900
137300     MOVE 16 TO RETURN-CODE                                       CNB25900
137400     GOBACK.                                                      CNB25900
