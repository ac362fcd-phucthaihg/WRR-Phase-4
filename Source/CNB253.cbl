000100 IDENTIFICATION DIVISION.                                         CNB25300
000200 PROGRAM-ID. CNB253.                                              CNB25300
000300*AUTHOR.     JMC.                                                 CNB25300
000400*DATE-WRITTEN. 10/15/26.                                          CNB25300
000500*REMARKS.                                                         CNB25300
000600*    RETIREMENT ELIGIBILITY AND ATTRITION FORECAST BY BOARD.      CNB25300
000700*    HIRING AND TRAINING CLASSES TAKE A YEAR TO SET UP, SO        CNB25300
000800*    MANPOWER PLANNING NEEDS TO KNOW WELL AHEAD WHO CAN RETIRE    CNB25300
000900*    AND WHEN.  THIS QUARTERLY RUN READS THE CNB122 MSTRSEQ       CNB25300
001000*    EXTRACT (LAYOUT HEADER VALIDATED, DISTRICT / SUB-DISTRICT /  CNB25300
001100*    CRAFT ORDER) AND TAKES EACH EMPLOYEE'S BIRTH DATE AND DATE OFCNB25300
001200*    ENTRY FROM THE NIGHTLY MSTR2 UNLOAD (MSTR2UNL, EMPLOYEE      CNB25300
001300*    ORDER - THE SAME UNLOAD CNB252 READS).  THE PENSION RULES    CNB25300
001400*    COME FROM THE RETRULE CARDS - CRAFT (BLANK = EVERY CRAFT NOT CNB25300
001500*    CARDED ON ITS OWN), MINIMUM AGE, MINIMUM YEARS OF SERVICE    CNB25300
001600*    AND MINIMUM AGE-PLUS-SERVICE POINTS (ZERO = NOT USED), AND A CNB25300
001700*    DESCRIPTION.  WITH NO CARDS THE RULES ARE AGE 60 WITH 30     CNB25300
001800*    YEARS AND AGE 65 WITH 10 YEARS.  AN EMPLOYEE IS ELIGIBLE IN  CNB25300
001900*    THE FIRST MONTH ANY RULE THAT APPLIES TO THE CRAFT IS MET.   CNB25300
002000*    THE FORECAST RUNS FOR THE EIGHT QUARTERS AFTER THE QUARTER   CNB25300
002100*    OF THE RUN DATE; ANYONE ELIGIBLE BEFORE THEN IS COUNTED AS   CNB25300
002200*    ELIGIBLE NOW.  THE REPORT LISTS EVERY EMPLOYEE ELIGIBLE      CNB25300
002300*    WITHIN THE FORECAST BY BOARD WITH THE MONTH, QUARTER, AGE,   CNB25300
002400*    SERVICE AND RULE, THEN THE FORECAST GRID PER BOARD WITH      CNB25300
002500*    DISTRICT AND SYSTEM TOTALS - ON THE ROSTER, FURLOUGHED ('W'),CNB25300
002600*    ACTIVE, ELIGIBLE NOW, ELIGIBLE IN EACH QUARTER AND THE       CNB25300
002700*    PROJECTED ACTIVE HEADCOUNT AT THE END OF THE EIGHTH QUARTER, CNB25300
002800*    TAKING EVERY ELIGIBLE ACTIVE EMPLOYEE AS RETIRING IN THE     CNB25300
002900*    QUARTER OF ELIGIBILITY.  TERMINATED EMPLOYEES ('R') ARE NOT  CNB25300
003000*    COUNTED.  AN ACTIVE EMPLOYEE WITH NO MSTR2 RECORD OR AN      CNB25300
003100*    UNUSABLE DATE IS COUNTED ON THE ROSTER AND IN THE RUN        CNB25300
003200*    TOTALS BUT CANNOT BE FORECAST.                               CNB25300
003300*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB25300
003400*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB25300
003500*                                                                 CNB25300
003600*TBD  THE MSTR2 LAYOUT IS THE ONE CNB252 ASSUMES FROM THE FIELD   CNB25300
003700*NAMES CNP917 MOVES (MSTR2-BD-YR/MO/DY, MSTR2-DOE-YR/MO/DY);      CNB25300
003800*BOTH YEARS ARE TWO DIGITS AND THE CENTURY IS INFERRED FROM THE   CNB25300
003900*RUN DATE.  VERIFY AGAINST THE PRODUCTION WSMSTR2 COPYBOOK        CNB25300
004000*BEFORE NEXT COMPILE.                                             CNB25300
004100*                                                                 CNB25300
004200 ENVIRONMENT DIVISION.                                            CNB25300
004300 CONFIGURATION SECTION.                                           CNB25300
004400 SOURCE-COMPUTER.  IBM-370.                                       CNB25300
004500 OBJECT-COMPUTER.  IBM-370.                                       CNB25300
004600 INPUT-OUTPUT SECTION.                                            CNB25300
004700 FILE-CONTROL.                                                    CNB25300
004800     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB25300
004900            ORGANIZATION  SEQUENTIAL                              CNB25300
005000            FILE STATUS   WS-PARM-STATUS.                         CNB25300
005100     SELECT RULE-FILE    ASSIGN TO RETRULE                        CNB25300
005200            ORGANIZATION  SEQUENTIAL                              CNB25300
005300            FILE STATUS   WS-RULE-STATUS.                         CNB25300
005400     SELECT MSTR-FILE    ASSIGN TO MSTRSEQ                        CNB25300
005500            ORGANIZATION  SEQUENTIAL                              CNB25300
005600            FILE STATUS   WS-MSTR-STATUS.                         CNB25300
005700     SELECT MSTR2-FILE   ASSIGN TO MSTR2UNL                       CNB25300
005800            ORGANIZATION  SEQUENTIAL                              CNB25300
005900            FILE STATUS   WS-MSTR2-STATUS.                        CNB25300
006000     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB25300
006100            ORGANIZATION  LINE SEQUENTIAL                         CNB25300
006200            FILE STATUS   WS-RPT-STATUS.                          CNB25300
006300*                                                                 CNB25300
006400 DATA DIVISION.                                                   CNB25300
006500 FILE SECTION.                                                    CNB25300
006600 FD  PARM-FILE                                                    CNB25300
006700     RECORD CONTAINS 80 CHARACTERS.                               CNB25300
006800 01  WS-PARM-RECORD.                                              CNB25300
006900     05  PARM-FUNC                 PIC X(8).                      CNB25300
007000     05  PARM-DATE-TIME            PIC X(12).                     CNB25300
007100     05  FILLER                    PIC X(60).                     CNB25300
007200 FD  RULE-FILE                                                    CNB25300
007300     RECORD CONTAINS 80 CHARACTERS.                               CNB25300
007400 01  RR-RECORD.                                                   CNB25300
007500     05  RR-CRAFT                  PIC X(2).                      CNB25300
007600     05  RR-AGE                    PIC 9(2).                      CNB25300
007700     05  RR-SERVICE                PIC 9(2).                      CNB25300
007800     05  RR-POINTS                 PIC 9(3).                      CNB25300
007900     05  RR-DESC                   PIC X(20).                     CNB25300
008000     05  FILLER                    PIC X(51).                     CNB25300
008100 FD  MSTR-FILE                                                    CNB25300
008200     RECORD CONTAINS 500 CHARACTERS.                              CNB25300
008300 01  MSTR-RECORD                   PIC X(500).                    CNB25300
008400 FD  MSTR2-FILE                                                   CNB25300
008500     RECORD CONTAINS 300 CHARACTERS.                              CNB25300
008600 01  M2-RECORD.                                                   CNB25300
008700     05  M2-EMP-NBR                PIC X(9).                      CNB25300
008800     05  M2-EMP-SIN                PIC X(9).                      CNB25300
008900     05  M2-EMP-SSN                PIC X(9).                      CNB25300
009000     05  M2-BIRTH-DATE.                                           CNB25300
009100         10  M2-BD-YR              PIC X(2).                      CNB25300
009200         10  M2-BD-MO              PIC X(2).                      CNB25300
009300         10  M2-BD-DY              PIC X(2).                      CNB25300
009400     05  M2-ENTRY-DATE.                                           CNB25300
009500         10  M2-DOE-YR             PIC X(2).                      CNB25300
009600         10  M2-DOE-MO             PIC X(2).                      CNB25300
009700         10  M2-DOE-DY             PIC X(2).                      CNB25300
009800     05  M2-PHONE-NBR              PIC X(10).                     CNB25300
009900     05  FILLER                    PIC X(250).                    CNB25300
010000 FD  RPT-FILE                                                     CNB25300
010100     RECORD CONTAINS 132 CHARACTERS.                              CNB25300
010200 01  RPT-LINE                      PIC X(132).                    CNB25300
010300*                                                                 CNB25300
010400 WORKING-STORAGE SECTION.                                         CNB25300
010500 COPY WSMSTR.                                                     CNB25300
010600 COPY WSXHDR.                                                     CNB25300
010700 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB25300
010800     88  WS-PARM-OK                       VALUE '00'.             CNB25300
010900 01  WS-RULE-STATUS                PIC XX VALUE SPACES.           CNB25300
011000     88  WS-RULE-OK                       VALUE '00'.             CNB25300
011100 01  WS-MSTR-STATUS                PIC XX VALUE SPACES.           CNB25300
011200     88  WS-MSTR-OK                       VALUE '00'.             CNB25300
011300 01  WS-MSTR2-STATUS               PIC XX VALUE SPACES.           CNB25300
011400     88  WS-MSTR2-OK                      VALUE '00'.             CNB25300
011500 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB25300
011600     88  WS-RPT-OK                        VALUE '00'.             CNB25300
011700 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB25300
011800 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB25300
011810 COPY WSERRLOG.                                                   CNB25300
011900 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB25300
012000     88  WS-FUNC-FCST                     VALUE 'FCST'.           CNB25300
012100 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB25300
012200 01  WS-RUN-DATE.                                                 CNB25300
012300     05  WS-RUN-YY                 PIC 9(2).                      CNB25300
012400     05  WS-RUN-MM                 PIC 9(2).                      CNB25300
012500     05  WS-RUN-DD                 PIC 9(2).                      CNB25300
012600 01  WS-RUN-CCYY                   PIC 9(4) VALUE ZEROS.          CNB25300
012700 01  WS-RUN-QTR                    PIC S9(4) COMP VALUE ZEROS.    CNB25300
012800 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB25300
012900     88  WS-EOF-MSTR                      VALUE 'Y'.              CNB25300
013000 01  WS-RULE-EOF-SW                PIC X  VALUE 'N'.              CNB25300
013100     88  WS-EOF-RULE                      VALUE 'Y'.              CNB25300
013200 01  WS-M2-EOF-SW                  PIC X  VALUE 'N'.              CNB25300
013300     88  WS-EOF-MSTR2                     VALUE 'Y'.              CNB25300
013400*                                                                 CNB25300
013500*    PENSION RULES                                                CNB25300
013600*                                                                 CNB25300
013700 01  WS-RL-MAX                     PIC S9(4) COMP VALUE 20.       CNB25300
013800 01  WS-RL-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB25300
013900 01  WS-RL-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB25300
014000 01  WS-RL-TABLE.                                                 CNB25300
014100     05  WS-RL-ENTRY OCCURS 20 TIMES.                             CNB25300
014200         10  WS-RL-CRAFT           PIC X(2).                      CNB25300
014300         10  WS-RL-AGE             PIC 9(2).                      CNB25300
014400         10  WS-RL-SERVICE         PIC 9(2).                      CNB25300
014500         10  WS-RL-POINTS          PIC 9(3).                      CNB25300
014600         10  WS-RL-DESC            PIC X(20).                     CNB25300
014700 01  WS-RL-CRAFT-SW                PIC X  VALUE 'N'.              CNB25300
014800     88  WS-RL-CRAFT-CARDED               VALUE 'Y'.              CNB25300
014900*                                                                 CNB25300
015000*    BIRTH AND ENTRY MONTHS FROM MSTR2, IN EMPLOYEE ORDER.  A     CNB25300
015100*    MONTH IS HELD AS CCYY * 12 + MM - 1 SO MONTHS SUBTRACT.      CNB25300
015200*                                                                 CNB25300
015300 01  WS-DT-MAX                     PIC S9(8) COMP VALUE 60000.    CNB25300
015400 01  WS-DT-COUNT                   PIC S9(8) COMP VALUE ZEROS.    CNB25300
015500 01  WS-DT-AT                      PIC S9(8) COMP VALUE ZEROS.    CNB25300
015600 01  WS-DT-LO                      PIC S9(8) COMP VALUE ZEROS.    CNB25300
015700 01  WS-DT-HI                      PIC S9(8) COMP VALUE ZEROS.    CNB25300
015800 01  WS-DT-MID                     PIC S9(8) COMP VALUE ZEROS.    CNB25300
015900 01  WS-DT-TABLE.                                                 CNB25300
016000     05  WS-DT-ENTRY OCCURS 60000 TIMES.                          CNB25300
016100         10  WS-DT-EMP-NBR         PIC X(9).                      CNB25300
016200         10  WS-DT-BIRTH-MON       PIC S9(6) COMP.                CNB25300
016300         10  WS-DT-ENTRY-MON       PIC S9(6) COMP.                CNB25300
016400 01  WS-DT-FOUND-SW                PIC X  VALUE 'N'.              CNB25300
016500     88  WS-DT-FOUND                      VALUE 'Y'.              CNB25300
016600 01  WS-DT-BAD-SW                  PIC X  VALUE 'N'.              CNB25300
016700     88  WS-DT-BAD                        VALUE 'Y'.              CNB25300
016800 01  WS-CV-YY                      PIC X(2) VALUE SPACES.         CNB25300
016900 01  WS-CV-YY-N REDEFINES WS-CV-YY PIC 9(2).                      CNB25300
017000 01  WS-CV-MM                      PIC X(2) VALUE SPACES.         CNB25300
017100 01  WS-CV-MM-N REDEFINES WS-CV-MM PIC 9(2).                      CNB25300
017200 01  WS-CV-CCYY                    PIC 9(4) VALUE ZEROS.          CNB25300
017300 01  WS-CV-MON                     PIC S9(6) COMP VALUE ZEROS.    CNB25300
017400*                                                                 CNB25300
017500*    THE EMPLOYEE BEING FORECAST                                  CNB25300
017600*                                                                 CNB25300
017700 01  WS-BIRTH-MON                  PIC S9(6) COMP VALUE ZEROS.    CNB25300
017800 01  WS-ENTRY-MON                  PIC S9(6) COMP VALUE ZEROS.    CNB25300
017900 01  WS-RULE-MON                   PIC S9(6) COMP VALUE ZEROS.    CNB25300
018000 01  WS-POINTS-MON                 PIC S9(6) COMP VALUE ZEROS.    CNB25300
018100 01  WS-ELIG-MON                   PIC S9(6) COMP VALUE ZEROS.    CNB25300
018200 01  WS-ELIG-RULE                  PIC S9(4) COMP VALUE ZEROS.    CNB25300
018300 01  WS-ELIG-QTR                   PIC S9(4) COMP VALUE ZEROS.    CNB25300
018400 01  WS-ELIG-AGE                   PIC S9(4) COMP VALUE ZEROS.    CNB25300
018500 01  WS-ELIG-SERVICE               PIC S9(4) COMP VALUE ZEROS.    CNB25300
018600 01  WS-MON-WORK                   PIC S9(6) COMP VALUE ZEROS.    CNB25300
018700 01  WS-MON-CCYY                   PIC 9(4) VALUE ZEROS.          CNB25300
018800 01  WS-MON-MM                     PIC 9(2) VALUE ZEROS.          CNB25300
018900 01  WS-MON-TEXT.                                                 CNB25300
019000     05  WS-MT-CCYY                PIC 9(4).                      CNB25300
019100     05  FILLER                    PIC X(1) VALUE '-'.            CNB25300
019200     05  WS-MT-MM                  PIC 9(2).                      CNB25300
019300 01  WS-QTR-TEXT.                                                 CNB25300
019400     05  WS-QT-CCYY                PIC 9(4).                      CNB25300
019500     05  FILLER                    PIC X(2) VALUE '-Q'.           CNB25300
019600     05  WS-QT-Q                   PIC 9(1).                      CNB25300
019700*                                                                 CNB25300
019800*    THE FORECAST QUARTERS - FIRST MONTH OF EACH AND ITS LABEL    CNB25300
019900*                                                                 CNB25300
020000 01  WS-FIRST-QTR-MON              PIC S9(6) COMP VALUE ZEROS.    CNB25300
020100 01  WS-HORIZON-MON                PIC S9(6) COMP VALUE ZEROS.    CNB25300
020200 01  WS-QT-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB25300
020300 01  WS-QT-LABELS.                                                CNB25300
020400     05  WS-QT-LABEL OCCURS 8 TIMES                               CNB25300
020500                                   PIC X(7).                      CNB25300
020600*                                                                 CNB25300
020700*    THE BOARD BEING READ AND THE FORECAST ROW PER BOARD          CNB25300
020800*                                                                 CNB25300
020900 01  WS-CUR-BOARD.                                                CNB25300
021000     05  WS-CUR-DIST               PIC X(2).                      CNB25300
021100     05  WS-CUR-SDIST              PIC X(2).                      CNB25300
021200     05  WS-CUR-CRAFT              PIC X(2).                      CNB25300
021300 01  WS-BR-MAX                     PIC S9(4) COMP VALUE 1500.     CNB25300
021400 01  WS-BR-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB25300
021500 01  WS-BR-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB25300
021600 01  WS-BR-TABLE.                                                 CNB25300
021700     05  WS-BR-ENTRY OCCURS 1500 TIMES.                           CNB25300
021800         10  WS-BR-DIST            PIC X(2).                      CNB25300
021900         10  WS-BR-SDIST           PIC X(2).                      CNB25300
022000         10  WS-BR-CRAFT           PIC X(2).                      CNB25300
022100         10  WS-BR-COUNTS.                                        CNB25300
022200             15  WS-BR-ROSTER      PIC S9(6) COMP.                CNB25300
022300             15  WS-BR-FURL        PIC S9(6) COMP.                CNB25300
022400             15  WS-BR-ACTIVE      PIC S9(6) COMP.                CNB25300
022500             15  WS-BR-NOW         PIC S9(6) COMP.                CNB25300
022600             15  WS-BR-QTR OCCURS 8 TIMES                         CNB25300
022700                                   PIC S9(6) COMP.                CNB25300
022800 01  WS-ROW.                                                      CNB25300
022900     05  WS-ROW-ROSTER             PIC S9(6) COMP.                CNB25300
023000     05  WS-ROW-FURL               PIC S9(6) COMP.                CNB25300
023100     05  WS-ROW-ACTIVE             PIC S9(6) COMP.                CNB25300
023200     05  WS-ROW-NOW                PIC S9(6) COMP.                CNB25300
023300     05  WS-ROW-QTR OCCURS 8 TIMES                                CNB25300
023400                                   PIC S9(6) COMP.                CNB25300
023500 01  WS-DIST-ROW.                                                 CNB25300
023600     05  WS-DR-ROSTER              PIC S9(6) COMP.                CNB25300
023700     05  WS-DR-FURL                PIC S9(6) COMP.                CNB25300
023800     05  WS-DR-ACTIVE              PIC S9(6) COMP.                CNB25300
023900     05  WS-DR-NOW                 PIC S9(6) COMP.                CNB25300
024000     05  WS-DR-QTR OCCURS 8 TIMES                                 CNB25300
024100                                   PIC S9(6) COMP.                CNB25300
024200 01  WS-SYS-ROW.                                                  CNB25300
024300     05  WS-SR-ROSTER              PIC S9(6) COMP.                CNB25300
024400     05  WS-SR-FURL                PIC S9(6) COMP.                CNB25300
024500     05  WS-SR-ACTIVE              PIC S9(6) COMP.                CNB25300
024600     05  WS-SR-NOW                 PIC S9(6) COMP.                CNB25300
024700     05  WS-SR-QTR OCCURS 8 TIMES                                 CNB25300
024800                                   PIC S9(6) COMP.                CNB25300
024900 01  WS-PRINT-DIST                 PIC X(2) VALUE SPACES.         CNB25300
025000 01  WS-PROJECTED                  PIC S9(6) COMP VALUE ZEROS.    CNB25300
025100 01  WS-MR-READ-COUNT              PIC 9(7) VALUE ZEROS.          CNB25300
025200 01  WS-M2-READ-COUNT              PIC 9(7) VALUE ZEROS.          CNB25300
025300 01  WS-TERM-COUNT                 PIC 9(7) VALUE ZEROS.          CNB25300
025400 01  WS-NODATE-COUNT               PIC 9(7) VALUE ZEROS.          CNB25300
025500 01  WS-LATER-COUNT                PIC 9(7) VALUE ZEROS.          CNB25300
025600 01  WS-LIST-COUNT                 PIC 9(7) VALUE ZEROS.          CNB25300
025700 01  WS-HDR-LINE.                                                 CNB25300
025800     05  FILLER                PIC X(38)  VALUE                   CNB25300
025900         'CNB253 - RETIREMENT FORECAST'.                          CNB25300
026000     05  FILLER                PIC X(2)   VALUE SPACES.           CNB25300
026100     05  HDR-FUNC              PIC X(8).                          CNB25300
026200     05  FILLER                PIC X(2)   VALUE SPACES.           CNB25300
026300     05  HDR-DATE-TIME         PIC X(12).                         CNB25300
026400     05  FILLER                PIC X(70)  VALUE SPACES.           CNB25300
026500 01  WS-TITLE-LINE.                                               CNB25300
026600     05  TTL-TEXT                  PIC X(80).                     CNB25300
026700     05  FILLER                    PIC X(52) VALUE SPACES.        CNB25300
026800 01  WS-RULE-LINE.                                                CNB25300
026900     05  FILLER                    PIC X(7) VALUE 'RULE   '.      CNB25300
027000     05  RL-NBR                    PIC Z9.                        CNB25300
027100     05  FILLER                    PIC X(9) VALUE '  CRAFT  '.    CNB25300
027200     05  RL-CRAFT                  PIC X(3).                      CNB25300
027300     05  FILLER                    PIC X(7) VALUE '  AGE  '.      CNB25300
027400     05  RL-AGE                    PIC Z9.                        CNB25300
027500     05  FILLER                    PIC X(11) VALUE '  SERVICE  '. CNB25300
027600     05  RL-SERVICE                PIC Z9.                        CNB25300
027700     05  FILLER                    PIC X(10) VALUE '  POINTS  '.  CNB25300
027800     05  RL-POINTS                 PIC ZZ9.                       CNB25300
027900     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25300
028000     05  RL-DESC                   PIC X(20).                     CNB25300
028100     05  FILLER                    PIC X(54) VALUE SPACES.        CNB25300
028200 01  WS-LIST-HDR-LINE.                                            CNB25300
028300     05  FILLER                    PIC X(44) VALUE                CNB25300
028400         'EMPLOYEE   NAME                        BOARD'.          CNB25300
028500     05  FILLER                    PIC X(45) VALUE                CNB25300
028600         '         ELIGIBLE  QUARTER AGE  SERVICE  RULE'.         CNB25300
028700     05  FILLER                    PIC X(43) VALUE SPACES.        CNB25300
028800 01  WS-LIST-LINE.                                                CNB25300
028900     05  LS-EMP-NBR                PIC X(9).                      CNB25300
029000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25300
029100     05  LS-EMP-NAME               PIC X(26).                     CNB25300
029200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25300
029300     05  LS-DIST                   PIC X(2).                      CNB25300
029400     05  FILLER                    PIC X(1) VALUE '/'.            CNB25300
029500     05  LS-SDIST                  PIC X(2).                      CNB25300
029600     05  FILLER                    PIC X(1) VALUE '/'.            CNB25300
029700     05  LS-CRAFT                  PIC X(2).                      CNB25300
029800     05  FILLER                    PIC X(6) VALUE SPACES.         CNB25300
029900     05  LS-ELIG                   PIC X(7).                      CNB25300
030000     05  FILLER                    PIC X(3) VALUE SPACES.         CNB25300
030100     05  LS-QUARTER                PIC X(7).                      CNB25300
030200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25300
030300     05  LS-AGE                    PIC Z9.                        CNB25300
030400     05  FILLER                    PIC X(7) VALUE SPACES.         CNB25300
030500     05  LS-SERVICE                PIC Z9.                        CNB25300
030600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25300
030700     05  LS-RULE                   PIC X(20).                     CNB25300
030800     05  FILLER                    PIC X(27) VALUE SPACES.        CNB25300
030900 01  WS-GRID-HDR-LINE.                                            CNB25300
031000     05  FILLER                    PIC X(41) VALUE                CNB25300
031100         'BOARD      ROSTER    FURL  ACTIVE     NOW'.             CNB25300
031200     05  GH-QTR OCCURS 8 TIMES.                                   CNB25300
031300         10  FILLER                PIC X(1).                      CNB25300
031400         10  GH-QTR-LABEL          PIC X(7).                      CNB25300
031500     05  FILLER                    PIC X(9) VALUE                 CNB25300
031600         '     PROJ'.                                             CNB25300
031700     05  FILLER                    PIC X(18) VALUE SPACES.        CNB25300
031800 01  WS-GRID-LINE.                                                CNB25300
031900     05  GL-BOARD                  PIC X(11).                     CNB25300
032000     05  GL-ROSTER                 PIC ZZ,ZZ9.                    CNB25300
032100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25300
032200     05  GL-FURL                   PIC ZZ,ZZ9.                    CNB25300
032300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25300
032400     05  GL-ACTIVE                 PIC ZZ,ZZ9.                    CNB25300
032500     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25300
032600     05  GL-NOW                    PIC ZZ,ZZ9.                    CNB25300
032700     05  GL-QTR-COL OCCURS 8 TIMES.                               CNB25300
032800         10  FILLER                PIC X(2).                      CNB25300
032900         10  GL-QTR                PIC ZZ,ZZ9.                    CNB25300
033000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25300
033100     05  GL-PROJ                   PIC ZZ,ZZ9-.                   CNB25300
033200     05  FILLER                    PIC X(18) VALUE SPACES.        CNB25300
033300 01  WS-CNT-LINE.                                                 CNB25300
033400     05  CNT-LABEL                 PIC X(30).                     CNB25300
033500     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB25300
033600     05  FILLER                    PIC X(95) VALUE SPACES.        CNB25300
033700*                                                                 CNB25300
033800 PROCEDURE DIVISION.                                              CNB25300
033900 P0000-MAINLINE.                                                  CNB25300
034000     PERFORM P1000-INITIALIZE                                     CNB25300
034100     PERFORM P2000-READ-MASTER UNTIL WS-EOF-MSTR                  CNB25300
034200     IF WS-CUR-BOARD NOT = SPACES                                 CNB25300
034300        PERFORM P2900-END-BOARD                                   CNB25300
034400     END-IF                                                       CNB25300
034500     PERFORM P6000-PRINT-GRID                                     CNB25300
034600     PERFORM P9000-TERMINATE                                      CNB25300
034700     GOBACK.                                                      CNB25300
034800*                                                                 CNB25300
034900 P1000-INITIALIZE.                                                CNB25300
035000     OPEN INPUT PARM-FILE                                         CNB25300
035100     IF NOT WS-PARM-OK                                            CNB25300
035200        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB25300
035300        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB25300
035400        PERFORM P9999-GOT-PROBLEM                                 CNB25300
035500     END-IF                                                       CNB25300
035600     READ PARM-FILE                                               CNB25300
035700     IF NOT WS-PARM-OK                                            CNB25300
035800        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB25300
035900        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB25300
036000        PERFORM P9999-GOT-PROBLEM                                 CNB25300
036100     END-IF                                                       CNB25300
036200     MOVE PARM-FUNC                TO WS-FUNC                     CNB25300
036300     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB25300
036400     CLOSE PARM-FILE                                              CNB25300
036500     IF NOT WS-FUNC-FCST                                          CNB25300
036600        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB25300
036700        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB25300
036800        PERFORM P9999-GOT-PROBLEM                                 CNB25300
036900     END-IF                                                       CNB25300
037000     MOVE WS-RUN-DATE-TIME (1:6)   TO WS-RUN-DATE                 CNB25300
037100     IF WS-RUN-DATE NOT NUMERIC                                   CNB25300
037200        OR WS-RUN-MM < 01 OR WS-RUN-MM > 12                       CNB25300
037300        MOVE 'P1000-BAD-DATE'      TO WS-ABEND-PARAGRAPH          CNB25300
037400        MOVE 'PD'                  TO WS-ABEND-STATUS             CNB25300
037500        PERFORM P9999-GOT-PROBLEM                                 CNB25300
037600     END-IF                                                       CNB25300
037700     COMPUTE WS-RUN-CCYY = 2000 + WS-RUN-YY                       CNB25300
037800*    FIRST MONTH OF THE QUARTER AFTER THE RUN DATE'S QUARTER      CNB25300
037900     COMPUTE WS-RUN-QTR = (WS-RUN-MM - 1) / 3                     CNB25300
038000     COMPUTE WS-FIRST-QTR-MON = WS-RUN-CCYY * 12                  CNB25300
038100                              + WS-RUN-QTR * 3 + 3                CNB25300
038200     COMPUTE WS-HORIZON-MON = WS-FIRST-QTR-MON + 24               CNB25300
038300     PERFORM P1400-QUARTER-LABEL                                  CNB25300
038400             VARYING WS-QT-SUB FROM 1 BY 1                        CNB25300
038500             UNTIL WS-QT-SUB > 8                                  CNB25300
038600     OPEN OUTPUT RPT-FILE                                         CNB25300
038700     IF NOT WS-RPT-OK                                             CNB25300
038800        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB25300
038900        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB25300
039000        PERFORM P9999-GOT-PROBLEM                                 CNB25300
039100     END-IF                                                       CNB25300
039200     MOVE WS-FUNC                  TO HDR-FUNC                    CNB25300
039300     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB25300
039400     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB25300
039500     MOVE SPACES                   TO RPT-LINE                    CNB25300
039600     WRITE RPT-LINE                                               CNB25300
039700     OPEN INPUT RULE-FILE                                         CNB25300
039800     IF NOT WS-RULE-OK                                            CNB25300
039900        MOVE 'P1000-OPEN-RULE'     TO WS-ABEND-PARAGRAPH          CNB25300
040000        MOVE WS-RULE-STATUS        TO WS-ABEND-STATUS             CNB25300
040100        PERFORM P9999-GOT-PROBLEM                                 CNB25300
040200     END-IF                                                       CNB25300
040300     PERFORM P1200-LOAD-RULE UNTIL WS-EOF-RULE                    CNB25300
040400     CLOSE RULE-FILE                                              CNB25300
040500     IF WS-RL-COUNT = ZEROS                                       CNB25300
040600        MOVE SPACES                TO WS-RL-CRAFT (1)             CNB25300
040700        MOVE 60                    TO WS-RL-AGE (1)               CNB25300
040800        MOVE 30                    TO WS-RL-SERVICE (1)           CNB25300
040900        MOVE ZEROS                 TO WS-RL-POINTS (1)            CNB25300
041000        MOVE 'STANDARD - DEFAULT'  TO WS-RL-DESC (1)              CNB25300
041100        MOVE SPACES                TO WS-RL-CRAFT (2)             CNB25300
041200        MOVE 65                    TO WS-RL-AGE (2)               CNB25300
041300        MOVE 10                    TO WS-RL-SERVICE (2)           CNB25300
041400        MOVE ZEROS                 TO WS-RL-POINTS (2)            CNB25300
041500        MOVE 'FULL AGE - DEFAULT'  TO WS-RL-DESC (2)              CNB25300
041600        MOVE 2                     TO WS-RL-COUNT                 CNB25300
041700     END-IF                                                       CNB25300
041800     PERFORM P1250-PRINT-RULE                                     CNB25300
041900             VARYING WS-RL-SUB FROM 1 BY 1                        CNB25300
042000             UNTIL WS-RL-SUB > WS-RL-COUNT                        CNB25300
042100     OPEN INPUT MSTR2-FILE                                        CNB25300
042200     IF NOT WS-MSTR2-OK                                           CNB25300
042300        MOVE 'P1000-OPEN-MST2'     TO WS-ABEND-PARAGRAPH          CNB25300
042400        MOVE WS-MSTR2-STATUS       TO WS-ABEND-STATUS             CNB25300
042500        PERFORM P9999-GOT-PROBLEM                                 CNB25300
042600     END-IF                                                       CNB25300
042700     PERFORM P1300-LOAD-MSTR2 UNTIL WS-EOF-MSTR2                  CNB25300
042800     CLOSE MSTR2-FILE                                             CNB25300
042900     OPEN INPUT MSTR-FILE                                         CNB25300
043000     IF NOT WS-MSTR-OK                                            CNB25300
043100        MOVE 'P1000-OPEN-MSTR'     TO WS-ABEND-PARAGRAPH          CNB25300
043200        MOVE WS-MSTR-STATUS        TO WS-ABEND-STATUS             CNB25300
043300        PERFORM P9999-GOT-PROBLEM                                 CNB25300
043400     END-IF                                                       CNB25300
043500     PERFORM P1050-VERIFY-MSTR-HDR                                CNB25300
043600     MOVE SPACES                   TO WS-CUR-BOARD                CNB25300
043700     INITIALIZE WS-ROW                                            CNB25300
043800                WS-BR-TABLE                                       CNB25300
043900     MOVE SPACES                   TO RPT-LINE                    CNB25300
044000     WRITE RPT-LINE                                               CNB25300
044100     MOVE 'EMPLOYEES ELIGIBLE WITHIN THE FORECAST'                CNB25300
044200                                   TO TTL-TEXT                    CNB25300
044300     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB25300
044400     WRITE RPT-LINE FROM WS-LIST-HDR-LINE.                        CNB25300
044500*                                                                 CNB25300
044600 P1050-VERIFY-MSTR-HDR.                                           CNB25300
044700     MOVE 'MSTRSEQ '               TO XPCT-EXTRACT-ID             CNB25300
044800     MOVE 500                      TO XPCT-RECORD-LGTH            CNB25300
044900     READ MSTR-FILE INTO WS-XHDR                                  CNB25300
045000          AT END                                                  CNB25300
045100             PERFORM P1090-LAYOUT-MISMATCH                        CNB25300
045200     END-READ                                                     CNB25300
045300     IF NOT XHDR-PRESENT                                          CNB25300
045400        PERFORM P1090-LAYOUT-MISMATCH                             CNB25300
045500     END-IF                                                       CNB25300
045600     IF XHDR-EXTRACT-ID NOT = XPCT-EXTRACT-ID                     CNB25300
045700        OR XHDR-RECORD-LGTH NOT = XPCT-RECORD-LGTH                CNB25300
045800        OR XHDR-FIELD-MAP-VER NOT = XPCT-FIELD-MAP-VER            CNB25300
045900        PERFORM P1090-LAYOUT-MISMATCH                             CNB25300
046000     END-IF.                                                      CNB25300
046100*                                                                 CNB25300
046200 P1090-LAYOUT-MISMATCH.                                           CNB25300
046300     MOVE SPACES                   TO RPT-LINE                    CNB25300
046400     STRING 'EXTRACT LAYOUT MISMATCH ON '                         CNB25300
046500            XPCT-EXTRACT-ID                                       CNB25300
046600            ' - RUN ABORTED'                                      CNB25300
046700            DELIMITED BY SIZE INTO RPT-LINE                       CNB25300
046800     WRITE RPT-LINE                                               CNB25300
046900     DISPLAY 'CNB253 EXTRACT LAYOUT MISMATCH ON '                 CNB25300
047000             XPCT-EXTRACT-ID                                      CNB25300
047100     MOVE 16 TO RETURN-CODE                                       CNB25300
047200     GOBACK.                                                      CNB25300
047300*                                                                 CNB25300
047400 P1200-LOAD-RULE.                                                 CNB25300
047500     READ RULE-FILE                                               CNB25300
047600          AT END                                                  CNB25300
047700             SET WS-EOF-RULE TO TRUE                              CNB25300
047800     END-READ                                                     CNB25300
047900     IF NOT WS-EOF-RULE                                           CNB25300
048000        AND RR-AGE NUMERIC AND RR-SERVICE NUMERIC                 CNB25300
048100        AND RR-POINTS NUMERIC                                     CNB25300
048200        AND WS-RL-COUNT < WS-RL-MAX                               CNB25300
048300        ADD 1 TO WS-RL-COUNT                                      CNB25300
048400        MOVE RR-CRAFT              TO WS-RL-CRAFT (WS-RL-COUNT)   CNB25300
048500        MOVE RR-AGE                TO WS-RL-AGE (WS-RL-COUNT)     CNB25300
048600        MOVE RR-SERVICE            TO WS-RL-SERVICE (WS-RL-COUNT) CNB25300
048700        MOVE RR-POINTS             TO WS-RL-POINTS (WS-RL-COUNT)  CNB25300
048800        MOVE RR-DESC               TO WS-RL-DESC (WS-RL-COUNT)    CNB25300
048900     END-IF.                                                      CNB25300
049000*                                                                 CNB25300
049100 P1250-PRINT-RULE.                                                CNB25300
049200     MOVE WS-RL-SUB                TO RL-NBR                      CNB25300
049300     IF WS-RL-CRAFT (WS-RL-SUB) = SPACES                          CNB25300
049400        MOVE 'ALL'                 TO RL-CRAFT                    CNB25300
049500     ELSE                                                         CNB25300
049600        MOVE WS-RL-CRAFT (WS-RL-SUB)                              CNB25300
049700                                   TO RL-CRAFT                    CNB25300
049800     END-IF                                                       CNB25300
049900     MOVE WS-RL-AGE (WS-RL-SUB)    TO RL-AGE                      CNB25300
050000     MOVE WS-RL-SERVICE (WS-RL-SUB)                               CNB25300
050100                                   TO RL-SERVICE                  CNB25300
050200     MOVE WS-RL-POINTS (WS-RL-SUB) TO RL-POINTS                   CNB25300
050300     MOVE WS-RL-DESC (WS-RL-SUB)   TO RL-DESC                     CNB25300
050400     WRITE RPT-LINE FROM WS-RULE-LINE.                            CNB25300
050500*                                                                 CNB25300
050600*    THE UNLOAD IS IN EMPLOYEE ORDER; A RECORD OUT OF ORDER       CNB25300
050700*    WOULD DEFEAT THE HALVING SEARCH, SO IT STOPS THE RUN         CNB25300
050800*                                                                 CNB25300
050900 P1300-LOAD-MSTR2.                                                CNB25300
051000     READ MSTR2-FILE                                              CNB25300
051100          AT END                                                  CNB25300
051200             SET WS-EOF-MSTR2 TO TRUE                             CNB25300
051300     END-READ                                                     CNB25300
051400     IF NOT WS-EOF-MSTR2                                          CNB25300
051500        ADD 1 TO WS-M2-READ-COUNT                                 CNB25300
051600        IF WS-DT-COUNT > ZEROS                                    CNB25300
051700           AND M2-EMP-NBR NOT > WS-DT-EMP-NBR (WS-DT-COUNT)       CNB25300
051800           MOVE 'MSTR2UNL NOT IN EMPLOYEE ORDER - RUN ABORTED'    CNB25300
051900                                   TO RPT-LINE                    CNB25300
052000           WRITE RPT-LINE                                         CNB25300
052100           MOVE 'P1300-M2-ORDER'   TO WS-ABEND-PARAGRAPH          CNB25300
052200           MOVE 'SQ'               TO WS-ABEND-STATUS             CNB25300
052300           PERFORM P9999-GOT-PROBLEM                              CNB25300
052400        END-IF                                                    CNB25300
052500        IF WS-DT-COUNT NOT < WS-DT-MAX                            CNB25300
052600           MOVE 'MSTR2 DATE TABLE FULL - RUN ABORTED'             CNB25300
052700                                   TO RPT-LINE                    CNB25300
052800           WRITE RPT-LINE                                         CNB25300
052900           MOVE 'P1300-DT-TABLE'   TO WS-ABEND-PARAGRAPH          CNB25300
053000           MOVE 'TF'               TO WS-ABEND-STATUS             CNB25300
053100           PERFORM P9999-GOT-PROBLEM                              CNB25300
053200        END-IF                                                    CNB25300
053300        ADD 1 TO WS-DT-COUNT                                      CNB25300
053400        MOVE M2-EMP-NBR            TO WS-DT-EMP-NBR (WS-DT-COUNT) CNB25300
053500        MOVE 'N'                   TO WS-DT-BAD-SW                CNB25300
053600        MOVE M2-BD-YR              TO WS-CV-YY                    CNB25300
053700        MOVE M2-BD-MO              TO WS-CV-MM                    CNB25300
053800        PERFORM P1310-BIRTH-MONTH                                 CNB25300
053900        MOVE WS-CV-MON         TO WS-DT-BIRTH-MON (WS-DT-COUNT)   CNB25300
054000        MOVE M2-DOE-YR             TO WS-CV-YY                    CNB25300
054100        MOVE M2-DOE-MO             TO WS-CV-MM                    CNB25300
054200        PERFORM P1320-ENTRY-MONTH                                 CNB25300
054300        MOVE WS-CV-MON         TO WS-DT-ENTRY-MON (WS-DT-COUNT)   CNB25300
054400        IF WS-DT-BAD                                              CNB25300
054500           MOVE ZEROS TO WS-DT-BIRTH-MON (WS-DT-COUNT)            CNB25300
054600                         WS-DT-ENTRY-MON (WS-DT-COUNT)            CNB25300
054700        END-IF                                                    CNB25300
054800     END-IF.                                                      CNB25300
054900*                                                                 CNB25300
055000*    A BIRTH YEAR LESS THAN 16 YEARS BEFORE THE RUN YEAR IN THIS  CNB25300
055100*    CENTURY BELONGS TO THE LAST ONE                              CNB25300
055200*                                                                 CNB25300
055300 P1310-BIRTH-MONTH.                                               CNB25300
055400     MOVE ZEROS                    TO WS-CV-MON                   CNB25300
055500     IF WS-CV-YY NOT NUMERIC OR WS-CV-MM NOT NUMERIC              CNB25300
055600        OR WS-CV-MM-N < 01 OR WS-CV-MM-N > 12                     CNB25300
055700        SET WS-DT-BAD TO TRUE                                     CNB25300
055800     ELSE                                                         CNB25300
055900        COMPUTE WS-CV-CCYY = 2000 + WS-CV-YY-N                    CNB25300
056000        IF WS-CV-CCYY > WS-RUN-CCYY - 16                          CNB25300
056100           SUBTRACT 100 FROM WS-CV-CCYY                           CNB25300
056200        END-IF                                                    CNB25300
056300        COMPUTE WS-CV-MON = WS-CV-CCYY * 12 + WS-CV-MM-N - 1      CNB25300
056400     END-IF.                                                      CNB25300
056500*                                                                 CNB25300
056600*    AN ENTRY YEAR AFTER THE RUN YEAR IN THIS CENTURY BELONGS TO  CNB25300
056700*    THE LAST ONE                                                 CNB25300
056800*                                                                 CNB25300
056900 P1320-ENTRY-MONTH.                                               CNB25300
057000     MOVE ZEROS                    TO WS-CV-MON                   CNB25300
057100     IF WS-CV-YY NOT NUMERIC OR WS-CV-MM NOT NUMERIC              CNB25300
057200        OR WS-CV-MM-N < 01 OR WS-CV-MM-N > 12                     CNB25300
057300        SET WS-DT-BAD TO TRUE                                     CNB25300
057400     ELSE                                                         CNB25300
057500        COMPUTE WS-CV-CCYY = 2000 + WS-CV-YY-N                    CNB25300
057600        IF WS-CV-CCYY > WS-RUN-CCYY                               CNB25300
057700           SUBTRACT 100 FROM WS-CV-CCYY                           CNB25300
057800        END-IF                                                    CNB25300
057900        COMPUTE WS-CV-MON = WS-CV-CCYY * 12 + WS-CV-MM-N - 1      CNB25300
058000     END-IF.                                                      CNB25300
058100*                                                                 CNB25300
058200 P1400-QUARTER-LABEL.                                             CNB25300
058300     COMPUTE WS-MON-WORK = WS-FIRST-QTR-MON + (WS-QT-SUB - 1) * 3 CNB25300
058400     PERFORM P7000-SPLIT-MONTH                                    CNB25300
058500     MOVE WS-MON-CCYY              TO WS-QT-CCYY                  CNB25300
058600     COMPUTE WS-QT-Q = (WS-MON-MM - 1) / 3 + 1                    CNB25300
058700     MOVE WS-QTR-TEXT              TO WS-QT-LABEL (WS-QT-SUB).    CNB25300
058800*                                                                 CNB25300
058900 P2000-READ-MASTER.                                               CNB25300
059000     READ MSTR-FILE INTO WS-MSTR                                  CNB25300
059100          AT END                                                  CNB25300
059200             SET WS-EOF-MSTR TO TRUE                              CNB25300
059300     END-READ                                                     CNB25300
059400     IF NOT WS-EOF-MSTR                                           CNB25300
059500        ADD 1 TO WS-MR-READ-COUNT                                 CNB25300
059600        IF TERMINATION                                            CNB25300
059700           ADD 1 TO WS-TERM-COUNT                                 CNB25300
059800        ELSE                                                      CNB25300
059900           IF DIST NOT = WS-CUR-DIST                              CNB25300
060000              OR SUB-DIST NOT = WS-CUR-SDIST                      CNB25300
060100              OR CRAFT NOT = WS-CUR-CRAFT                         CNB25300
060200              IF WS-CUR-BOARD NOT = SPACES                        CNB25300
060300                 PERFORM P2900-END-BOARD                          CNB25300
060400              END-IF                                              CNB25300
060500              MOVE DIST            TO WS-CUR-DIST                 CNB25300
060600              MOVE SUB-DIST        TO WS-CUR-SDIST                CNB25300
060700              MOVE CRAFT           TO WS-CUR-CRAFT                CNB25300
060800           END-IF                                                 CNB25300
060900           PERFORM P2100-FORECAST-EMPLOYEE                        CNB25300
061000        END-IF                                                    CNB25300
061100     END-IF.                                                      CNB25300
061200*                                                                 CNB25300
061300 P2100-FORECAST-EMPLOYEE.                                         CNB25300
061400     ADD 1 TO WS-ROW-ROSTER                                       CNB25300
061500     IF FURLOUGHED                                                CNB25300
061600        ADD 1 TO WS-ROW-FURL                                      CNB25300
061700     ELSE                                                         CNB25300
061800        ADD 1 TO WS-ROW-ACTIVE                                    CNB25300
061900        PERFORM P2200-FIND-DATES                                  CNB25300
062000        IF NOT WS-DT-FOUND                                        CNB25300
062100           ADD 1 TO WS-NODATE-COUNT                               CNB25300
062200        ELSE                                                      CNB25300
062300           PERFORM P2300-ELIGIBLE-MONTH                           CNB25300
062400           IF WS-ELIG-MON < WS-FIRST-QTR-MON                      CNB25300
062500              ADD 1 TO WS-ROW-NOW                                 CNB25300
062600              MOVE ZEROS           TO WS-ELIG-QTR                 CNB25300
062700              PERFORM P2400-LIST-EMPLOYEE                         CNB25300
062800           ELSE                                                   CNB25300
062900              IF WS-ELIG-MON < WS-HORIZON-MON                     CNB25300
063000                 COMPUTE WS-ELIG-QTR =                            CNB25300
063100                         (WS-ELIG-MON - WS-FIRST-QTR-MON) / 3 + 1 CNB25300
063200                 ADD 1 TO WS-ROW-QTR (WS-ELIG-QTR)                CNB25300
063300                 PERFORM P2400-LIST-EMPLOYEE                      CNB25300
063400              ELSE                                                CNB25300
063500                 ADD 1 TO WS-LATER-COUNT                          CNB25300
063600              END-IF                                              CNB25300
063700           END-IF                                                 CNB25300
063800        END-IF                                                    CNB25300
063900     END-IF.                                                      CNB25300
064000*                                                                 CNB25300
064100 P2200-FIND-DATES.                                                CNB25300
064200     MOVE 'N'                      TO WS-DT-FOUND-SW              CNB25300
064300     MOVE 1                        TO WS-DT-LO                    CNB25300
064400     MOVE WS-DT-COUNT              TO WS-DT-HI                    CNB25300
064500     PERFORM P2210-PROBE-DATES                                    CNB25300
064600             UNTIL WS-DT-FOUND OR WS-DT-LO > WS-DT-HI             CNB25300
064700     IF WS-DT-FOUND                                               CNB25300
064800        IF WS-DT-BIRTH-MON (WS-DT-AT) = ZEROS                     CNB25300
064900           MOVE 'N'                TO WS-DT-FOUND-SW              CNB25300
065000        ELSE                                                      CNB25300
065100           MOVE WS-DT-BIRTH-MON (WS-DT-AT)                        CNB25300
065200                                   TO WS-BIRTH-MON                CNB25300
065300           MOVE WS-DT-ENTRY-MON (WS-DT-AT)                        CNB25300
065400                                   TO WS-ENTRY-MON                CNB25300
065500        END-IF                                                    CNB25300
065600     END-IF.                                                      CNB25300
065700*                                                                 CNB25300
065800 P2210-PROBE-DATES.                                               CNB25300
065900     COMPUTE WS-DT-MID = (WS-DT-LO + WS-DT-HI) / 2                CNB25300
066000     IF WS-DT-EMP-NBR (WS-DT-MID) = EMP-NBR                       CNB25300
066100        SET WS-DT-FOUND TO TRUE                                   CNB25300
066200        MOVE WS-DT-MID             TO WS-DT-AT                    CNB25300
066300     ELSE                                                         CNB25300
066400        IF WS-DT-EMP-NBR (WS-DT-MID) < EMP-NBR                    CNB25300
066500           COMPUTE WS-DT-LO = WS-DT-MID + 1                       CNB25300
066600        ELSE                                                      CNB25300
066700           COMPUTE WS-DT-HI = WS-DT-MID - 1                       CNB25300
066800        END-IF                                                    CNB25300
066900     END-IF.                                                      CNB25300
067000*                                                                 CNB25300
067100*    THE EARLIEST MONTH ANY APPLICABLE RULE IS MET.  A RULE IS METCNB25300
067200*    ONCE THE AGE AND THE SERVICE MINIMUMS ARE BOTH REACHED AND,  CNB25300
067300*    FOR A POINTS RULE, AGE PLUS SERVICE IN MONTHS REACHES TWELVE CNB25300
067400*    TIMES THE POINTS - THE TWO TOGETHER GROW TWO MONTHS A MONTH, CNB25300
067500*    SO THAT MONTH IS (POINTS * 12 + BIRTH + ENTRY) / 2, ROUNDED  CNB25300
067600*    UP.                                                          CNB25300
067700*                                                                 CNB25300
067800 P2300-ELIGIBLE-MONTH.                                            CNB25300
067900     MOVE 'N'                      TO WS-RL-CRAFT-SW              CNB25300
068000     PERFORM P2310-CHECK-CRAFT-CARD                               CNB25300
068100             VARYING WS-RL-SUB FROM 1 BY 1                        CNB25300
068200             UNTIL WS-RL-SUB > WS-RL-COUNT                        CNB25300
068300     MOVE 999999                   TO WS-ELIG-MON                 CNB25300
068400     MOVE ZEROS                    TO WS-ELIG-RULE                CNB25300
068500     PERFORM P2320-APPLY-RULE                                     CNB25300
068600             VARYING WS-RL-SUB FROM 1 BY 1                        CNB25300
068700             UNTIL WS-RL-SUB > WS-RL-COUNT.                       CNB25300
068800*                                                                 CNB25300
068900 P2310-CHECK-CRAFT-CARD.                                          CNB25300
069000     IF WS-RL-CRAFT (WS-RL-SUB) = CRAFT                           CNB25300
069100        SET WS-RL-CRAFT-CARDED TO TRUE                            CNB25300
069200     END-IF.                                                      CNB25300
069300*                                                                 CNB25300
069400 P2320-APPLY-RULE.                                                CNB25300
069500     IF (WS-RL-CRAFT-CARDED AND WS-RL-CRAFT (WS-RL-SUB) = CRAFT)  CNB25300
069600        OR (NOT WS-RL-CRAFT-CARDED                                CNB25300
069700            AND WS-RL-CRAFT (WS-RL-SUB) = SPACES)                 CNB25300
069800        COMPUTE WS-RULE-MON = WS-BIRTH-MON                        CNB25300
069900                            + WS-RL-AGE (WS-RL-SUB) * 12          CNB25300
070000        IF WS-ENTRY-MON + WS-RL-SERVICE (WS-RL-SUB) * 12          CNB25300
070100           > WS-RULE-MON                                          CNB25300
070200           COMPUTE WS-RULE-MON = WS-ENTRY-MON                     CNB25300
070300                               + WS-RL-SERVICE (WS-RL-SUB) * 12   CNB25300
070400        END-IF                                                    CNB25300
070500        IF WS-RL-POINTS (WS-RL-SUB) > ZEROS                       CNB25300
070600           COMPUTE WS-POINTS-MON =                                CNB25300
070700                   (WS-RL-POINTS (WS-RL-SUB) * 12                 CNB25300
070800                    + WS-BIRTH-MON + WS-ENTRY-MON + 1) / 2        CNB25300
070900           IF WS-POINTS-MON > WS-RULE-MON                         CNB25300
071000              MOVE WS-POINTS-MON   TO WS-RULE-MON                 CNB25300
071100           END-IF                                                 CNB25300
071200        END-IF                                                    CNB25300
071300        IF WS-RULE-MON < WS-ELIG-MON                              CNB25300
071400           MOVE WS-RULE-MON        TO WS-ELIG-MON                 CNB25300
071500           MOVE WS-RL-SUB          TO WS-ELIG-RULE                CNB25300
071600        END-IF                                                    CNB25300
071700     END-IF.                                                      CNB25300
071800*                                                                 CNB25300
071900*    ELIGIBLE NOW SHOWS THE AGE AND SERVICE AT THE RUN DATE       CNB25300
072000*                                                                 CNB25300
072100 P2400-LIST-EMPLOYEE.                                             CNB25300
072200     ADD 1 TO WS-LIST-COUNT                                       CNB25300
072300     MOVE EMP-NBR                  TO LS-EMP-NBR                  CNB25300
072400     MOVE EMP-NAME                 TO LS-EMP-NAME                 CNB25300
072500     MOVE DIST                     TO LS-DIST                     CNB25300
072600     MOVE SUB-DIST                 TO LS-SDIST                    CNB25300
072700     MOVE CRAFT                    TO LS-CRAFT                    CNB25300
072800     MOVE WS-ELIG-MON              TO WS-MON-WORK                 CNB25300
072900     PERFORM P7000-SPLIT-MONTH                                    CNB25300
073000     MOVE WS-MON-CCYY              TO WS-MT-CCYY                  CNB25300
073100     MOVE WS-MON-MM                TO WS-MT-MM                    CNB25300
073200     MOVE WS-MON-TEXT              TO LS-ELIG                     CNB25300
073300     IF WS-ELIG-QTR = ZEROS                                       CNB25300
073400        MOVE 'NOW'                 TO LS-QUARTER                  CNB25300
073500        COMPUTE WS-MON-WORK = WS-RUN-CCYY * 12 + WS-RUN-MM - 1    CNB25300
073600     ELSE                                                         CNB25300
073700        MOVE WS-QT-LABEL (WS-ELIG-QTR)                            CNB25300
073800                                   TO LS-QUARTER                  CNB25300
073900     END-IF                                                       CNB25300
074000     COMPUTE WS-ELIG-AGE = (WS-MON-WORK - WS-BIRTH-MON) / 12      CNB25300
074100     COMPUTE WS-ELIG-SERVICE = (WS-MON-WORK - WS-ENTRY-MON) / 12  CNB25300
074200     MOVE WS-ELIG-AGE              TO LS-AGE                      CNB25300
074300     MOVE WS-ELIG-SERVICE          TO LS-SERVICE                  CNB25300
074400     MOVE WS-RL-DESC (WS-ELIG-RULE)                               CNB25300
074500                                   TO LS-RULE                     CNB25300
074600     WRITE RPT-LINE FROM WS-LIST-LINE.                            CNB25300
074700*                                                                 CNB25300
074800 P2900-END-BOARD.                                                 CNB25300
074900     IF WS-BR-COUNT < WS-BR-MAX                                   CNB25300
075000        ADD 1 TO WS-BR-COUNT                                      CNB25300
075100        MOVE WS-CUR-DIST           TO WS-BR-DIST (WS-BR-COUNT)    CNB25300
075200        MOVE WS-CUR-SDIST          TO WS-BR-SDIST (WS-BR-COUNT)   CNB25300
075300        MOVE WS-CUR-CRAFT          TO WS-BR-CRAFT (WS-BR-COUNT)   CNB25300
075400        MOVE WS-ROW                TO WS-BR-COUNTS (WS-BR-COUNT)  CNB25300
075500     END-IF                                                       CNB25300
075600     INITIALIZE WS-ROW.                                           CNB25300
075700*                                                                 CNB25300
075800*    THE FORECAST GRID - ONE LINE PER BOARD, A TOTAL PER DISTRICT CNB25300
075900*    AND A SYSTEM TOTAL                                           CNB25300
076000*                                                                 CNB25300
076100 P6000-PRINT-GRID.                                                CNB25300
076200     MOVE SPACES                   TO RPT-LINE                    CNB25300
076300     WRITE RPT-LINE                                               CNB25300
076400     MOVE 'FORECAST BY BOARD - ELIGIBLE ACTIVE EMPLOYEES'         CNB25300
076500                                   TO TTL-TEXT                    CNB25300
076600     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB25300
076700     MOVE SPACES                   TO WS-GRID-HDR-LINE (42:64)    CNB25300
076800     PERFORM P6010-SET-HDR-LABEL                                  CNB25300
076900             VARYING WS-QT-SUB FROM 1 BY 1                        CNB25300
077000             UNTIL WS-QT-SUB > 8                                  CNB25300
077100     WRITE RPT-LINE FROM WS-GRID-HDR-LINE                         CNB25300
077200     INITIALIZE WS-DIST-ROW                                       CNB25300
077300                WS-SYS-ROW                                        CNB25300
077400     MOVE SPACES                   TO WS-PRINT-DIST               CNB25300
077500     PERFORM P6100-PRINT-BOARD                                    CNB25300
077600             VARYING WS-BR-SUB FROM 1 BY 1                        CNB25300
077700             UNTIL WS-BR-SUB > WS-BR-COUNT                        CNB25300
077800     IF WS-PRINT-DIST NOT = SPACES                                CNB25300
077900        PERFORM P6200-PRINT-DIST-TOTAL                            CNB25300
078000     END-IF                                                       CNB25300
078100     MOVE WS-SYS-ROW               TO WS-ROW                      CNB25300
078200     MOVE 'SYSTEM'                 TO GL-BOARD                    CNB25300
078300     PERFORM P6300-PRINT-ROW.                                     CNB25300
078400*                                                                 CNB25300
078500 P6010-SET-HDR-LABEL.                                             CNB25300
078600     MOVE WS-QT-LABEL (WS-QT-SUB)  TO GH-QTR-LABEL (WS-QT-SUB).   CNB25300
078700*                                                                 CNB25300
078800 P6100-PRINT-BOARD.                                               CNB25300
078900     IF WS-BR-DIST (WS-BR-SUB) NOT = WS-PRINT-DIST                CNB25300
079000        IF WS-PRINT-DIST NOT = SPACES                             CNB25300
079100           PERFORM P6200-PRINT-DIST-TOTAL                         CNB25300
079200        END-IF                                                    CNB25300
079300        MOVE WS-BR-DIST (WS-BR-SUB)                               CNB25300
079400                                   TO WS-PRINT-DIST               CNB25300
079500     END-IF                                                       CNB25300
079600     MOVE WS-BR-COUNTS (WS-BR-SUB) TO WS-ROW                      CNB25300
079700     MOVE SPACES                   TO GL-BOARD                    CNB25300
079800     STRING WS-BR-DIST (WS-BR-SUB) ' '                            CNB25300
079900            WS-BR-SDIST (WS-BR-SUB) ' '                           CNB25300
080000            WS-BR-CRAFT (WS-BR-SUB)                               CNB25300
080100            DELIMITED BY SIZE INTO GL-BOARD                       CNB25300
080200     PERFORM P6300-PRINT-ROW                                      CNB25300
080300     ADD WS-ROW-ROSTER             TO WS-DR-ROSTER                CNB25300
080400     ADD WS-ROW-FURL               TO WS-DR-FURL                  CNB25300
080500     ADD WS-ROW-ACTIVE             TO WS-DR-ACTIVE                CNB25300
080600     ADD WS-ROW-NOW                TO WS-DR-NOW                   CNB25300
080700     PERFORM P6110-ADD-DIST-QTR                                   CNB25300
080800             VARYING WS-QT-SUB FROM 1 BY 1                        CNB25300
080900             UNTIL WS-QT-SUB > 8.                                 CNB25300
081000*                                                                 CNB25300
081100 P6110-ADD-DIST-QTR.                                              CNB25300
081200     ADD WS-ROW-QTR (WS-QT-SUB)    TO WS-DR-QTR (WS-QT-SUB).      CNB25300
081300*                                                                 CNB25300
081400 P6200-PRINT-DIST-TOTAL.                                          CNB25300
081500     MOVE WS-DIST-ROW              TO WS-ROW                      CNB25300
081600     MOVE SPACES                   TO GL-BOARD                    CNB25300
081700     STRING WS-PRINT-DIST ' TOTAL'                                CNB25300
081800            DELIMITED BY SIZE INTO GL-BOARD                       CNB25300
081900     PERFORM P6300-PRINT-ROW                                      CNB25300
082000     MOVE SPACES                   TO RPT-LINE                    CNB25300
082100     WRITE RPT-LINE                                               CNB25300
082200     ADD WS-DR-ROSTER              TO WS-SR-ROSTER                CNB25300
082300     ADD WS-DR-FURL                TO WS-SR-FURL                  CNB25300
082400     ADD WS-DR-ACTIVE              TO WS-SR-ACTIVE                CNB25300
082500     ADD WS-DR-NOW                 TO WS-SR-NOW                   CNB25300
082600     PERFORM P6210-ADD-SYS-QTR                                    CNB25300
082700             VARYING WS-QT-SUB FROM 1 BY 1                        CNB25300
082800             UNTIL WS-QT-SUB > 8                                  CNB25300
082900     INITIALIZE WS-DIST-ROW.                                      CNB25300
083000*                                                                 CNB25300
083100 P6210-ADD-SYS-QTR.                                               CNB25300
083200     ADD WS-DR-QTR (WS-QT-SUB)     TO WS-SR-QTR (WS-QT-SUB).      CNB25300
083300*                                                                 CNB25300
083400*    PRINTS WS-ROW UNDER THE LABEL ALREADY IN GL-BOARD            CNB25300
083500*                                                                 CNB25300
083600 P6300-PRINT-ROW.                                                 CNB25300
083700     MOVE WS-ROW-ROSTER            TO GL-ROSTER                   CNB25300
083800     MOVE WS-ROW-FURL              TO GL-FURL                     CNB25300
083900     MOVE WS-ROW-ACTIVE            TO GL-ACTIVE                   CNB25300
084000     MOVE WS-ROW-NOW               TO GL-NOW                      CNB25300
084100     COMPUTE WS-PROJECTED = WS-ROW-ACTIVE - WS-ROW-NOW            CNB25300
084200     PERFORM P6310-SET-QTR-COL                                    CNB25300
084300             VARYING WS-QT-SUB FROM 1 BY 1                        CNB25300
084400             UNTIL WS-QT-SUB > 8                                  CNB25300
084500     MOVE WS-PROJECTED             TO GL-PROJ                     CNB25300
084600     WRITE RPT-LINE FROM WS-GRID-LINE.                            CNB25300
084700*                                                                 CNB25300
084800 P6310-SET-QTR-COL.                                               CNB25300
084900     MOVE SPACES                   TO GL-QTR-COL (WS-QT-SUB)      CNB25300
085000     MOVE WS-ROW-QTR (WS-QT-SUB)   TO GL-QTR (WS-QT-SUB)          CNB25300
085100     SUBTRACT WS-ROW-QTR (WS-QT-SUB) FROM WS-PROJECTED.           CNB25300
085200*                                                                 CNB25300
085300*    MONTH NUMBER (CCYY * 12 + MM - 1) IN WS-MON-WORK TO CCYY/MM  CNB25300
085400*                                                                 CNB25300
085500 P7000-SPLIT-MONTH.                                               CNB25300
085600     DIVIDE WS-MON-WORK BY 12                                     CNB25300
085700            GIVING WS-MON-CCYY REMAINDER WS-MON-MM                CNB25300
085800     ADD 1 TO WS-MON-MM.                                          CNB25300
085900*                                                                 CNB25300
086000 P9000-TERMINATE.                                                 CNB25300
086100     MOVE SPACES                   TO RPT-LINE                    CNB25300
086200     WRITE RPT-LINE                                               CNB25300
086300     MOVE 'MASTER RECORDS READ .......' TO CNT-LABEL              CNB25300
086400     MOVE WS-MR-READ-COUNT         TO CNT-VALUE                   CNB25300
086500     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25300
086600     MOVE '  TERMINATED - NOT COUNTED ' TO CNT-LABEL              CNB25300
086700     MOVE WS-TERM-COUNT            TO CNT-VALUE                   CNB25300
086800     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25300
086900     MOVE 'MSTR2 RECORDS READ ........' TO CNT-LABEL              CNB25300
087000     MOVE WS-M2-READ-COUNT         TO CNT-VALUE                   CNB25300
087100     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25300
087200     MOVE 'ACTIVE WITH NO USABLE DATES' TO CNT-LABEL              CNB25300
087300     MOVE WS-NODATE-COUNT          TO CNT-VALUE                   CNB25300
087400     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25300
087500     MOVE 'ELIGIBLE WITHIN FORECAST ..' TO CNT-LABEL              CNB25300
087600     MOVE WS-LIST-COUNT            TO CNT-VALUE                   CNB25300
087700     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25300
087800     MOVE 'ELIGIBLE AFTER FORECAST ...' TO CNT-LABEL              CNB25300
087900     MOVE WS-LATER-COUNT           TO CNT-VALUE                   CNB25300
088000     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25300
088100     IF WS-BR-COUNT NOT < WS-BR-MAX                               CNB25300
088200        MOVE '** BOARD TABLE FULL - LATER BOARDS NOT IN THE GRID' CNB25300
088300                                   TO RPT-LINE                    CNB25300
088400        WRITE RPT-LINE                                            CNB25300
088500     END-IF                                                       CNB25300
088600     CLOSE MSTR-FILE                                              CNB25300
088700           RPT-FILE.                                              CNB25300
088800*                                                                 CNB25300
088900 P9999-GOT-PROBLEM.                                               CNB25300
088910     MOVE 'CNB253'                 TO XE-PROGRAM                  CNB25300
088920     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB25300
088930     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB25300
088940     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB25300
089000     DISPLAY 'CNB253 ABEND IN ' WS-ABEND-PARAGRAPH                CNB25300
089100              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB25300
089200     MOVE 16 TO RETURN-CODE                                       CNB25300
089300     GOBACK.                                                      CNB25300
