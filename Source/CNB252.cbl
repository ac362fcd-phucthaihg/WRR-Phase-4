000100 IDENTIFICATION DIVISION.                                         CNB25200
000200 PROGRAM-ID. CNB252.                                              CNB25200
000300*AUTHOR.     JMC.                                                 CNB25200
000400*DATE-WRITTEN. 10/15/26.                                          CNB25200
000500*REMARKS.                                                         CNB25200
000600*    MASKED TRAINING DATA SET BUILDER FOR THE CLERK TRAINING      CNB25200
000700*    REGION.  THE TRAINING REGION'S FILES WERE YEARS OLD AND      CNB25200
000800*    CARRIED REAL SIN, SSN AND BIRTH DATES, SO NEW CREW CLERKS    CNB25200
000900*    LEARNED ON THE LIVE SYSTEM.  THIS JOB BUILDS A CONSISTENT    CNB25200
001000*    TRAINING COPY OF THE MASTER, MSTR2, MSTR3, EB, UFP, AJ, JS,  CNB25200
001100*    ASGN AND CNTL FILES FROM THE NIGHTLY UNLOADS AND IS RUN ON   CNB25200
001200*    DEMAND WHENEVER THE TRAINING REGION NEEDS A REFRESH.         CNB25200
001300*    THE DISTRICTS TO COPY COME FROM THE TRNDIST CARDS (DISTRICT, CNB25200
001400*    SUB-DISTRICT - A BLANK SUB-DISTRICT TAKES THE WHOLE          CNB25200
001500*    DISTRICT).  AT LEAST ONE CARD IS REQUIRED; THE JOB NEVER     CNB25200
001600*    COPIES THE WHOLE RAILROAD BY DEFAULT.                        CNB25200
001700*      - THE MASTER IS READ FROM THE CNB122 MSTRSEQ EXTRACT       CNB25200
001800*        (LAYOUT HEADER VALIDATED).  EVERY EMPLOYEE IN A SELECTED CNB25200
001900*        DISTRICT IS KEPT AND REMEMBERED BY EMPLOYEE NUMBER.      CNB25200
002000*      - MSTR2 AND MSTR3 RECORDS ARE KEPT FOR THOSE EMPLOYEES.    CNB25200
002100*      - EB, UFP, AJ, JS AND ASGN RECORDS ARE KEPT BY THE         CNB25200
002200*        DISTRICT/SUB-DISTRICT OF THE BOARD, POOL OR JOB.         CNB25200
002300*      - CNTL IS COMMON TO EVERY DISTRICT AND IS COPIED WHOLE.    CNB25200
002400*    NAMES, INITIALS, SIN, SSN, BIRTH MONTH AND DAY, PHONE AND    CNB25200
002500*    PAGER NUMBERS ARE REPLACED BY FAKE VALUES WORKED OUT FROM    CNB25200
002600*    THE EMPLOYEE NUMBER ALONE, SO THE SAME EMPLOYEE GETS THE     CNB25200
002700*    SAME FAKE VALUES IN EVERY FILE AND ON EVERY REFRESH.  A SIN  CNB25200
002800*    STARTING 0 AND AN SSN AREA OF 000 ARE NEVER ISSUED, SO NO    CNB25200
002900*    MASKED NUMBER CAN BE A REAL PERSON'S.  EMPLOYEE NUMBERS,     CNB25200
003000*    BIRTH YEAR, BOARD ORDER, SENIORITY, STATUSES AND EVERY       CNB25200
003100*    OTHER FIELD ARE COPIED AS THEY STAND SO THE BOARDS BEHAVE    CNB25200
003200*    AS THEY DO IN PRODUCTION.  A BLANK FIELD STAYS BLANK.        CNB25200
003300*    EACH TRAINING FILE IS A FULL-RECORD SEQUENTIAL IMAGE FOR     CNB25200
003400*    THE FOLLOWING STEP TO LOAD INTO THE TRAINING REGION; TRNMSTR CNB25200
003500*    MUST BE SORTED ON ITS 41-BYTE KEY FIRST, SINCE THE NEW       CNB25200
003600*    NAMES CHANGE THE KEY ORDER.  NO LIVE FILE IS OPENED.         CNB25200
003700*    THE RECONCILIATION PRINTS, FOR EACH FILE, THE RECORDS READ,  CNB25200
003800*    SELECTED, WRITTEN, MASKED AND SKIPPED, FLAGS ANY FILE OUT    CNB25200
003900*    OF BALANCE, CHECKS THE MSTRSEQ HEADER COUNT AND COUNTS THE   CNB25200
004000*    SELECTED EMPLOYEES WITH NO MSTR2 OR MSTR3 RECORD AND THE     CNB25200
004100*    TURNS AND ASGN RECORDS HELD BY EMPLOYEES OUTSIDE THE SET.    CNB25200
004200*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB25200
004300*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB25200
004400*                                                                 CNB25200
004500*TBD  THE MSTR2 LAYOUT BELOW IS BUILT FROM THE FIELD NAMES        CNB25200
004600*CNP917 IS SEEN MOVING FROM THAT RECORD (MSTR2-EMP-SIN,           CNB25200
004700*MSTR2-EMP-SSN, MSTR2-BD-YR/MO/DY); THE OFFSETS, THE PHONE NUMBER CNB25200
004800*FIELD AND THE 300-BYTE LENGTH ARE ASSUMED.  THE OTHER UNLOAD     CNB25200
004900*LAYOUTS ARE THE ONES CNB122, CNB104, CNB232, CNB245 AND CNB250   CNB25200
005000*CARRY.  VERIFY AGAINST THE PRODUCTION COPYBOOKS BEFORE NEXT      CNB25200
005100*COMPILE.                                                         CNB25200
005200*                                                                 CNB25200
005300 ENVIRONMENT DIVISION.                                            CNB25200
005400 CONFIGURATION SECTION.                                           CNB25200
005500 SOURCE-COMPUTER.  IBM-370.                                       CNB25200
005600 OBJECT-COMPUTER.  IBM-370.                                       CNB25200
005700 INPUT-OUTPUT SECTION.                                            CNB25200
005800 FILE-CONTROL.                                                    CNB25200
005900     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB25200
006000            ORGANIZATION  SEQUENTIAL                              CNB25200
006100            FILE STATUS   WS-PARM-STATUS.                         CNB25200
006200     SELECT DIST-FILE    ASSIGN TO TRNDIST                        CNB25200
006300            ORGANIZATION  SEQUENTIAL                              CNB25200
006400            FILE STATUS   WS-DIST-STATUS.                         CNB25200
006500     SELECT MSTR-FILE    ASSIGN TO MSTRSEQ                        CNB25200
006600            ORGANIZATION  SEQUENTIAL                              CNB25200
006700            FILE STATUS   WS-MSTR-STATUS.                         CNB25200
006800     SELECT MSTR2-FILE   ASSIGN TO MSTR2UNL                       CNB25200
006900            ORGANIZATION  SEQUENTIAL                              CNB25200
007000            FILE STATUS   WS-MSTR2-STATUS.                        CNB25200
007100     SELECT MSTR3-FILE   ASSIGN TO MSTR3UNL                       CNB25200
007200            ORGANIZATION  SEQUENTIAL                              CNB25200
007300            FILE STATUS   WS-MSTR3-STATUS.                        CNB25200
007400     SELECT EB-FILE      ASSIGN TO EBUNL                          CNB25200
007500            ORGANIZATION  SEQUENTIAL                              CNB25200
007600            FILE STATUS   WS-EB-STATUS.                           CNB25200
007700     SELECT UFP-FILE     ASSIGN TO UFPUNL                         CNB25200
007800            ORGANIZATION  SEQUENTIAL                              CNB25200
007900            FILE STATUS   WS-UFP-STATUS.                          CNB25200
008000     SELECT AJ-FILE      ASSIGN TO AJUNL                          CNB25200
008100            ORGANIZATION  SEQUENTIAL                              CNB25200
008200            FILE STATUS   WS-AJ-STATUS.                           CNB25200
008300     SELECT JS-FILE      ASSIGN TO JSUNL                          CNB25200
008400            ORGANIZATION  SEQUENTIAL                              CNB25200
008500            FILE STATUS   WS-JS-STATUS.                           CNB25200
008600     SELECT ASGN-FILE    ASSIGN TO ASGNUNL                        CNB25200
008700            ORGANIZATION  SEQUENTIAL                              CNB25200
008800            FILE STATUS   WS-ASGN-STATUS.                         CNB25200
008900     SELECT CNTL-FILE    ASSIGN TO CNTLUNL                        CNB25200
009000            ORGANIZATION  SEQUENTIAL                              CNB25200
009100            FILE STATUS   WS-CNTL-STATUS.                         CNB25200
009200     SELECT TMSTR-FILE   ASSIGN TO TRNMSTR                        CNB25200
009300            ORGANIZATION  SEQUENTIAL                              CNB25200
009400            FILE STATUS   WS-TMSTR-STATUS.                        CNB25200
009500     SELECT TMSTR2-FILE  ASSIGN TO TRNMSTR2                       CNB25200
009600            ORGANIZATION  SEQUENTIAL                              CNB25200
009700            FILE STATUS   WS-TMSTR2-STATUS.                       CNB25200
009800     SELECT TMSTR3-FILE  ASSIGN TO TRNMSTR3                       CNB25200
009900            ORGANIZATION  SEQUENTIAL                              CNB25200
010000            FILE STATUS   WS-TMSTR3-STATUS.                       CNB25200
010100     SELECT TEB-FILE     ASSIGN TO TRNEB                          CNB25200
010200            ORGANIZATION  SEQUENTIAL                              CNB25200
010300            FILE STATUS   WS-TEB-STATUS.                          CNB25200
010400     SELECT TUFP-FILE    ASSIGN TO TRNUFP                         CNB25200
010500            ORGANIZATION  SEQUENTIAL                              CNB25200
010600            FILE STATUS   WS-TUFP-STATUS.                         CNB25200
010700     SELECT TAJ-FILE     ASSIGN TO TRNAJ                          CNB25200
010800            ORGANIZATION  SEQUENTIAL                              CNB25200
010900            FILE STATUS   WS-TAJ-STATUS.                          CNB25200
011000     SELECT TJS-FILE     ASSIGN TO TRNJS                          CNB25200
011100            ORGANIZATION  SEQUENTIAL                              CNB25200
011200            FILE STATUS   WS-TJS-STATUS.                          CNB25200
011300     SELECT TASGN-FILE   ASSIGN TO TRNASGN                        CNB25200
011400            ORGANIZATION  SEQUENTIAL                              CNB25200
011500            FILE STATUS   WS-TASGN-STATUS.                        CNB25200
011600     SELECT TCNTL-FILE   ASSIGN TO TRNCNTL                        CNB25200
011700            ORGANIZATION  SEQUENTIAL                              CNB25200
011800            FILE STATUS   WS-TCNTL-STATUS.                        CNB25200
011900     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB25200
012000            ORGANIZATION  LINE SEQUENTIAL                         CNB25200
012100            FILE STATUS   WS-RPT-STATUS.                          CNB25200
012200*                                                                 CNB25200
012300 DATA DIVISION.                                                   CNB25200
012400 FILE SECTION.                                                    CNB25200
012500 FD  PARM-FILE                                                    CNB25200
012600     RECORD CONTAINS 80 CHARACTERS.                               CNB25200
012700 01  WS-PARM-RECORD.                                              CNB25200
012800     05  PARM-FUNC                 PIC X(8).                      CNB25200
012900     05  PARM-DATE-TIME            PIC X(12).                     CNB25200
013000     05  FILLER                    PIC X(60).                     CNB25200
013100 FD  DIST-FILE                                                    CNB25200
013200     RECORD CONTAINS 80 CHARACTERS.                               CNB25200
013300 01  TD-RECORD.                                                   CNB25200
013400     05  TD-DIST                   PIC X(2).                      CNB25200
013500     05  TD-SDIST                  PIC X(2).                      CNB25200
013600     05  FILLER                    PIC X(76).                     CNB25200
013700 FD  MSTR-FILE                                                    CNB25200
013800     RECORD CONTAINS 500 CHARACTERS.                              CNB25200
013900 01  MSTR-RECORD                   PIC X(500).                    CNB25200
014000 FD  MSTR2-FILE                                                   CNB25200
014100     RECORD CONTAINS 300 CHARACTERS.                              CNB25200
014200 01  M2-RECORD.                                                   CNB25200
014300     05  M2-EMP-NBR                PIC X(9).                      CNB25200
014400     05  M2-EMP-SIN                PIC X(9).                      CNB25200
014500     05  M2-EMP-SSN                PIC X(9).                      CNB25200
014600     05  M2-BIRTH-DATE.                                           CNB25200
014700         10  M2-BD-YR              PIC X(2).                      CNB25200
014800         10  M2-BD-MO              PIC X(2).                      CNB25200
014900         10  M2-BD-DY              PIC X(2).                      CNB25200
015000     05  M2-ENTRY-DATE.                                           CNB25200
015100         10  M2-DOE-YR             PIC X(2).                      CNB25200
015200         10  M2-DOE-MO             PIC X(2).                      CNB25200
015300         10  M2-DOE-DY             PIC X(2).                      CNB25200
015400     05  M2-PHONE-NBR              PIC X(10).                     CNB25200
015500     05  FILLER                    PIC X(250).                    CNB25200
015600 FD  MSTR3-FILE                                                   CNB25200
015700     RECORD CONTAINS 200 CHARACTERS.                              CNB25200
015800 01  M3-RECORD.                                                   CNB25200
015900     05  M3-EMP-NBR                PIC X(9).                      CNB25200
016000     05  FILLER                    PIC X(191).                    CNB25200
016100 FD  EB-FILE                                                      CNB25200
016200     RECORD CONTAINS 80 CHARACTERS.                               CNB25200
016300 01  EBIO-RECORD.                                                 CNB25200
016400     05  EBIO-KEY.                                                CNB25200
016500         10  EBIO-DIST             PIC X(2).                      CNB25200
016600         10  EBIO-SDIST            PIC X(2).                      CNB25200
016700         10  EBIO-CC               PIC X(2).                      CNB25200
016800         10  EBIO-TURN-NBR         PIC X(2).                      CNB25200
016900     05  EBIO-EMP-NO               PIC 9(9).                      CNB25200
017000     05  FILLER                    PIC X(63).                     CNB25200
017100 FD  UFP-FILE                                                     CNB25200
017200     RECORD CONTAINS 100 CHARACTERS.                              CNB25200
017300 01  UFIO-RECORD.                                                 CNB25200
017400     05  UFIO-KEY.                                                CNB25200
017500         10  UFIO-DIST             PIC X(2).                      CNB25200
017600         10  UFIO-SDIST            PIC X(2).                      CNB25200
017700         10  UFIO-POOL             PIC X(10).                     CNB25200
017800         10  UFIO-TURN             PIC X(4).                      CNB25200
017900     05  UFIO-EMP-NO               PIC 9(9).                      CNB25200
018000     05  FILLER                    PIC X(73).                     CNB25200
018100 FD  AJ-FILE                                                      CNB25200
018200     RECORD CONTAINS 80 CHARACTERS.                               CNB25200
018300 01  AJIO-RECORD.                                                 CNB25200
018400     05  AJIO-KEY.                                                CNB25200
018500         10  AJIO-DIST             PIC X(2).                      CNB25200
018600         10  AJIO-SDIST            PIC X(2).                      CNB25200
018700         10  AJIO-ASGN-CC          PIC X(2).                      CNB25200
018800         10  AJIO-ASGN-ID          PIC X(4).                      CNB25200
018900     05  FILLER                    PIC X(70).                     CNB25200
019000 FD  JS-FILE                                                      CNB25200
019100     RECORD CONTAINS 120 CHARACTERS.                              CNB25200
019200 01  JSIO-RECORD.                                                 CNB25200
019300     05  JSIO-KEY.                                                CNB25200
019400         10  JSIO-DIST             PIC X(2).                      CNB25200
019500         10  JSIO-SDIST            PIC X(2).                      CNB25200
019600         10  JSIO-JOB-ID           PIC X(6).                      CNB25200
019700         10  JSIO-EFF-DATE         PIC X(8).                      CNB25200
019800     05  FILLER                    PIC X(102).                    CNB25200
019900 FD  ASGN-FILE                                                    CNB25200
020000     RECORD CONTAINS 150 CHARACTERS.                              CNB25200
020100 01  ASIO-RECORD.                                                 CNB25200
020200     05  ASIO-KEY1.                                               CNB25200
020300         10  ASIO-JOB-TYPE         PIC X(1).                      CNB25200
020400         10  ASIO-ASSIGNMENT.                                     CNB25200
020500             15  ASIO-DIST         PIC X(2).                      CNB25200
020600             15  ASIO-SUB-DIST     PIC X(2).                      CNB25200
020700             15  ASIO-AREA         PIC X(6).                      CNB25200
020800             15  ASIO-CC           PIC X(2).                      CNB25200
020900         10  ASIO-REC-TYPE         PIC X(1).                      CNB25200
021000         10  ASIO-DATE-TIME        PIC X(10).                     CNB25200
021100     05  ASIO-KEY2.                                               CNB25200
021200         10  ASIO-EMP-NO           PIC 9(9).                      CNB25200
021300         10  ASIO-EMP-NO-REC-TYPE  PIC X(1).                      CNB25200
021400         10  ASIO-EMP-DATE-TIME    PIC X(10).                     CNB25200
021500     05  FILLER                    PIC X(106).                    CNB25200
021600 FD  CNTL-FILE                                                    CNB25200
021700     RECORD CONTAINS 80 CHARACTERS.                               CNB25200
021800 01  CN-RECORD                     PIC X(80).                     CNB25200
021900 FD  TMSTR-FILE                                                   CNB25200
022000     RECORD CONTAINS 500 CHARACTERS.                              CNB25200
022100 01  TMSTR-RECORD                  PIC X(500).                    CNB25200
022200 FD  TMSTR2-FILE                                                  CNB25200
022300     RECORD CONTAINS 300 CHARACTERS.                              CNB25200
022400 01  TMSTR2-RECORD                 PIC X(300).                    CNB25200
022500 FD  TMSTR3-FILE                                                  CNB25200
022600     RECORD CONTAINS 200 CHARACTERS.                              CNB25200
022700 01  TMSTR3-RECORD                 PIC X(200).                    CNB25200
022800 FD  TEB-FILE                                                     CNB25200
022900     RECORD CONTAINS 80 CHARACTERS.                               CNB25200
023000 01  TEB-RECORD                    PIC X(80).                     CNB25200
023100 FD  TUFP-FILE                                                    CNB25200
023200     RECORD CONTAINS 100 CHARACTERS.                              CNB25200
023300 01  TUFP-RECORD                   PIC X(100).                    CNB25200
023400 FD  TAJ-FILE                                                     CNB25200
023500     RECORD CONTAINS 80 CHARACTERS.                               CNB25200
023600 01  TAJ-RECORD                    PIC X(80).                     CNB25200
023700 FD  TJS-FILE                                                     CNB25200
023800     RECORD CONTAINS 120 CHARACTERS.                              CNB25200
023900 01  TJS-RECORD                    PIC X(120).                    CNB25200
024000 FD  TASGN-FILE                                                   CNB25200
024100     RECORD CONTAINS 150 CHARACTERS.                              CNB25200
024200 01  TASGN-RECORD                  PIC X(150).                    CNB25200
024300 FD  TCNTL-FILE                                                   CNB25200
024400     RECORD CONTAINS 80 CHARACTERS.                               CNB25200
024500 01  TCNTL-RECORD                  PIC X(80).                     CNB25200
024600 FD  RPT-FILE                                                     CNB25200
024700     RECORD CONTAINS 132 CHARACTERS.                              CNB25200
024800 01  RPT-LINE                      PIC X(132).                    CNB25200
024900*                                                                 CNB25200
025000 WORKING-STORAGE SECTION.                                         CNB25200
025100 COPY WSMSTR.                                                     CNB25200
025200 COPY WSXHDR.                                                     CNB25200
025300 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB25200
025400     88  WS-PARM-OK                       VALUE '00'.             CNB25200
025500 01  WS-DIST-STATUS                PIC XX VALUE SPACES.           CNB25200
025600     88  WS-DIST-OK                       VALUE '00'.             CNB25200
025700 01  WS-MSTR-STATUS                PIC XX VALUE SPACES.           CNB25200
025800     88  WS-MSTR-OK                       VALUE '00'.             CNB25200
025900 01  WS-MSTR2-STATUS               PIC XX VALUE SPACES.           CNB25200
026000     88  WS-MSTR2-OK                      VALUE '00'.             CNB25200
026100 01  WS-MSTR3-STATUS               PIC XX VALUE SPACES.           CNB25200
026200     88  WS-MSTR3-OK                      VALUE '00'.             CNB25200
026300 01  WS-EB-STATUS                  PIC XX VALUE SPACES.           CNB25200
026400     88  WS-EB-OK                         VALUE '00'.             CNB25200
026500 01  WS-UFP-STATUS                 PIC XX VALUE SPACES.           CNB25200
026600     88  WS-UFP-OK                        VALUE '00'.             CNB25200
026700 01  WS-AJ-STATUS                  PIC XX VALUE SPACES.           CNB25200
026800     88  WS-AJ-OK                         VALUE '00'.             CNB25200
026900 01  WS-JS-STATUS                  PIC XX VALUE SPACES.           CNB25200
027000     88  WS-JS-OK                         VALUE '00'.             CNB25200
027100 01  WS-ASGN-STATUS                PIC XX VALUE SPACES.           CNB25200
027200     88  WS-ASGN-OK                       VALUE '00'.             CNB25200
027300 01  WS-CNTL-STATUS                PIC XX VALUE SPACES.           CNB25200
027400     88  WS-CNTL-OK                       VALUE '00'.             CNB25200
027500 01  WS-TMSTR-STATUS               PIC XX VALUE SPACES.           CNB25200
027600     88  WS-TMSTR-OK                      VALUE '00'.             CNB25200
027700 01  WS-TMSTR2-STATUS              PIC XX VALUE SPACES.           CNB25200
027800     88  WS-TMSTR2-OK                     VALUE '00'.             CNB25200
027900 01  WS-TMSTR3-STATUS              PIC XX VALUE SPACES.           CNB25200
028000     88  WS-TMSTR3-OK                     VALUE '00'.             CNB25200
028100 01  WS-TEB-STATUS                 PIC XX VALUE SPACES.           CNB25200
028200     88  WS-TEB-OK                        VALUE '00'.             CNB25200
028300 01  WS-TUFP-STATUS                PIC XX VALUE SPACES.           CNB25200
028400     88  WS-TUFP-OK                       VALUE '00'.             CNB25200
028500 01  WS-TAJ-STATUS                 PIC XX VALUE SPACES.           CNB25200
028600     88  WS-TAJ-OK                        VALUE '00'.             CNB25200
028700 01  WS-TJS-STATUS                 PIC XX VALUE SPACES.           CNB25200
028800     88  WS-TJS-OK                        VALUE '00'.             CNB25200
028900 01  WS-TASGN-STATUS               PIC XX VALUE SPACES.           CNB25200
029000     88  WS-TASGN-OK                      VALUE '00'.             CNB25200
029100 01  WS-TCNTL-STATUS               PIC XX VALUE SPACES.           CNB25200
029200     88  WS-TCNTL-OK                      VALUE '00'.             CNB25200
029300 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB25200
029400     88  WS-RPT-OK                        VALUE '00'.             CNB25200
029500 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB25200
029600 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB25200
029610 COPY WSERRLOG.                                                   CNB25200
029700 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB25200
029800     88  WS-FUNC-BUILD                    VALUE 'BUILD'.          CNB25200
029900 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB25200
030000 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB25200
030100     88  WS-EOF                           VALUE 'Y'.              CNB25200
030200 01  WS-DIST-EOF-SW                PIC X  VALUE 'N'.              CNB25200
030300     88  WS-EOF-DIST                      VALUE 'Y'.              CNB25200
030400 01  WS-MSTR-HDR-COUNT             PIC 9(9) VALUE ZEROS.          CNB25200
030500*                                                                 CNB25200
030600*    THE SELECTED DISTRICTS (BLANK SUB-DISTRICT = ALL)            CNB25200
030700*                                                                 CNB25200
030800 01  WS-TD-MAX                     PIC S9(4) COMP VALUE 50.       CNB25200
030900 01  WS-TD-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB25200
031000 01  WS-TD-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB25200
031100 01  WS-TD-TABLE.                                                 CNB25200
031200     05  WS-TD-ENTRY OCCURS 50 TIMES.                             CNB25200
031300         10  WS-TD-DIST            PIC X(2).                      CNB25200
031400         10  WS-TD-SDIST           PIC X(2).                      CNB25200
031500 01  WS-CK-DIST                    PIC X(2) VALUE SPACES.         CNB25200
031600 01  WS-CK-SDIST                   PIC X(2) VALUE SPACES.         CNB25200
031700 01  WS-CK-SW                      PIC X  VALUE 'N'.              CNB25200
031800     88  WS-CK-SELECTED                   VALUE 'Y'.              CNB25200
031900*                                                                 CNB25200
032000*    THE SELECTED EMPLOYEES, KEPT IN EMPLOYEE NUMBER ORDER AS     CNB25200
032100*    THE MASTER IS READ SO THE OTHER FILES CAN BE MATCHED BY A    CNB25200
032200*    HALVING SEARCH                                               CNB25200
032300*                                                                 CNB25200
032400 01  WS-EM-MAX                     PIC S9(8) COMP VALUE 30000.    CNB25200
032500 01  WS-EM-COUNT                   PIC S9(8) COMP VALUE ZEROS.    CNB25200
032600 01  WS-EM-SUB                     PIC S9(8) COMP VALUE ZEROS.    CNB25200
032700 01  WS-EM-AT                      PIC S9(8) COMP VALUE ZEROS.    CNB25200
032800 01  WS-EM-LO                      PIC S9(8) COMP VALUE ZEROS.    CNB25200
032900 01  WS-EM-HI                      PIC S9(8) COMP VALUE ZEROS.    CNB25200
033000 01  WS-EM-MID                     PIC S9(8) COMP VALUE ZEROS.    CNB25200
033100 01  WS-EM-TABLE.                                                 CNB25200
033200     05  WS-EM-EMP-NBR OCCURS 30000 TIMES                         CNB25200
033300                                   PIC X(9).                      CNB25200
033400 01  WS-FIND-EMP                   PIC X(9) VALUE SPACES.         CNB25200
033500 01  WS-EM-FOUND-SW                PIC X  VALUE 'N'.              CNB25200
033600     88  WS-EM-FOUND                      VALUE 'Y'.              CNB25200
033700*                                                                 CNB25200
033800*    FAKE VALUES FOR ONE EMPLOYEE                                 CNB25200
033900*                                                                 CNB25200
034000 01  WS-MK-DIGITS                  PIC X(9) VALUE SPACES.         CNB25200
034100 01  WS-MK-SEED REDEFINES WS-MK-DIGITS                            CNB25200
034200                                   PIC 9(9).                      CNB25200
034300 01  WS-MK-WORK                    PIC S9(15) COMP-3 VALUE ZEROS. CNB25200
034400 01  WS-MK-QUOT                    PIC S9(15) COMP-3 VALUE ZEROS. CNB25200
034500 01  WS-MK-H1                      PIC 9(9) VALUE ZEROS.          CNB25200
034600 01  WS-MK-H2                      PIC 9(9) VALUE ZEROS.          CNB25200
034700 01  WS-MK-Q1                      PIC 9(9) VALUE ZEROS.          CNB25200
034800 01  WS-MK-Q2                      PIC 9(9) VALUE ZEROS.          CNB25200
034900 01  WS-MK-SN-AT                   PIC S9(4) COMP VALUE ZEROS.    CNB25200
035000 01  WS-MK-GN-AT                   PIC S9(4) COMP VALUE ZEROS.    CNB25200
035100 01  WS-MK-MI-AT                   PIC S9(4) COMP VALUE ZEROS.    CNB25200
035200 01  WS-MK-NAME                    PIC X(26) VALUE SPACES.        CNB25200
035300 01  WS-MK-INITIALS                PIC X(3) VALUE SPACES.         CNB25200
035400 01  WS-MK-SIN.                                                   CNB25200
035500     05  FILLER                    PIC X(1) VALUE '0'.            CNB25200
035600     05  WS-MK-SIN-8               PIC 9(8) VALUE ZEROS.          CNB25200
035700 01  WS-MK-SSN.                                                   CNB25200
035800     05  FILLER                    PIC X(3) VALUE '000'.          CNB25200
035900     05  WS-MK-SSN-6               PIC 9(6) VALUE ZEROS.          CNB25200
036000 01  WS-MK-PAGER.                                                 CNB25200
036100     05  FILLER                    PIC X(1) VALUE '9'.            CNB25200
036200     05  WS-MK-PAGER-5             PIC 9(5) VALUE ZEROS.          CNB25200
036300*    EXCHANGE 555, LINES 0100-0199 - NEVER A REAL SUBSCRIBER:     CNB25200
036400 01  WS-MK-PHONE-TAIL.                                            CNB25200
036500     05  FILLER                    PIC X(5) VALUE '55501'.        CNB25200
036600     05  WS-MK-PHONE-2             PIC 9(2) VALUE ZEROS.          CNB25200
036700 01  WS-MK-BD-MO                   PIC 9(2) VALUE ZEROS.          CNB25200
036800 01  WS-MK-BD-DY                   PIC 9(2) VALUE ZEROS.          CNB25200
036900 01  WS-MK-MASKED-SW               PIC X  VALUE 'N'.              CNB25200
037000     88  WS-MK-MASKED                     VALUE 'Y'.              CNB25200
037100 01  WS-MK-SURNAMES.                                              CNB25200
037200     05  FILLER                    PIC X(48) VALUE                CNB25200
037300         'ANDERSON    BAPTISTE    CAMPBELL    DESJARDINS  '.      CNB25200
037400     05  FILLER                    PIC X(48) VALUE                CNB25200
037500         'ELLIOTT     FORTIN      GALLAGHER   HARRISON    '.      CNB25200
037600     05  FILLER                    PIC X(48) VALUE                CNB25200
037700         'IVERSON     JOHNSTON    KOWALCZYK   LAFLEUR     '.      CNB25200
037800     05  FILLER                    PIC X(48) VALUE                CNB25200
037900         'MACDONALD   NICHOLSON   OLSEN       PELLETIER   '.      CNB25200
038000     05  FILLER                    PIC X(48) VALUE                CNB25200
038100         'QUINLAN     ROBERTSON   SAUNDERS    THIBODEAU   '.      CNB25200
038200     05  FILLER                    PIC X(48) VALUE                CNB25200
038300         'UNDERWOOD   VANDERBERG  WALLACE     YOUNG       '.      CNB25200
038400     05  FILLER                    PIC X(48) VALUE                CNB25200
038500         'ZIMMERMAN   BOUCHARD    CHRISTENSEN DUBOIS      '.      CNB25200
038600     05  FILLER                    PIC X(48) VALUE                CNB25200
038700         'FERGUSON    GAUTHIER    HENDERSON   LAROCHE     '.      CNB25200
038800     05  FILLER                    PIC X(48) VALUE                CNB25200
038900         'MORRISON    OUELLET     PATTERSON   RICHARDSON  '.      CNB25200
039000     05  FILLER                    PIC X(48) VALUE                CNB25200
039100         'SINCLAIR    TREMBLAY    WHITFIELD   STEWART     '.      CNB25200
039200 01  WS-MK-SURNAME-TABLE REDEFINES WS-MK-SURNAMES.                CNB25200
039300     05  WS-MK-SURNAME OCCURS 40 TIMES                            CNB25200
039400                                   PIC X(12).                     CNB25200
039500 01  WS-MK-GIVEN-NAMES.                                           CNB25200
039600     05  FILLER                    PIC X(50) VALUE                CNB25200
039700         'ALAN      BRENDA    CARL      DIANE     EDWARD    '.    CNB25200
039800     05  FILLER                    PIC X(50) VALUE                CNB25200
039900         'FRANCINE  GORDON    HEATHER   IAN       JOANNE    '.    CNB25200
040000     05  FILLER                    PIC X(50) VALUE                CNB25200
040100         'KEVIN     LINDA     MARCEL    NANCY     OWEN      '.    CNB25200
040200     05  FILLER                    PIC X(50) VALUE                CNB25200
040300         'PAULINE   RAYMOND   SYLVIE    THOMAS    VALERIE   '.    CNB25200
040400     05  FILLER                    PIC X(50) VALUE                CNB25200
040500         'WAYNE     YVONNE    BRUCE     CAROL     DENIS     '.    CNB25200
040600     05  FILLER                    PIC X(50) VALUE                CNB25200
040700         'GAIL      HAROLD    KAREN     LUC       MONIQUE   '.    CNB25200
040800 01  WS-MK-GIVEN-TABLE REDEFINES WS-MK-GIVEN-NAMES.               CNB25200
040900     05  WS-MK-GIVEN OCCURS 30 TIMES                              CNB25200
041000                                   PIC X(10).                     CNB25200
041100 01  WS-MK-LETTERS                 PIC X(26) VALUE                CNB25200
041200         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                            CNB25200
041300*                                                                 CNB25200
041400*    RECONCILIATION - ONE ENTRY PER FILE:                         CNB25200
041500*      1 MASTER  2 MSTR2  3 MSTR3  4 EB  5 UFP  6 AJ  7 JS        CNB25200
041600*      8 ASGN  9 CNTL                                             CNB25200
041700*                                                                 CNB25200
041800 01  WS-RC-AT                      PIC S9(4) COMP VALUE ZEROS.    CNB25200
041900 01  WS-RC-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB25200
042000 01  WS-RC-NAMES.                                                 CNB25200
042100     05  FILLER                    PIC X(28) VALUE                CNB25200
042200         'MASTER      MSTRSEQ TRNMSTR '.                          CNB25200
042300     05  FILLER                    PIC X(28) VALUE                CNB25200
042400         'MSTR2       MSTR2UNLTRNMSTR2'.                          CNB25200
042500     05  FILLER                    PIC X(28) VALUE                CNB25200
042600         'MSTR3       MSTR3UNLTRNMSTR3'.                          CNB25200
042700     05  FILLER                    PIC X(28) VALUE                CNB25200
042800         'EB          EBUNL   TRNEB   '.                          CNB25200
042900     05  FILLER                    PIC X(28) VALUE                CNB25200
043000         'UFP         UFPUNL  TRNUFP  '.                          CNB25200
043100     05  FILLER                    PIC X(28) VALUE                CNB25200
043200         'AJ          AJUNL   TRNAJ   '.                          CNB25200
043300     05  FILLER                    PIC X(28) VALUE                CNB25200
043400         'JS          JSUNL   TRNJS   '.                          CNB25200
043500     05  FILLER                    PIC X(28) VALUE                CNB25200
043600         'ASGN        ASGNUNL TRNASGN '.                          CNB25200
043700     05  FILLER                    PIC X(28) VALUE                CNB25200
043800         'CNTL        CNTLUNL TRNCNTL '.                          CNB25200
043900 01  WS-RC-NAME-TABLE REDEFINES WS-RC-NAMES.                      CNB25200
044000     05  WS-RC-NAME-ENTRY OCCURS 9 TIMES.                         CNB25200
044100         10  WS-RC-FILE            PIC X(12).                     CNB25200
044200         10  WS-RC-IN-DD           PIC X(8).                      CNB25200
044300         10  WS-RC-OUT-DD          PIC X(8).                      CNB25200
044400 01  WS-RC-COUNTS.                                                CNB25200
044500     05  WS-RC-COUNT-ENTRY OCCURS 9 TIMES.                        CNB25200
044600         10  WS-RC-READ            PIC S9(8) COMP.                CNB25200
044700         10  WS-RC-SELECTED        PIC S9(8) COMP.                CNB25200
044800         10  WS-RC-WRITTEN         PIC S9(8) COMP.                CNB25200
044900         10  WS-RC-MASKED          PIC S9(8) COMP.                CNB25200
045000 01  WS-RC-SKIPPED                 PIC S9(8) COMP VALUE ZEROS.    CNB25200
045100 01  WS-EB-OUTSIDE-COUNT           PIC 9(7) VALUE ZEROS.          CNB25200
045200 01  WS-UFP-OUTSIDE-COUNT          PIC 9(7) VALUE ZEROS.          CNB25200
045300 01  WS-ASGN-OUTSIDE-COUNT         PIC 9(7) VALUE ZEROS.          CNB25200
045400 01  WS-NO-MSTR2-COUNT             PIC S9(8) COMP VALUE ZEROS.    CNB25200
045500 01  WS-NO-MSTR3-COUNT             PIC S9(8) COMP VALUE ZEROS.    CNB25200
045600 01  WS-BAL-SW                     PIC X  VALUE 'Y'.              CNB25200
045700     88  WS-ALL-IN-BALANCE                VALUE 'Y'.              CNB25200
045800 01  WS-HDR-LINE.                                                 CNB25200
045900     05  FILLER                PIC X(38)  VALUE                   CNB25200
046000         'CNB252 - TRAINING DATA SET BUILD'.                      CNB25200
046100     05  FILLER                PIC X(2)   VALUE SPACES.           CNB25200
046200     05  HDR-FUNC              PIC X(8).                          CNB25200
046300     05  FILLER                PIC X(2)   VALUE SPACES.           CNB25200
046400     05  HDR-DATE-TIME         PIC X(12).                         CNB25200
046500     05  FILLER                PIC X(70)  VALUE SPACES.           CNB25200
046600 01  WS-DIST-LINE.                                                CNB25200
046700     05  FILLER                    PIC X(19) VALUE                CNB25200
046800         'DISTRICT SELECTED  '.                                   CNB25200
046900     05  DSL-DIST                  PIC X(2).                      CNB25200
047000     05  FILLER                    PIC X(16) VALUE                CNB25200
047100         '  SUB-DISTRICT  '.                                      CNB25200
047200     05  DSL-SDIST                 PIC X(3).                      CNB25200
047300     05  FILLER                    PIC X(92) VALUE SPACES.        CNB25200
047400 01  WS-COL-HDR-LINE.                                             CNB25200
047500     05  FILLER                    PIC X(41) VALUE                CNB25200
047600         'FILE        UNLOAD    TRAINING       READ'.             CNB25200
047700     05  FILLER                    PIC X(36) VALUE                CNB25200
047800         '    SELECTED     WRITTEN      MASKED'.                  CNB25200
047900     05  FILLER                    PIC X(19) VALUE                CNB25200
048000         '     SKIPPED   NOTE'.                                   CNB25200
048100     05  FILLER                    PIC X(36) VALUE SPACES.        CNB25200
048200 01  WS-RC-LINE.                                                  CNB25200
048300     05  RC-FILE                   PIC X(12).                     CNB25200
048400     05  RC-IN-DD                  PIC X(10).                     CNB25200
048500     05  RC-OUT-DD                 PIC X(10).                     CNB25200
048600     05  RC-READ                   PIC Z,ZZZ,ZZ9.                 CNB25200
048700     05  FILLER                    PIC X(3) VALUE SPACES.         CNB25200
048800     05  RC-SELECTED               PIC Z,ZZZ,ZZ9.                 CNB25200
048900     05  FILLER                    PIC X(3) VALUE SPACES.         CNB25200
049000     05  RC-WRITTEN                PIC Z,ZZZ,ZZ9.                 CNB25200
049100     05  FILLER                    PIC X(3) VALUE SPACES.         CNB25200
049200     05  RC-MASKED                 PIC Z,ZZZ,ZZ9.                 CNB25200
049300     05  FILLER                    PIC X(3) VALUE SPACES.         CNB25200
049400     05  RC-SKIPPED                PIC Z,ZZZ,ZZ9.                 CNB25200
049500     05  FILLER                    PIC X(3) VALUE SPACES.         CNB25200
049600     05  RC-NOTE                   PIC X(12).                     CNB25200
049700     05  FILLER                    PIC X(28) VALUE SPACES.        CNB25200
049800 01  WS-CNT-LINE.                                                 CNB25200
049900     05  CNT-LABEL                 PIC X(50).                     CNB25200
050000     05  CNT-VALUE                 PIC Z,ZZZ,ZZ9.                 CNB25200
050100     05  FILLER                    PIC X(73) VALUE SPACES.        CNB25200
050200*                                                                 CNB25200
050300 PROCEDURE DIVISION.                                              CNB25200
050400 P0000-MAINLINE.                                                  CNB25200
050500     PERFORM P1000-INITIALIZE                                     CNB25200
050600     PERFORM P2000-COPY-MASTER                                    CNB25200
050700     PERFORM P3000-COPY-MSTR2                                     CNB25200
050800     PERFORM P3100-COPY-MSTR3                                     CNB25200
050900     PERFORM P4000-COPY-EB                                        CNB25200
051000     PERFORM P4100-COPY-UFP                                       CNB25200
051100     PERFORM P4200-COPY-AJ                                        CNB25200
051200     PERFORM P4300-COPY-JS                                        CNB25200
051300     PERFORM P4400-COPY-ASGN                                      CNB25200
051400     PERFORM P4500-COPY-CNTL                                      CNB25200
051500     PERFORM P9000-TERMINATE                                      CNB25200
051600     GOBACK.                                                      CNB25200
051700*                                                                 CNB25200
051800 P1000-INITIALIZE.                                                CNB25200
051900     OPEN INPUT PARM-FILE                                         CNB25200
052000     IF NOT WS-PARM-OK                                            CNB25200
052100        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB25200
052200        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB25200
052300        PERFORM P9999-GOT-PROBLEM                                 CNB25200
052400     END-IF                                                       CNB25200
052500     READ PARM-FILE                                               CNB25200
052600     IF NOT WS-PARM-OK                                            CNB25200
052700        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB25200
052800        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB25200
052900        PERFORM P9999-GOT-PROBLEM                                 CNB25200
053000     END-IF                                                       CNB25200
053100     MOVE PARM-FUNC                TO WS-FUNC                     CNB25200
053200     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB25200
053300     CLOSE PARM-FILE                                              CNB25200
053400     IF NOT WS-FUNC-BUILD                                         CNB25200
053500        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB25200
053600        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB25200
053700        PERFORM P9999-GOT-PROBLEM                                 CNB25200
053800     END-IF                                                       CNB25200
053900     INITIALIZE WS-RC-COUNTS                                      CNB25200
054000     OPEN OUTPUT RPT-FILE                                         CNB25200
054100     IF NOT WS-RPT-OK                                             CNB25200
054200        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB25200
054300        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB25200
054400        PERFORM P9999-GOT-PROBLEM                                 CNB25200
054500     END-IF                                                       CNB25200
054600     MOVE WS-FUNC                  TO HDR-FUNC                    CNB25200
054700     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB25200
054800     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB25200
054900     MOVE SPACES                   TO RPT-LINE                    CNB25200
055000     WRITE RPT-LINE                                               CNB25200
055100     OPEN INPUT DIST-FILE                                         CNB25200
055200     IF NOT WS-DIST-OK                                            CNB25200
055300        MOVE 'P1000-OPEN-DIST'     TO WS-ABEND-PARAGRAPH          CNB25200
055400        MOVE WS-DIST-STATUS        TO WS-ABEND-STATUS             CNB25200
055500        PERFORM P9999-GOT-PROBLEM                                 CNB25200
055600     END-IF                                                       CNB25200
055700     PERFORM P1200-LOAD-DIST UNTIL WS-EOF-DIST                    CNB25200
055800     CLOSE DIST-FILE                                              CNB25200
055900     IF WS-TD-COUNT = ZEROS                                       CNB25200
056000        MOVE 'NO TRNDIST CARDS - NOTHING SELECTED, RUN ABORTED'   CNB25200
056100                                   TO RPT-LINE                    CNB25200
056200        WRITE RPT-LINE                                            CNB25200
056300        MOVE 'P1000-NO-DIST'       TO WS-ABEND-PARAGRAPH          CNB25200
056400        MOVE 'ND'                  TO WS-ABEND-STATUS             CNB25200
056500        PERFORM P9999-GOT-PROBLEM                                 CNB25200
056600     END-IF                                                       CNB25200
056700     MOVE SPACES                   TO RPT-LINE                    CNB25200
056800     WRITE RPT-LINE.                                              CNB25200
056900*                                                                 CNB25200
057000*    ONE CARD PER DISTRICT OR DISTRICT/SUB-DISTRICT; A CARD       CNB25200
057100*    ALREADY COVERED BY A WHOLE-DISTRICT CARD IS STILL LISTED     CNB25200
057200*                                                                 CNB25200
057300 P1200-LOAD-DIST.                                                 CNB25200
057400     READ DIST-FILE                                               CNB25200
057500          AT END                                                  CNB25200
057600             SET WS-EOF-DIST TO TRUE                              CNB25200
057700     END-READ                                                     CNB25200
057800     IF NOT WS-EOF-DIST                                           CNB25200
057900        AND TD-DIST NOT = SPACES                                  CNB25200
058000        AND WS-TD-COUNT < WS-TD-MAX                               CNB25200
058100        ADD 1 TO WS-TD-COUNT                                      CNB25200
058200        MOVE TD-DIST               TO WS-TD-DIST (WS-TD-COUNT)    CNB25200
058300        MOVE TD-SDIST              TO WS-TD-SDIST (WS-TD-COUNT)   CNB25200
058400        MOVE TD-DIST               TO DSL-DIST                    CNB25200
058500        IF TD-SDIST = SPACES                                      CNB25200
058600           MOVE 'ALL'              TO DSL-SDIST                   CNB25200
058700        ELSE                                                      CNB25200
058800           MOVE TD-SDIST           TO DSL-SDIST                   CNB25200
058900        END-IF                                                    CNB25200
059000        WRITE RPT-LINE FROM WS-DIST-LINE                          CNB25200
059100     END-IF.                                                      CNB25200
059200*                                                                 CNB25200
059300*    MASTER - EVERY EMPLOYEE IN A SELECTED DISTRICT IS KEPT,      CNB25200
059400*    MASKED AND ENTERED IN THE EMPLOYEE TABLE                     CNB25200
059500*                                                                 CNB25200
059600 P2000-COPY-MASTER.                                               CNB25200
059700     MOVE 1                        TO WS-RC-AT                    CNB25200
059800     OPEN INPUT MSTR-FILE                                         CNB25200
059900     IF NOT WS-MSTR-OK                                            CNB25200
060000        MOVE 'P2000-OPEN-MSTR'     TO WS-ABEND-PARAGRAPH          CNB25200
060100        MOVE WS-MSTR-STATUS        TO WS-ABEND-STATUS             CNB25200
060200        PERFORM P9999-GOT-PROBLEM                                 CNB25200
060300     END-IF                                                       CNB25200
060400     OPEN OUTPUT TMSTR-FILE                                       CNB25200
060500     IF NOT WS-TMSTR-OK                                           CNB25200
060600        MOVE 'P2000-OPEN-TMST'     TO WS-ABEND-PARAGRAPH          CNB25200
060700        MOVE WS-TMSTR-STATUS       TO WS-ABEND-STATUS             CNB25200
060800        PERFORM P9999-GOT-PROBLEM                                 CNB25200
060900     END-IF                                                       CNB25200
061000     PERFORM P2050-VERIFY-MSTR-HDR                                CNB25200
061100     MOVE 'N'                      TO WS-EOF-SW                   CNB25200
061200     PERFORM P2100-MASTER-RECORD UNTIL WS-EOF                     CNB25200
061300     CLOSE MSTR-FILE                                              CNB25200
061400           TMSTR-FILE.                                            CNB25200
061500*                                                                 CNB25200
061600 P2050-VERIFY-MSTR-HDR.                                           CNB25200
061700     MOVE 'MSTRSEQ '               TO XPCT-EXTRACT-ID             CNB25200
061800     MOVE 500                      TO XPCT-RECORD-LGTH            CNB25200
061900     READ MSTR-FILE INTO WS-XHDR                                  CNB25200
062000          AT END                                                  CNB25200
062100             PERFORM P2090-LAYOUT-MISMATCH                        CNB25200
062200     END-READ                                                     CNB25200
062300     IF NOT XHDR-PRESENT                                          CNB25200
062400        PERFORM P2090-LAYOUT-MISMATCH                             CNB25200
062500     END-IF                                                       CNB25200
062600     IF XHDR-EXTRACT-ID NOT = XPCT-EXTRACT-ID                     CNB25200
062700        OR XHDR-RECORD-LGTH NOT = XPCT-RECORD-LGTH                CNB25200
062800        OR XHDR-FIELD-MAP-VER NOT = XPCT-FIELD-MAP-VER            CNB25200
062900        PERFORM P2090-LAYOUT-MISMATCH                             CNB25200
063000     END-IF                                                       CNB25200
063100     MOVE XHDR-RECORD-COUNT        TO WS-MSTR-HDR-COUNT.          CNB25200
063200*                                                                 CNB25200
063300 P2090-LAYOUT-MISMATCH.                                           CNB25200
063400     MOVE SPACES                   TO RPT-LINE                    CNB25200
063500     STRING 'EXTRACT LAYOUT MISMATCH ON '                         CNB25200
063600            XPCT-EXTRACT-ID                                       CNB25200
063700            ' - RUN ABORTED'                                      CNB25200
063800            DELIMITED BY SIZE INTO RPT-LINE                       CNB25200
063900     WRITE RPT-LINE                                               CNB25200
064000     DISPLAY 'CNB252 EXTRACT LAYOUT MISMATCH ON '                 CNB25200
064100             XPCT-EXTRACT-ID                                      CNB25200
064200     MOVE 16 TO RETURN-CODE                                       CNB25200
064300     GOBACK.                                                      CNB25200
064400*                                                                 CNB25200
064500 P2100-MASTER-RECORD.                                             CNB25200
064600     READ MSTR-FILE INTO WS-MSTR                                  CNB25200
064700          AT END                                                  CNB25200
064800             SET WS-EOF TO TRUE                                   CNB25200
064900     END-READ                                                     CNB25200
065000     IF NOT WS-EOF                                                CNB25200
065100        ADD 1 TO WS-RC-READ (WS-RC-AT)                            CNB25200
065200        MOVE DIST                  TO WS-CK-DIST                  CNB25200
065300        MOVE SUB-DIST              TO WS-CK-SDIST                 CNB25200
065400        PERFORM P5200-CHECK-DIST                                  CNB25200
065500        IF WS-CK-SELECTED                                         CNB25200
065600           ADD 1 TO WS-RC-SELECTED (WS-RC-AT)                     CNB25200
065700           MOVE EMP-NBR            TO WS-FIND-EMP                 CNB25200
065800           PERFORM P5150-ENTER-EMP                                CNB25200
065900           PERFORM P5000-BUILD-MASK                               CNB25200
066000           MOVE 'N'                TO WS-MK-MASKED-SW             CNB25200
066100           IF EMP-NAME NOT = SPACES                               CNB25200
066200              MOVE WS-MK-NAME      TO EMP-NAME                    CNB25200
066300              SET WS-MK-MASKED     TO TRUE                        CNB25200
066400           END-IF                                                 CNB25200
066500           IF MSTR-EMP-INITIALS NOT = SPACES                      CNB25200
066600              MOVE WS-MK-INITIALS  TO MSTR-EMP-INITIALS           CNB25200
066700              SET WS-MK-MASKED     TO TRUE                        CNB25200
066800           END-IF                                                 CNB25200
066900           IF PAGER-NO NOT = SPACES AND PAGER-NO NOT = ZEROS      CNB25200
067000              MOVE WS-MK-PAGER     TO PAGER-NO                    CNB25200
067100              SET WS-MK-MASKED     TO TRUE                        CNB25200
067200           END-IF                                                 CNB25200
067300           IF WS-MK-MASKED                                        CNB25200
067400              ADD 1 TO WS-RC-MASKED (WS-RC-AT)                    CNB25200
067500           END-IF                                                 CNB25200
067600           WRITE TMSTR-RECORD FROM WS-MSTR                        CNB25200
067700           IF NOT WS-TMSTR-OK                                     CNB25200
067800              MOVE 'P2100-WR-TMSTR'  TO WS-ABEND-PARAGRAPH        CNB25200
067900              MOVE WS-TMSTR-STATUS   TO WS-ABEND-STATUS           CNB25200
068000              PERFORM P9999-GOT-PROBLEM                           CNB25200
068100           END-IF                                                 CNB25200
068200           ADD 1 TO WS-RC-WRITTEN (WS-RC-AT)                      CNB25200
068300        END-IF                                                    CNB25200
068400     END-IF.                                                      CNB25200
068500*                                                                 CNB25200
068600*    MSTR2 - KEPT FOR THE SELECTED EMPLOYEES; SIN, SSN, BIRTH     CNB25200
068700*    MONTH AND DAY AND PHONE NUMBER MASKED                        CNB25200
068800*                                                                 CNB25200
068900 P3000-COPY-MSTR2.                                                CNB25200
069000     MOVE 2                        TO WS-RC-AT                    CNB25200
069100     OPEN INPUT MSTR2-FILE                                        CNB25200
069200     IF NOT WS-MSTR2-OK                                           CNB25200
069300        MOVE 'P3000-OPEN-MST2'     TO WS-ABEND-PARAGRAPH          CNB25200
069400        MOVE WS-MSTR2-STATUS       TO WS-ABEND-STATUS             CNB25200
069500        PERFORM P9999-GOT-PROBLEM                                 CNB25200
069600     END-IF                                                       CNB25200
069700     OPEN OUTPUT TMSTR2-FILE                                      CNB25200
069800     IF NOT WS-TMSTR2-OK                                          CNB25200
069900        MOVE 'P3000-OPEN-TMS2'     TO WS-ABEND-PARAGRAPH          CNB25200
070000        MOVE WS-TMSTR2-STATUS      TO WS-ABEND-STATUS             CNB25200
070100        PERFORM P9999-GOT-PROBLEM                                 CNB25200
070200     END-IF                                                       CNB25200
070300     MOVE 'N'                      TO WS-EOF-SW                   CNB25200
070400     PERFORM P3010-MSTR2-RECORD UNTIL WS-EOF                      CNB25200
070500     CLOSE MSTR2-FILE                                             CNB25200
070600           TMSTR2-FILE.                                           CNB25200
070700*                                                                 CNB25200
070800 P3010-MSTR2-RECORD.                                              CNB25200
070900     READ MSTR2-FILE                                              CNB25200
071000          AT END                                                  CNB25200
071100             SET WS-EOF TO TRUE                                   CNB25200
071200     END-READ                                                     CNB25200
071300     IF NOT WS-EOF                                                CNB25200
071400        ADD 1 TO WS-RC-READ (WS-RC-AT)                            CNB25200
071500        MOVE M2-EMP-NBR            TO WS-FIND-EMP                 CNB25200
071600        PERFORM P5100-FIND-EMP                                    CNB25200
071700        IF WS-EM-FOUND                                            CNB25200
071800           ADD 1 TO WS-RC-SELECTED (WS-RC-AT)                     CNB25200
071900           PERFORM P5000-BUILD-MASK                               CNB25200
072000           MOVE 'N'                TO WS-MK-MASKED-SW             CNB25200
072100           IF M2-EMP-SIN NOT = SPACES AND M2-EMP-SIN NOT = ZEROS  CNB25200
072200              MOVE WS-MK-SIN       TO M2-EMP-SIN                  CNB25200
072300              SET WS-MK-MASKED     TO TRUE                        CNB25200
072400           END-IF                                                 CNB25200
072500           IF M2-EMP-SSN NOT = SPACES AND M2-EMP-SSN NOT = ZEROS  CNB25200
072600              MOVE WS-MK-SSN       TO M2-EMP-SSN                  CNB25200
072700              SET WS-MK-MASKED     TO TRUE                        CNB25200
072800           END-IF                                                 CNB25200
072900           IF M2-BD-YR NOT = SPACES AND M2-BD-YR NOT = ZEROS      CNB25200
073000              MOVE WS-MK-BD-MO     TO M2-BD-MO                    CNB25200
073100              MOVE WS-MK-BD-DY     TO M2-BD-DY                    CNB25200
073200              SET WS-MK-MASKED     TO TRUE                        CNB25200
073300           END-IF                                                 CNB25200
073400           IF M2-PHONE-NBR NOT = SPACES                           CNB25200
073500              AND M2-PHONE-NBR NOT = ZEROS                        CNB25200
073600              MOVE WS-MK-PHONE-TAIL  TO M2-PHONE-NBR (4:7)        CNB25200
073700              SET WS-MK-MASKED     TO TRUE                        CNB25200
073800           END-IF                                                 CNB25200
073900           IF WS-MK-MASKED                                        CNB25200
074000              ADD 1 TO WS-RC-MASKED (WS-RC-AT)                    CNB25200
074100           END-IF                                                 CNB25200
074200           WRITE TMSTR2-RECORD FROM M2-RECORD                     CNB25200
074300           IF NOT WS-TMSTR2-OK                                    CNB25200
074400              MOVE 'P3010-WR-TMSTR2' TO WS-ABEND-PARAGRAPH        CNB25200
074500              MOVE WS-TMSTR2-STATUS  TO WS-ABEND-STATUS           CNB25200
074600              PERFORM P9999-GOT-PROBLEM                           CNB25200
074700           END-IF                                                 CNB25200
074800           ADD 1 TO WS-RC-WRITTEN (WS-RC-AT)                      CNB25200
074900        END-IF                                                    CNB25200
075000     END-IF.                                                      CNB25200
075100*                                                                 CNB25200
075200*    MSTR3 - KEPT FOR THE SELECTED EMPLOYEES AS IT STANDS         CNB25200
075300*                                                                 CNB25200
075400 P3100-COPY-MSTR3.                                                CNB25200
075500     MOVE 3                        TO WS-RC-AT                    CNB25200
075600     OPEN INPUT MSTR3-FILE                                        CNB25200
075700     IF NOT WS-MSTR3-OK                                           CNB25200
075800        MOVE 'P3100-OPEN-MST3'     TO WS-ABEND-PARAGRAPH          CNB25200
075900        MOVE WS-MSTR3-STATUS       TO WS-ABEND-STATUS             CNB25200
076000        PERFORM P9999-GOT-PROBLEM                                 CNB25200
076100     END-IF                                                       CNB25200
076200     OPEN OUTPUT TMSTR3-FILE                                      CNB25200
076300     IF NOT WS-TMSTR3-OK                                          CNB25200
076400        MOVE 'P3100-OPEN-TMS3'     TO WS-ABEND-PARAGRAPH          CNB25200
076500        MOVE WS-TMSTR3-STATUS      TO WS-ABEND-STATUS             CNB25200
076600        PERFORM P9999-GOT-PROBLEM                                 CNB25200
076700     END-IF                                                       CNB25200
076800     MOVE 'N'                      TO WS-EOF-SW                   CNB25200
076900     PERFORM P3110-MSTR3-RECORD UNTIL WS-EOF                      CNB25200
077000     CLOSE MSTR3-FILE                                             CNB25200
077100           TMSTR3-FILE.                                           CNB25200
077200*                                                                 CNB25200
077300 P3110-MSTR3-RECORD.                                              CNB25200
077400     READ MSTR3-FILE                                              CNB25200
077500          AT END                                                  CNB25200
077600             SET WS-EOF TO TRUE                                   CNB25200
077700     END-READ                                                     CNB25200
077800     IF NOT WS-EOF                                                CNB25200
077900        ADD 1 TO WS-RC-READ (WS-RC-AT)                            CNB25200
078000        MOVE M3-EMP-NBR            TO WS-FIND-EMP                 CNB25200
078100        PERFORM P5100-FIND-EMP                                    CNB25200
078200        IF WS-EM-FOUND                                            CNB25200
078300           ADD 1 TO WS-RC-SELECTED (WS-RC-AT)                     CNB25200
078400           WRITE TMSTR3-RECORD FROM M3-RECORD                     CNB25200
078500           IF NOT WS-TMSTR3-OK                                    CNB25200
078600              MOVE 'P3110-WR-TMSTR3' TO WS-ABEND-PARAGRAPH        CNB25200
078700              MOVE WS-TMSTR3-STATUS  TO WS-ABEND-STATUS           CNB25200
078800              PERFORM P9999-GOT-PROBLEM                           CNB25200
078900           END-IF                                                 CNB25200
079000           ADD 1 TO WS-RC-WRITTEN (WS-RC-AT)                      CNB25200
079100        END-IF                                                    CNB25200
079200     END-IF.                                                      CNB25200
079300*                                                                 CNB25200
079400*    EB - EVERY TURN ON A SELECTED DISTRICT'S BOARDS              CNB25200
079500*                                                                 CNB25200
079600 P4000-COPY-EB.                                                   CNB25200
079700     MOVE 4                        TO WS-RC-AT                    CNB25200
079800     OPEN INPUT EB-FILE                                           CNB25200
079900     IF NOT WS-EB-OK                                              CNB25200
080000        MOVE 'P4000-OPEN-EB'       TO WS-ABEND-PARAGRAPH          CNB25200
080100        MOVE WS-EB-STATUS          TO WS-ABEND-STATUS             CNB25200
080200        PERFORM P9999-GOT-PROBLEM                                 CNB25200
080300     END-IF                                                       CNB25200
080400     OPEN OUTPUT TEB-FILE                                         CNB25200
080500     IF NOT WS-TEB-OK                                             CNB25200
080600        MOVE 'P4000-OPEN-TEB'      TO WS-ABEND-PARAGRAPH          CNB25200
080700        MOVE WS-TEB-STATUS         TO WS-ABEND-STATUS             CNB25200
080800        PERFORM P9999-GOT-PROBLEM                                 CNB25200
080900     END-IF                                                       CNB25200
081000     MOVE 'N'                      TO WS-EOF-SW                   CNB25200
081100     PERFORM P4010-EB-RECORD UNTIL WS-EOF                         CNB25200
081200     CLOSE EB-FILE                                                CNB25200
081300           TEB-FILE.                                              CNB25200
081400*                                                                 CNB25200
081500 P4010-EB-RECORD.                                                 CNB25200
081600     READ EB-FILE                                                 CNB25200
081700          AT END                                                  CNB25200
081800             SET WS-EOF TO TRUE                                   CNB25200
081900     END-READ                                                     CNB25200
082000     IF NOT WS-EOF                                                CNB25200
082100        ADD 1 TO WS-RC-READ (WS-RC-AT)                            CNB25200
082200        MOVE EBIO-DIST             TO WS-CK-DIST                  CNB25200
082300        MOVE EBIO-SDIST            TO WS-CK-SDIST                 CNB25200
082400        PERFORM P5200-CHECK-DIST                                  CNB25200
082500        IF WS-CK-SELECTED                                         CNB25200
082600           ADD 1 TO WS-RC-SELECTED (WS-RC-AT)                     CNB25200
082700           IF EBIO-EMP-NO > ZEROS                                 CNB25200
082800              MOVE EBIO-EMP-NO     TO WS-FIND-EMP                 CNB25200
082900              PERFORM P5100-FIND-EMP                              CNB25200
083000              IF NOT WS-EM-FOUND                                  CNB25200
083100                 ADD 1 TO WS-EB-OUTSIDE-COUNT                     CNB25200
083200              END-IF                                              CNB25200
083300           END-IF                                                 CNB25200
083400           WRITE TEB-RECORD FROM EBIO-RECORD                      CNB25200
083500           IF NOT WS-TEB-OK                                       CNB25200
083600              MOVE 'P4010-WR-TEB'  TO WS-ABEND-PARAGRAPH          CNB25200
083700              MOVE WS-TEB-STATUS   TO WS-ABEND-STATUS             CNB25200
083800              PERFORM P9999-GOT-PROBLEM                           CNB25200
083900           END-IF                                                 CNB25200
084000           ADD 1 TO WS-RC-WRITTEN (WS-RC-AT)                      CNB25200
084100        END-IF                                                    CNB25200
084200     END-IF.                                                      CNB25200
084300*                                                                 CNB25200
084400*    UFP - EVERY POOL TURN IN A SELECTED DISTRICT                 CNB25200
084500*                                                                 CNB25200
084600 P4100-COPY-UFP.                                                  CNB25200
084700     MOVE 5                        TO WS-RC-AT                    CNB25200
084800     OPEN INPUT UFP-FILE                                          CNB25200
084900     IF NOT WS-UFP-OK                                             CNB25200
085000        MOVE 'P4100-OPEN-UFP'      TO WS-ABEND-PARAGRAPH          CNB25200
085100        MOVE WS-UFP-STATUS         TO WS-ABEND-STATUS             CNB25200
085200        PERFORM P9999-GOT-PROBLEM                                 CNB25200
085300     END-IF                                                       CNB25200
085400     OPEN OUTPUT TUFP-FILE                                        CNB25200
085500     IF NOT WS-TUFP-OK                                            CNB25200
085600        MOVE 'P4100-OPEN-TUFP'     TO WS-ABEND-PARAGRAPH          CNB25200
085700        MOVE WS-TUFP-STATUS        TO WS-ABEND-STATUS             CNB25200
085800        PERFORM P9999-GOT-PROBLEM                                 CNB25200
085900     END-IF                                                       CNB25200
086000     MOVE 'N'                      TO WS-EOF-SW                   CNB25200
086100     PERFORM P4110-UFP-RECORD UNTIL WS-EOF                        CNB25200
086200     CLOSE UFP-FILE                                               CNB25200
086300           TUFP-FILE.                                             CNB25200
086400*                                                                 CNB25200
086500 P4110-UFP-RECORD.                                                CNB25200
086600     READ UFP-FILE                                                CNB25200
086700          AT END                                                  CNB25200
086800             SET WS-EOF TO TRUE                                   CNB25200
086900     END-READ                                                     CNB25200
087000     IF NOT WS-EOF                                                CNB25200
087100        ADD 1 TO WS-RC-READ (WS-RC-AT)                            CNB25200
087200        MOVE UFIO-DIST             TO WS-CK-DIST                  CNB25200
087300        MOVE UFIO-SDIST            TO WS-CK-SDIST                 CNB25200
087400        PERFORM P5200-CHECK-DIST                                  CNB25200
087500        IF WS-CK-SELECTED                                         CNB25200
087600           ADD 1 TO WS-RC-SELECTED (WS-RC-AT)                     CNB25200
087700           IF UFIO-EMP-NO > ZEROS                                 CNB25200
087800              MOVE UFIO-EMP-NO     TO WS-FIND-EMP                 CNB25200
087900              PERFORM P5100-FIND-EMP                              CNB25200
088000              IF NOT WS-EM-FOUND                                  CNB25200
088100                 ADD 1 TO WS-UFP-OUTSIDE-COUNT                    CNB25200
088200              END-IF                                              CNB25200
088300           END-IF                                                 CNB25200
088400           WRITE TUFP-RECORD FROM UFIO-RECORD                     CNB25200
088500           IF NOT WS-TUFP-OK                                      CNB25200
088600              MOVE 'P4110-WR-TUFP' TO WS-ABEND-PARAGRAPH          CNB25200
088700              MOVE WS-TUFP-STATUS  TO WS-ABEND-STATUS             CNB25200
088800              PERFORM P9999-GOT-PROBLEM                           CNB25200
088900           END-IF                                                 CNB25200
089000           ADD 1 TO WS-RC-WRITTEN (WS-RC-AT)                      CNB25200
089100        END-IF                                                    CNB25200
089200     END-IF.                                                      CNB25200
089300*                                                                 CNB25200
089400*    AJ - EVERY ASSIGNED JOB IN A SELECTED DISTRICT               CNB25200
089500*                                                                 CNB25200
089600 P4200-COPY-AJ.                                                   CNB25200
089700     MOVE 6                        TO WS-RC-AT                    CNB25200
089800     OPEN INPUT AJ-FILE                                           CNB25200
089900     IF NOT WS-AJ-OK                                              CNB25200
090000        MOVE 'P4200-OPEN-AJ'       TO WS-ABEND-PARAGRAPH          CNB25200
090100        MOVE WS-AJ-STATUS          TO WS-ABEND-STATUS             CNB25200
090200        PERFORM P9999-GOT-PROBLEM                                 CNB25200
090300     END-IF                                                       CNB25200
090400     OPEN OUTPUT TAJ-FILE                                         CNB25200
090500     IF NOT WS-TAJ-OK                                             CNB25200
090600        MOVE 'P4200-OPEN-TAJ'      TO WS-ABEND-PARAGRAPH          CNB25200
090700        MOVE WS-TAJ-STATUS         TO WS-ABEND-STATUS             CNB25200
090800        PERFORM P9999-GOT-PROBLEM                                 CNB25200
090900     END-IF                                                       CNB25200
091000     MOVE 'N'                      TO WS-EOF-SW                   CNB25200
091100     PERFORM P4210-AJ-RECORD UNTIL WS-EOF                         CNB25200
091200     CLOSE AJ-FILE                                                CNB25200
091300           TAJ-FILE.                                              CNB25200
091400*                                                                 CNB25200
091500 P4210-AJ-RECORD.                                                 CNB25200
091600     READ AJ-FILE                                                 CNB25200
091700          AT END                                                  CNB25200
091800             SET WS-EOF TO TRUE                                   CNB25200
091900     END-READ                                                     CNB25200
092000     IF NOT WS-EOF                                                CNB25200
092100        ADD 1 TO WS-RC-READ (WS-RC-AT)                            CNB25200
092200        MOVE AJIO-DIST             TO WS-CK-DIST                  CNB25200
092300        MOVE AJIO-SDIST            TO WS-CK-SDIST                 CNB25200
092400        PERFORM P5200-CHECK-DIST                                  CNB25200
092500        IF WS-CK-SELECTED                                         CNB25200
092600           ADD 1 TO WS-RC-SELECTED (WS-RC-AT)                     CNB25200
092700           WRITE TAJ-RECORD FROM AJIO-RECORD                      CNB25200
092800           IF NOT WS-TAJ-OK                                       CNB25200
092900              MOVE 'P4210-WR-TAJ'  TO WS-ABEND-PARAGRAPH          CNB25200
093000              MOVE WS-TAJ-STATUS   TO WS-ABEND-STATUS             CNB25200
093100              PERFORM P9999-GOT-PROBLEM                           CNB25200
093200           END-IF                                                 CNB25200
093300           ADD 1 TO WS-RC-WRITTEN (WS-RC-AT)                      CNB25200
093400        END-IF                                                    CNB25200
093500     END-IF.                                                      CNB25200
093600*                                                                 CNB25200
093700*    JS - EVERY JOB SCHEDULE IN A SELECTED DISTRICT               CNB25200
093800*                                                                 CNB25200
093900 P4300-COPY-JS.                                                   CNB25200
094000     MOVE 7                        TO WS-RC-AT                    CNB25200
094100     OPEN INPUT JS-FILE                                           CNB25200
094200     IF NOT WS-JS-OK                                              CNB25200
094300        MOVE 'P4300-OPEN-JS'       TO WS-ABEND-PARAGRAPH          CNB25200
094400        MOVE WS-JS-STATUS          TO WS-ABEND-STATUS             CNB25200
094500        PERFORM P9999-GOT-PROBLEM                                 CNB25200
094600     END-IF                                                       CNB25200
094700     OPEN OUTPUT TJS-FILE                                         CNB25200
094800     IF NOT WS-TJS-OK                                             CNB25200
094900        MOVE 'P4300-OPEN-TJS'      TO WS-ABEND-PARAGRAPH          CNB25200
095000        MOVE WS-TJS-STATUS         TO WS-ABEND-STATUS             CNB25200
095100        PERFORM P9999-GOT-PROBLEM                                 CNB25200
095200     END-IF                                                       CNB25200
095300     MOVE 'N'                      TO WS-EOF-SW                   CNB25200
095400     PERFORM P4310-JS-RECORD UNTIL WS-EOF                         CNB25200
095500     CLOSE JS-FILE                                                CNB25200
095600           TJS-FILE.                                              CNB25200
095700*                                                                 CNB25200
095800 P4310-JS-RECORD.                                                 CNB25200
095900     READ JS-FILE                                                 CNB25200
096000          AT END                                                  CNB25200
096100             SET WS-EOF TO TRUE                                   CNB25200
096200     END-READ                                                     CNB25200
096300     IF NOT WS-EOF                                                CNB25200
096400        ADD 1 TO WS-RC-READ (WS-RC-AT)                            CNB25200
096500        MOVE JSIO-DIST             TO WS-CK-DIST                  CNB25200
096600        MOVE JSIO-SDIST            TO WS-CK-SDIST                 CNB25200
096700        PERFORM P5200-CHECK-DIST                                  CNB25200
096800        IF WS-CK-SELECTED                                         CNB25200
096900           ADD 1 TO WS-RC-SELECTED (WS-RC-AT)                     CNB25200
097000           WRITE TJS-RECORD FROM JSIO-RECORD                      CNB25200
097100           IF NOT WS-TJS-OK                                       CNB25200
097200              MOVE 'P4310-WR-TJS'  TO WS-ABEND-PARAGRAPH          CNB25200
097300              MOVE WS-TJS-STATUS   TO WS-ABEND-STATUS             CNB25200
097400              PERFORM P9999-GOT-PROBLEM                           CNB25200
097500           END-IF                                                 CNB25200
097600           ADD 1 TO WS-RC-WRITTEN (WS-RC-AT)                      CNB25200
097700        END-IF                                                    CNB25200
097800     END-IF.                                                      CNB25200
097900*                                                                 CNB25200
098000*    ASGN - EVERY ASSIGNMENT RECORD FOR A JOB IN A SELECTED       CNB25200
098100*    DISTRICT                                                     CNB25200
098200*                                                                 CNB25200
098300 P4400-COPY-ASGN.                                                 CNB25200
098400     MOVE 8                        TO WS-RC-AT                    CNB25200
098500     OPEN INPUT ASGN-FILE                                         CNB25200
098600     IF NOT WS-ASGN-OK                                            CNB25200
098700        MOVE 'P4400-OPEN-ASGN'     TO WS-ABEND-PARAGRAPH          CNB25200
098800        MOVE WS-ASGN-STATUS        TO WS-ABEND-STATUS             CNB25200
098900        PERFORM P9999-GOT-PROBLEM                                 CNB25200
099000     END-IF                                                       CNB25200
099100     OPEN OUTPUT TASGN-FILE                                       CNB25200
099200     IF NOT WS-TASGN-OK                                           CNB25200
099300        MOVE 'P4400-OPEN-TASG'     TO WS-ABEND-PARAGRAPH          CNB25200
099400        MOVE WS-TASGN-STATUS       TO WS-ABEND-STATUS             CNB25200
099500        PERFORM P9999-GOT-PROBLEM                                 CNB25200
099600     END-IF                                                       CNB25200
099700     MOVE 'N'                      TO WS-EOF-SW                   CNB25200
099800     PERFORM P4410-ASGN-RECORD UNTIL WS-EOF                       CNB25200
099900     CLOSE ASGN-FILE                                              CNB25200
100000           TASGN-FILE.                                            CNB25200
100100*                                                                 CNB25200
100200 P4410-ASGN-RECORD.                                               CNB25200
100300     READ ASGN-FILE                                               CNB25200
100400          AT END                                                  CNB25200
100500             SET WS-EOF TO TRUE                                   CNB25200
100600     END-READ                                                     CNB25200
100700     IF NOT WS-EOF                                                CNB25200
100800        ADD 1 TO WS-RC-READ (WS-RC-AT)                            CNB25200
100900        MOVE ASIO-DIST             TO WS-CK-DIST                  CNB25200
101000        MOVE ASIO-SUB-DIST         TO WS-CK-SDIST                 CNB25200
101100        PERFORM P5200-CHECK-DIST                                  CNB25200
101200        IF WS-CK-SELECTED                                         CNB25200
101300           ADD 1 TO WS-RC-SELECTED (WS-RC-AT)                     CNB25200
101400           IF ASIO-EMP-NO > ZEROS                                 CNB25200
101500              MOVE ASIO-EMP-NO     TO WS-FIND-EMP                 CNB25200
101600              PERFORM P5100-FIND-EMP                              CNB25200
101700              IF NOT WS-EM-FOUND                                  CNB25200
101800                 ADD 1 TO WS-ASGN-OUTSIDE-COUNT                   CNB25200
101900              END-IF                                              CNB25200
102000           END-IF                                                 CNB25200
102100           WRITE TASGN-RECORD FROM ASIO-RECORD                    CNB25200
102200           IF NOT WS-TASGN-OK                                     CNB25200
102300              MOVE 'P4410-WR-TASGN'  TO WS-ABEND-PARAGRAPH        CNB25200
102400              MOVE WS-TASGN-STATUS   TO WS-ABEND-STATUS           CNB25200
102500              PERFORM P9999-GOT-PROBLEM                           CNB25200
102600           END-IF                                                 CNB25200
102700           ADD 1 TO WS-RC-WRITTEN (WS-RC-AT)                      CNB25200
102800        END-IF                                                    CNB25200
102900     END-IF.                                                      CNB25200
103000*                                                                 CNB25200
103100*    CNTL - COMMON TO EVERY DISTRICT, COPIED WHOLE                CNB25200
103200*                                                                 CNB25200
103300 P4500-COPY-CNTL.                                                 CNB25200
103400     MOVE 9                        TO WS-RC-AT                    CNB25200
103500     OPEN INPUT CNTL-FILE                                         CNB25200
103600     IF NOT WS-CNTL-OK                                            CNB25200
103700        MOVE 'P4500-OPEN-CNTL'     TO WS-ABEND-PARAGRAPH          CNB25200
103800        MOVE WS-CNTL-STATUS        TO WS-ABEND-STATUS             CNB25200
103900        PERFORM P9999-GOT-PROBLEM                                 CNB25200
104000     END-IF                                                       CNB25200
104100     OPEN OUTPUT TCNTL-FILE                                       CNB25200
104200     IF NOT WS-TCNTL-OK                                           CNB25200
104300        MOVE 'P4500-OPEN-TCNT'     TO WS-ABEND-PARAGRAPH          CNB25200
104400        MOVE WS-TCNTL-STATUS       TO WS-ABEND-STATUS             CNB25200
104500        PERFORM P9999-GOT-PROBLEM                                 CNB25200
104600     END-IF                                                       CNB25200
104700     MOVE 'N'                      TO WS-EOF-SW                   CNB25200
104800     PERFORM P4510-CNTL-RECORD UNTIL WS-EOF                       CNB25200
104900     CLOSE CNTL-FILE                                              CNB25200
105000           TCNTL-FILE.                                            CNB25200
105100*                                                                 CNB25200
105200 P4510-CNTL-RECORD.                                               CNB25200
105300     READ CNTL-FILE                                               CNB25200
105400          AT END                                                  CNB25200
105500             SET WS-EOF TO TRUE                                   CNB25200
105600     END-READ                                                     CNB25200
105700     IF NOT WS-EOF                                                CNB25200
105800        ADD 1 TO WS-RC-READ (WS-RC-AT)                            CNB25200
105900        ADD 1 TO WS-RC-SELECTED (WS-RC-AT)                        CNB25200
106000        WRITE TCNTL-RECORD FROM CN-RECORD                         CNB25200
106100        IF NOT WS-TCNTL-OK                                        CNB25200
106200           MOVE 'P4510-WR-TCNTL'   TO WS-ABEND-PARAGRAPH          CNB25200
106300           MOVE WS-TCNTL-STATUS    TO WS-ABEND-STATUS             CNB25200
106400           PERFORM P9999-GOT-PROBLEM                              CNB25200
106500        END-IF                                                    CNB25200
106600        ADD 1 TO WS-RC-WRITTEN (WS-RC-AT)                         CNB25200
106700     END-IF.                                                      CNB25200
106800*                                                                 CNB25200
106900*    FAKE VALUES FOR THE EMPLOYEE IN WS-FIND-EMP.  THE EMPLOYEE   CNB25200
107000*    NUMBER IS SCRAMBLED TWICE (MULTIPLY, ADD, REMAINDER BY A     CNB25200
107100*    PRIME) AND EACH FAKE FIELD IS CUT FROM THE RESULTS, SO       CNB25200
107200*    NEIGHBOURING EMPLOYEE NUMBERS DO NOT GET NEIGHBOURING NAMES  CNB25200
107300*    AND THE SAME NUMBER ALWAYS GETS THE SAME VALUES.  A LETTER   CNB25200
107400*    IN THE EMPLOYEE NUMBER IS TAKEN AS A DIGIT.                  CNB25200
107500*                                                                 CNB25200
107600 P5000-BUILD-MASK.                                                CNB25200
107700     MOVE WS-FIND-EMP              TO WS-MK-DIGITS                CNB25200
107800     INSPECT WS-MK-DIGITS CONVERTING                              CNB25200
107900             ' ABCDEFGHIJKLMNOPQRSTUVWXYZ'                        CNB25200
108000          TO '012345678901234567890123456'                        CNB25200
108100     IF WS-MK-DIGITS NOT NUMERIC                                  CNB25200
108200        MOVE ZEROS                 TO WS-MK-DIGITS                CNB25200
108300     END-IF                                                       CNB25200
108400     COMPUTE WS-MK-WORK = WS-MK-SEED * 7919 + 104729              CNB25200
108500     DIVIDE WS-MK-WORK BY 999999937                               CNB25200
108600            GIVING WS-MK-QUOT REMAINDER WS-MK-H1                  CNB25200
108700     COMPUTE WS-MK-WORK = WS-MK-H1 * 48271 + 11                   CNB25200
108800     DIVIDE WS-MK-WORK BY 999999937                               CNB25200
108900            GIVING WS-MK-QUOT REMAINDER WS-MK-H2                  CNB25200
109000     DIVIDE WS-MK-H1 BY 40                                        CNB25200
109100            GIVING WS-MK-Q1 REMAINDER WS-MK-SN-AT                 CNB25200
109200     ADD 1 TO WS-MK-SN-AT                                         CNB25200
109300     DIVIDE WS-MK-Q1 BY 30                                        CNB25200
109400            GIVING WS-MK-Q2 REMAINDER WS-MK-GN-AT                 CNB25200
109500     ADD 1 TO WS-MK-GN-AT                                         CNB25200
109600     DIVIDE WS-MK-Q2 BY 26                                        CNB25200
109700            GIVING WS-MK-QUOT REMAINDER WS-MK-MI-AT               CNB25200
109800     ADD 1 TO WS-MK-MI-AT                                         CNB25200
109900     MOVE SPACES                   TO WS-MK-NAME                  CNB25200
110000     STRING WS-MK-SURNAME (WS-MK-SN-AT) DELIMITED BY SPACE        CNB25200
110100            ' '                           DELIMITED BY SIZE       CNB25200
110200            WS-MK-GIVEN (WS-MK-GN-AT)     DELIMITED BY SPACE      CNB25200
110300            ' '                           DELIMITED BY SIZE       CNB25200
110400            WS-MK-LETTERS (WS-MK-MI-AT:1) DELIMITED BY SIZE       CNB25200
110500            INTO WS-MK-NAME                                       CNB25200
110600     MOVE WS-MK-GIVEN (WS-MK-GN-AT) (1:1)                         CNB25200
110700                                   TO WS-MK-INITIALS (1:1)        CNB25200
110800     MOVE WS-MK-LETTERS (WS-MK-MI-AT:1)                           CNB25200
110900                                   TO WS-MK-INITIALS (2:1)        CNB25200
111000     MOVE WS-MK-SURNAME (WS-MK-SN-AT) (1:1)                       CNB25200
111100                                   TO WS-MK-INITIALS (3:1)        CNB25200
111200     DIVIDE WS-MK-H2 BY 100000000                                 CNB25200
111300            GIVING WS-MK-QUOT REMAINDER WS-MK-SIN-8               CNB25200
111400     DIVIDE WS-MK-H1 BY 1000000                                   CNB25200
111500            GIVING WS-MK-QUOT REMAINDER WS-MK-SSN-6               CNB25200
111600     DIVIDE WS-MK-H2 BY 100000                                    CNB25200
111700            GIVING WS-MK-QUOT REMAINDER WS-MK-PAGER-5             CNB25200
111800     DIVIDE WS-MK-H1 BY 100                                       CNB25200
111900            GIVING WS-MK-QUOT REMAINDER WS-MK-PHONE-2             CNB25200
112000     DIVIDE WS-MK-H2 BY 12                                        CNB25200
112100            GIVING WS-MK-QUOT REMAINDER WS-MK-BD-MO               CNB25200
112200     ADD 1 TO WS-MK-BD-MO                                         CNB25200
112300     DIVIDE WS-MK-H1 BY 28                                        CNB25200
112400            GIVING WS-MK-QUOT REMAINDER WS-MK-BD-DY               CNB25200
112500     ADD 1 TO WS-MK-BD-DY.                                        CNB25200
112600*                                                                 CNB25200
112700*    HALVING SEARCH OF THE EMPLOYEE TABLE FOR WS-FIND-EMP.  WHEN  CNB25200
112800*    NOT FOUND, WS-EM-LO IS WHERE IT WOULD GO.                    CNB25200
112900*                                                                 CNB25200
113000 P5100-FIND-EMP.                                                  CNB25200
113100     MOVE 'N'                      TO WS-EM-FOUND-SW              CNB25200
113200     MOVE 1                        TO WS-EM-LO                    CNB25200
113300     MOVE WS-EM-COUNT              TO WS-EM-HI                    CNB25200
113400     PERFORM P5110-PROBE-EMP                                      CNB25200
113500             UNTIL WS-EM-FOUND OR WS-EM-LO > WS-EM-HI.            CNB25200
113600*                                                                 CNB25200
113700 P5110-PROBE-EMP.                                                 CNB25200
113800     COMPUTE WS-EM-MID = (WS-EM-LO + WS-EM-HI) / 2                CNB25200
113900     IF WS-EM-EMP-NBR (WS-EM-MID) = WS-FIND-EMP                   CNB25200
114000        SET WS-EM-FOUND TO TRUE                                   CNB25200
114100        MOVE WS-EM-MID             TO WS-EM-AT                    CNB25200
114200     ELSE                                                         CNB25200
114300        IF WS-EM-EMP-NBR (WS-EM-MID) < WS-FIND-EMP                CNB25200
114400           COMPUTE WS-EM-LO = WS-EM-MID + 1                       CNB25200
114500        ELSE                                                      CNB25200
114600           COMPUTE WS-EM-HI = WS-EM-MID - 1                       CNB25200
114700        END-IF                                                    CNB25200
114800     END-IF.                                                      CNB25200
114900*                                                                 CNB25200
115000*    ENTER WS-FIND-EMP IN ITS PLACE IN THE TABLE.  A FULL TABLE   CNB25200
115100*    STOPS THE RUN - A SHORT TABLE WOULD DROP MSTR2/MSTR3 RECORDS CNB25200
115200*    WITHOUT A WORD.                                              CNB25200
115300*                                                                 CNB25200
115400 P5150-ENTER-EMP.                                                 CNB25200
115500     PERFORM P5100-FIND-EMP                                       CNB25200
115600     IF NOT WS-EM-FOUND                                           CNB25200
115700        IF WS-EM-COUNT NOT < WS-EM-MAX                            CNB25200
115800           MOVE 'EMPLOYEE TABLE FULL - SELECT FEWER DISTRICTS'    CNB25200
115900                                   TO RPT-LINE                    CNB25200
116000           WRITE RPT-LINE                                         CNB25200
116100           MOVE 'P5150-EMP-TABLE'  TO WS-ABEND-PARAGRAPH          CNB25200
116200           MOVE 'TF'               TO WS-ABEND-STATUS             CNB25200
116300           PERFORM P9999-GOT-PROBLEM                              CNB25200
116400        END-IF                                                    CNB25200
116500        MOVE WS-EM-LO              TO WS-EM-AT                    CNB25200
116600        PERFORM P5160-SHIFT-EMP                                   CNB25200
116700                VARYING WS-EM-SUB FROM WS-EM-COUNT BY -1          CNB25200
116800                UNTIL WS-EM-SUB < WS-EM-AT                        CNB25200
116900        MOVE WS-FIND-EMP           TO WS-EM-EMP-NBR (WS-EM-AT)    CNB25200
117000        ADD 1 TO WS-EM-COUNT                                      CNB25200
117100     END-IF.                                                      CNB25200
117200*                                                                 CNB25200
117300 P5160-SHIFT-EMP.                                                 CNB25200
117400     MOVE WS-EM-EMP-NBR (WS-EM-SUB)                               CNB25200
117500          TO WS-EM-EMP-NBR (WS-EM-SUB + 1).                       CNB25200
117600*                                                                 CNB25200
117700 P5200-CHECK-DIST.                                                CNB25200
117800     MOVE 'N'                      TO WS-CK-SW                    CNB25200
117900     PERFORM P5210-MATCH-DIST                                     CNB25200
118000             VARYING WS-TD-SUB FROM 1 BY 1                        CNB25200
118100             UNTIL WS-TD-SUB > WS-TD-COUNT OR WS-CK-SELECTED.     CNB25200
118200*                                                                 CNB25200
118300 P5210-MATCH-DIST.                                                CNB25200
118400     IF WS-TD-DIST (WS-TD-SUB) = WS-CK-DIST                       CNB25200
118500        AND (WS-TD-SDIST (WS-TD-SUB) = SPACES                     CNB25200
118600             OR WS-TD-SDIST (WS-TD-SUB) = WS-CK-SDIST)            CNB25200
118700        SET WS-CK-SELECTED TO TRUE                                CNB25200
118800     END-IF.                                                      CNB25200
118900*                                                                 CNB25200
119000 P9000-TERMINATE.                                                 CNB25200
119100     MOVE SPACES                   TO RPT-LINE                    CNB25200
119200     WRITE RPT-LINE                                               CNB25200
119300     WRITE RPT-LINE FROM WS-COL-HDR-LINE                          CNB25200
119400     PERFORM P9100-PRINT-FILE-LINE                                CNB25200
119500             VARYING WS-RC-SUB FROM 1 BY 1                        CNB25200
119600             UNTIL WS-RC-SUB > 9                                  CNB25200
119700     MOVE SPACES                   TO RPT-LINE                    CNB25200
119800     WRITE RPT-LINE                                               CNB25200
119900     MOVE 'MSTRSEQ HEADER RECORD COUNT ......................'    CNB25200
120000                                   TO CNT-LABEL                   CNB25200
120100     MOVE WS-MSTR-HDR-COUNT        TO CNT-VALUE                   CNB25200
120200     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25200
120300     IF WS-MSTR-HDR-COUNT NOT = WS-RC-READ (1)                    CNB25200
120400        MOVE 'N'                   TO WS-BAL-SW                   CNB25200
120500        MOVE '** MSTRSEQ RECORDS READ DO NOT AGREE WITH HEADER'   CNB25200
120600                                   TO RPT-LINE                    CNB25200
120700        WRITE RPT-LINE                                            CNB25200
120800     END-IF                                                       CNB25200
120900     MOVE 'EMPLOYEES SELECTED ...............................'    CNB25200
121000                                   TO CNT-LABEL                   CNB25200
121100     MOVE WS-EM-COUNT              TO CNT-VALUE                   CNB25200
121200     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25200
121300     COMPUTE WS-NO-MSTR2-COUNT = WS-EM-COUNT - WS-RC-SELECTED (2) CNB25200
121400     IF WS-NO-MSTR2-COUNT < ZEROS                                 CNB25200
121500        MOVE ZEROS                 TO WS-NO-MSTR2-COUNT           CNB25200
121600     END-IF                                                       CNB25200
121700     MOVE '  WITH NO MSTR2 RECORD ...........................'    CNB25200
121800                                   TO CNT-LABEL                   CNB25200
121900     MOVE WS-NO-MSTR2-COUNT        TO CNT-VALUE                   CNB25200
122000     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25200
122100     COMPUTE WS-NO-MSTR3-COUNT = WS-EM-COUNT - WS-RC-SELECTED (3) CNB25200
122200     IF WS-NO-MSTR3-COUNT < ZEROS                                 CNB25200
122300        MOVE ZEROS                 TO WS-NO-MSTR3-COUNT           CNB25200
122400     END-IF                                                       CNB25200
122500     MOVE '  WITH NO MSTR3 RECORD ...........................'    CNB25200
122600                                   TO CNT-LABEL                   CNB25200
122700     MOVE WS-NO-MSTR3-COUNT        TO CNT-VALUE                   CNB25200
122800     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25200
122900     MOVE 'EB TURNS HELD BY EMPLOYEES OUTSIDE THE SET .......'    CNB25200
123000                                   TO CNT-LABEL                   CNB25200
123100     MOVE WS-EB-OUTSIDE-COUNT      TO CNT-VALUE                   CNB25200
123200     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25200
123300     MOVE 'UFP TURNS HELD BY EMPLOYEES OUTSIDE THE SET ......'    CNB25200
123400                                   TO CNT-LABEL                   CNB25200
123500     MOVE WS-UFP-OUTSIDE-COUNT     TO CNT-VALUE                   CNB25200
123600     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25200
123700     MOVE 'ASGN RECORDS HELD BY EMPLOYEES OUTSIDE THE SET ...'    CNB25200
123800                                   TO CNT-LABEL                   CNB25200
123900     MOVE WS-ASGN-OUTSIDE-COUNT    TO CNT-VALUE                   CNB25200
124000     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25200
124100     MOVE SPACES                   TO RPT-LINE                    CNB25200
124200     WRITE RPT-LINE                                               CNB25200
124300     IF WS-ALL-IN-BALANCE                                         CNB25200
124400        MOVE 'ALL FILES IN BALANCE'  TO RPT-LINE                  CNB25200
124500     ELSE                                                         CNB25200
124600        MOVE '** RECONCILIATION OUT OF BALANCE - DO NOT LOAD'     CNB25200
124700                                   TO RPT-LINE                    CNB25200
124800        MOVE 8                     TO RETURN-CODE                 CNB25200
124900     END-IF                                                       CNB25200
125000     WRITE RPT-LINE                                               CNB25200
125100     IF WS-EM-COUNT = ZEROS AND RETURN-CODE < 4                   CNB25200
125200        MOVE 'NO MASTER RECORDS IN THE SELECTED DISTRICTS'        CNB25200
125300                                   TO RPT-LINE                    CNB25200
125400        WRITE RPT-LINE                                            CNB25200
125500        MOVE 4                     TO RETURN-CODE                 CNB25200
125600     END-IF                                                       CNB25200
125700     CLOSE RPT-FILE.                                              CNB25200
125800*                                                                 CNB25200
125900*    READ = SELECTED + SKIPPED ALWAYS; A FILE WHOSE WRITTEN COUNT CNB25200
126000*    DIFFERS FROM ITS SELECTED COUNT IS OUT OF BALANCE            CNB25200
126100*                                                                 CNB25200
126200 P9100-PRINT-FILE-LINE.                                           CNB25200
126300     MOVE WS-RC-FILE (WS-RC-SUB)   TO RC-FILE                     CNB25200
126400     MOVE WS-RC-IN-DD (WS-RC-SUB)  TO RC-IN-DD                    CNB25200
126500     MOVE WS-RC-OUT-DD (WS-RC-SUB) TO RC-OUT-DD                   CNB25200
126600     MOVE WS-RC-READ (WS-RC-SUB)   TO RC-READ                     CNB25200
126700     MOVE WS-RC-SELECTED (WS-RC-SUB)                              CNB25200
126800                                   TO RC-SELECTED                 CNB25200
126900     MOVE WS-RC-WRITTEN (WS-RC-SUB)                               CNB25200
127000                                   TO RC-WRITTEN                  CNB25200
127100     MOVE WS-RC-MASKED (WS-RC-SUB) TO RC-MASKED                   CNB25200
127200     COMPUTE WS-RC-SKIPPED = WS-RC-READ (WS-RC-SUB)               CNB25200
127300                           - WS-RC-SELECTED (WS-RC-SUB)           CNB25200
127400     MOVE WS-RC-SKIPPED            TO RC-SKIPPED                  CNB25200
127500     IF WS-RC-WRITTEN (WS-RC-SUB) = WS-RC-SELECTED (WS-RC-SUB)    CNB25200
127600        MOVE SPACES                TO RC-NOTE                     CNB25200
127700     ELSE                                                         CNB25200
127800        MOVE 'OUT OF BAL'          TO RC-NOTE                     CNB25200
127900        MOVE 'N'                   TO WS-BAL-SW                   CNB25200
128000     END-IF                                                       CNB25200
128100     WRITE RPT-LINE FROM WS-RC-LINE.                              CNB25200
128200*                                                                 CNB25200
128300 P9999-GOT-PROBLEM.                                               CNB25200
128310     MOVE 'CNB252'                 TO XE-PROGRAM                  CNB25200
128320     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB25200
128330     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB25200
128340     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB25200
128400     DISPLAY 'CNB252 ABEND IN ' WS-ABEND-PARAGRAPH                CNB25200
128500              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB25200
128600     MOVE 16 TO RETURN-CODE                                       CNB25200
128700     GOBACK.                                                      CNB25200
