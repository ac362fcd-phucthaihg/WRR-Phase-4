000100 IDENTIFICATION DIVISION.                                         CNB26700
000200 PROGRAM-ID. CNB267.                                              CNB26700
000300*AUTHOR.     JMC.                                                 CNB26700
000400*DATE-WRITTEN. 10/15/26.                                          CNB26700
000500*REMARKS.                                                         CNB26700
000600*    ANNUAL VACATION ENTITLEMENT.  VACATION BIDDING (CNB129) AND  CNB26700
000700*    CNP917'S VACATION EDITS BOTH TAKE EACH EMPLOYEE'S ENTITLEMENTCNB26700
000800*    AS GIVEN, BUT IT WAS WORKED OUT BY HAND EACH AUTUMN FROM     CNB26700
000900*    SERVICE YEARS AND QUALIFYING DAYS.  THIS ANNUAL RUN READS THECNB26700
001000*    CNB122 MSTRSEQ EXTRACT (LAYOUT HEADER VALIDATED), TAKES EACH CNB26700
001100*    EMPLOYEE'S DATE OF ENTRY FROM THE NIGHTLY MSTR2 UNLOAD       CNB26700
001200*    (MSTR2UNL, EMPLOYEE ORDER - THE SAME UNLOAD CNB252 AND CNB253CNB26700
001300*    READ) AND COUNTS THE QUALIFYING YEAR FROM THE CNB122         CNB26700
001400*    JHISTSEQ EXTRACT (LAYOUT HEADER VALIDATED, EMPLOYEE / DATE   CNB26700
001500*    ORDER):                                                      CNB26700
001600*      QUALIFYING DAYS - CALENDAR DAYS IN THE YEAR WITH AT LEAST  CNB26700
001700*                        ONE CALL,                                CNB26700
001800*      LEAVE DAYS      - CALENDAR DAYS IN THE YEAR LAID OFF ON    CNB26700
001900*                        ANY CODE OTHER THAN AVAILABLE, WORKING,  CNB26700
002000*                        TO PLACE, VACATION, MISSED CALL OR WAIT  CNB26700
002100*                        TURN, PAIRING EACH STATUS-CHANGE LAYOFF  CNB26700
002200*                        WITH THE NEXT STATUS CHANGE AS CNB250    CNB26700
002300*                        DOES (A SPELL STILL OPEN RUNS TO THE END CNB26700
002400*                        OF THE YEAR).                            CNB26700
002500*    THE PARM NAMES THE ENTITLEMENT YEAR (CCYY, BLANK = THE YEAR  CNB26700
002600*    AFTER THE RUN DATE); THE QUALIFYING YEAR IS THE CALENDAR YEARCNB26700
002700*    BEFORE IT AND SERVICE IS COUNTED IN WHOLE YEARS FROM THE DATECNB26700
002800*    OF ENTRY TO 1 JANUARY OF THE ENTITLEMENT YEAR.  THE SERVICE  CNB26700
002900*    BANDS COME FROM THE VACRULE CARDS - CRAFT (BLANK = EVERY     CNB26700
003000*    CRAFT NOT CARDED ON ITS OWN), MINIMUM YEARS OF SERVICE,      CNB26700
003100*    MINIMUM QUALIFYING DAYS, WEEKS AND A DESCRIPTION.  WITH NO   CNB26700
003200*    CARDS THE BANDS ARE 2 WEEKS AT 1 YEAR, 3 AT 8, 4 AT 15, 5 AT CNB26700
003300*    22 AND 6 AT 30, EACH WITH 100 QUALIFYING DAYS.  AN EMPLOYEE  CNB26700
003400*    GETS THE MOST WEEKS OF ANY BAND THAT APPLIES TO THE CRAFT ANDCNB26700
003500*    WHOSE SERVICE AND DAYS ARE BOTH MET.  THE WEEKS, DAYS DUE    CNB26700
003600*    (FIVE A WEEK), SERVICE, QUALIFYING DAYS AND BAND ARE LOADED  CNB26700
003700*    TO THE EMPLOYEE'S VACEMP YEAR RECORD - ADDED IF NEW,         CNB26700
003800*    OTHERWISE UPDATED WITH THE DAYS TAKEN, CARRIED OVER, IN LIEU CNB26700
003900*    AND ADVANCED LEFT AS THEY ARE.  THE EXCEPTIONS LIST SHOWS, BYCNB26700
004000*    BOARD:                                                       CNB26700
004100*      SHORT  - A BAND WITH MORE WEEKS WAS MISSED ONLY ON DAYS, BYCNB26700
004200*               NO MORE THAN THE PARM MARGIN (BLANK = 10 DAYS),   CNB26700
004300*      LEAVE  - LEAVE DAYS OVER THE PARM LIMIT (BLANK = 60 DAYS), CNB26700
004400*      NO DOE - NO MSTR2 RECORD OR AN UNUSABLE DATE OF ENTRY; NO  CNB26700
004500*               ENTITLEMENT IS LOADED FOR THEM.                   CNB26700
004600*    TERMINATED EMPLOYEES ('R') ARE NOT PROCESSED.  THE RUN ENDS  CNB26700
004700*    WITH THE BANDS AND THE NUMBER OF EMPLOYEES GIVEN EACH.       CNB26700
004800*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB26700
004900*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB26700
005000*                                                                 CNB26700
005100*TBD  THE VACEMP YEAR RECORD BELOW IS BUILT FROM THE FIELD NAMES  CNB26700
005200*CNP917 USES ON WSVACEMP (VAC-KEY-1 = VAC-K1-EMPLOYEE-NO,         CNB26700
005300*VAC-K1-CENT, VAC-K1-YEAR; VAC-DAYS-DUE, VAC-CARRYOVER-DAYS,      CNB26700
005400*VAC-TAKEN-DAYS, VAC-IN-LIEU-DAYS, VAC-ADVANCE-DAYS) - IT IS THE  CNB26700
005500*DATASET CNP917 READS AS VACATION-VIA-EMP-DATE, NOT THE WEEK-AWARDCNB26700
005600*VACEMP CNB129 WRITES, AND IS ALLOCATED HERE AS VACEMPD.  THE     CNB26700
005700*WEEKS / SERVICE / DAYS / BAND FIELDS ARE TAKEN FROM ITS FILLER.  CNB26700
005800*THE MSTR2 DATE OF ENTRY IS CNB252'S TWO-DIGIT YEAR WITH THE      CNB26700
005900*CENTURY INFERRED.  JHISTSEQ FUNCTION 01 IS A CALL, FUNCTION 02 A CNB26700
006000*STATUS CHANGE WITH IN-OUT I=MARKUP O=LAYOFF (CNB139/CNB250).     CNB26700
006100*VERIFY LAYOUTS, KEYS AND LENGTHS BEFORE NEXT COMPILE.            CNB26700
006200*                                                                 CNB26700
006300 ENVIRONMENT DIVISION.                                            CNB26700
006400 CONFIGURATION SECTION.                                           CNB26700
006500 SOURCE-COMPUTER.  IBM-370.                                       CNB26700
006600 OBJECT-COMPUTER.  IBM-370.                                       CNB26700
006700 INPUT-OUTPUT SECTION.                                            CNB26700
006800 FILE-CONTROL.                                                    CNB26700
006900     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB26700
007000            ORGANIZATION  SEQUENTIAL                              CNB26700
007100            FILE STATUS   WS-PARM-STATUS.                         CNB26700
007200     SELECT RULE-FILE    ASSIGN TO VACRULE                        CNB26700
007300            ORGANIZATION  SEQUENTIAL                              CNB26700
007400            FILE STATUS   WS-RULE-STATUS.                         CNB26700
007500     SELECT MSTR-FILE    ASSIGN TO MSTRSEQ                        CNB26700
007600            ORGANIZATION  SEQUENTIAL                              CNB26700
007700            FILE STATUS   WS-MSTR-STATUS.                         CNB26700
007800     SELECT MSTR2-FILE   ASSIGN TO MSTR2UNL                       CNB26700
007900            ORGANIZATION  SEQUENTIAL                              CNB26700
008000            FILE STATUS   WS-MSTR2-STATUS.                        CNB26700
008100     SELECT JHIST-FILE   ASSIGN TO JHISTSEQ                       CNB26700
008200            ORGANIZATION  SEQUENTIAL                              CNB26700
008300            FILE STATUS   WS-JHIST-STATUS.                        CNB26700
008400     SELECT VACEMP-FILE  ASSIGN TO VACEMPD                        CNB26700
008500            ORGANIZATION  INDEXED                                 CNB26700
008600            ACCESS MODE   RANDOM                                  CNB26700
008700            RECORD KEY    VY-KEY                                  CNB26700
008800            FILE STATUS   WS-VACEMP-STATUS.                       CNB26700
008900     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB26700
009000            ORGANIZATION  LINE SEQUENTIAL                         CNB26700
009100            FILE STATUS   WS-RPT-STATUS.                          CNB26700
009200*                                                                 CNB26700
009300 DATA DIVISION.                                                   CNB26700
009400 FILE SECTION.                                                    CNB26700
009500 FD  PARM-FILE                                                    CNB26700
009600     RECORD CONTAINS 80 CHARACTERS.                               CNB26700
009700 01  WS-PARM-RECORD.                                              CNB26700
009800     05  PARM-FUNC                 PIC X(8).                      CNB26700
009900     05  PARM-DATE-TIME            PIC X(12).                     CNB26700
010000     05  PARM-ENT-YEAR             PIC X(4).                      CNB26700
010100     05  PARM-MARGIN               PIC X(3).                      CNB26700
010200     05  PARM-LEAVE-LIMIT          PIC X(3).                      CNB26700
010300     05  FILLER                    PIC X(50).                     CNB26700
010400 FD  RULE-FILE                                                    CNB26700
010500     RECORD CONTAINS 80 CHARACTERS.                               CNB26700
010600 01  VR-RECORD.                                                   CNB26700
010700     05  VR-CRAFT                  PIC X(2).                      CNB26700
010800     05  VR-MIN-YEARS              PIC 9(2).                      CNB26700
010900     05  VR-MIN-DAYS               PIC 9(3).                      CNB26700
011000     05  VR-WEEKS                  PIC 9(2).                      CNB26700
011100     05  VR-DESC                   PIC X(20).                     CNB26700
011200     05  FILLER                    PIC X(51).                     CNB26700
011300 FD  MSTR-FILE                                                    CNB26700
011400     RECORD CONTAINS 500 CHARACTERS.                              CNB26700
011500 01  MSTR-RECORD                   PIC X(500).                    CNB26700
011600 FD  MSTR2-FILE                                                   CNB26700
011700     RECORD CONTAINS 300 CHARACTERS.                              CNB26700
011800 01  M2-RECORD.                                                   CNB26700
011900     05  M2-EMP-NBR                PIC X(9).                      CNB26700
012000     05  M2-EMP-SIN                PIC X(9).                      CNB26700
012100     05  M2-EMP-SSN                PIC X(9).                      CNB26700
012200     05  M2-BIRTH-DATE.                                           CNB26700
012300         10  M2-BD-YR              PIC X(2).                      CNB26700
012400         10  M2-BD-MO              PIC X(2).                      CNB26700
012500         10  M2-BD-DY              PIC X(2).                      CNB26700
012600     05  M2-ENTRY-DATE.                                           CNB26700
012700         10  M2-DOE-YR             PIC X(2).                      CNB26700
012800         10  M2-DOE-MO             PIC X(2).                      CNB26700
012900         10  M2-DOE-DY             PIC X(2).                      CNB26700
013000     05  M2-PHONE-NBR              PIC X(10).                     CNB26700
013100     05  FILLER                    PIC X(250).                    CNB26700
013200 FD  JHIST-FILE                                                   CNB26700
013300     RECORD CONTAINS 200 CHARACTERS.                              CNB26700
013400 01  WS-JHIST-RECORD.                                             CNB26700
013500     05  JHIST-EMP-NBR             PIC X(9).                      CNB26700
013600*    CCYYMMDDHHMMSS:                                              CNB26700
013700     05  JHIST-EFF-DATE-TIME       PIC X(14).                     CNB26700
013800     05  JHIST-FUNCTION            PIC X(2).                      CNB26700
013900         88  JHIST-CALL-FUN              VALUE '01'.              CNB26700
014000         88  JHIST-STATUS-FUN            VALUE '02'.              CNB26700
014100     05  JHIST-EMP-NBR-AFFECTED    PIC X(9).                      CNB26700
014200     05  JHIST-IN-OUT              PIC X(1).                      CNB26700
014300         88  JHIST-MARKUP                VALUE 'I'.               CNB26700
014400         88  JHIST-LAYOFF                VALUE 'O'.               CNB26700
014500     05  JHIST-STATUS-CODE         PIC X(2).                      CNB26700
014600     05  FILLER                    PIC X(163).                    CNB26700
014700 FD  VACEMP-FILE                                                  CNB26700
014800     RECORD CONTAINS 100 CHARACTERS.                              CNB26700
014900 01  VY-RECORD.                                                   CNB26700
015000     05  VY-KEY.                                                  CNB26700
015100         10  VY-EMP-NBR            PIC X(9).                      CNB26700
015200         10  VY-CENT               PIC X(2).                      CNB26700
015300         10  VY-YEAR               PIC 9(2).                      CNB26700
015400     05  VY-DAYS-DUE               PIC 9(2)V9.                    CNB26700
015500     05  VY-CARRYOVER-DAYS         PIC 9(2)V9.                    CNB26700
015600     05  VY-TAKEN-DAYS             PIC 9(2)V9.                    CNB26700
015700     05  VY-IN-LIEU-DAYS           PIC 9(2)V9.                    CNB26700
015800     05  VY-ADVANCE-DAYS           PIC 9(2)V9.                    CNB26700
015900     05  VY-WEEKS-ENTITLED         PIC 9(2).                      CNB26700
016000     05  VY-SERVICE-YEARS          PIC 9(2).                      CNB26700
016100     05  VY-QUAL-DAYS              PIC 9(3).                      CNB26700
016200     05  VY-BAND                   PIC 9(2).                      CNB26700
016300     05  VY-CALC-DATE              PIC X(6).                      CNB26700
016400     05  FILLER                    PIC X(57).                     CNB26700
016500 FD  RPT-FILE                                                     CNB26700
016600     RECORD CONTAINS 132 CHARACTERS.                              CNB26700
016700 01  RPT-LINE                      PIC X(132).                    CNB26700
016800*                                                                 CNB26700
016900 WORKING-STORAGE SECTION.                                         CNB26700
017000 COPY WSMSTR.                                                     CNB26700
017100 COPY WSXHDR.                                                     CNB26700
017200 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB26700
017300     88  WS-PARM-OK                       VALUE '00'.             CNB26700
017400 01  WS-RULE-STATUS                PIC XX VALUE SPACES.           CNB26700
017500     88  WS-RULE-OK                       VALUE '00'.             CNB26700
017600 01  WS-MSTR-STATUS                PIC XX VALUE SPACES.           CNB26700
017700     88  WS-MSTR-OK                       VALUE '00'.             CNB26700
017800 01  WS-MSTR2-STATUS               PIC XX VALUE SPACES.           CNB26700
017900     88  WS-MSTR2-OK                      VALUE '00'.             CNB26700
018000 01  WS-JHIST-STATUS               PIC XX VALUE SPACES.           CNB26700
018100     88  WS-JHIST-OK                      VALUE '00'.             CNB26700
018200 01  WS-VACEMP-STATUS              PIC XX VALUE SPACES.           CNB26700
018300     88  WS-VACEMP-OK                     VALUE '00'.             CNB26700
018400     88  WS-VACEMP-NOTFND                 VALUE '23'.             CNB26700
018500 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB26700
018600     88  WS-RPT-OK                        VALUE '00'.             CNB26700
018700 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB26700
018800 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB26700
018810 COPY WSERRLOG.                                                   CNB26700
018900 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB26700
019000     88  WS-FUNC-ENTL                     VALUE 'ENTL'.           CNB26700
019100 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB26700
019200 01  WS-RUN-DATE.                                                 CNB26700
019300     05  WS-RUN-YY                 PIC 9(2).                      CNB26700
019400     05  WS-RUN-MM                 PIC 9(2).                      CNB26700
019500     05  WS-RUN-DD                 PIC 9(2).                      CNB26700
019600 01  WS-RUN-CCYY                   PIC 9(4) VALUE ZEROS.          CNB26700
019700 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB26700
019800     88  WS-EOF-MSTR                      VALUE 'Y'.              CNB26700
019900 01  WS-RULE-EOF-SW                PIC X  VALUE 'N'.              CNB26700
020000     88  WS-EOF-RULE                      VALUE 'Y'.              CNB26700
020100 01  WS-M2-EOF-SW                  PIC X  VALUE 'N'.              CNB26700
020200     88  WS-EOF-MSTR2                     VALUE 'Y'.              CNB26700
020300 01  WS-JH-EOF-SW                  PIC X  VALUE 'N'.              CNB26700
020400     88  WS-EOF-JHIST                     VALUE 'Y'.              CNB26700
020500*                                                                 CNB26700
020600*    THE ENTITLEMENT YEAR, THE QUALIFYING YEAR BEFORE IT AND THE  CNB26700
020700*    PARM LIMITS                                                  CNB26700
020800*                                                                 CNB26700
020900 01  WS-ENT-YEAR.                                                 CNB26700
021000     05  WS-ENT-CC                 PIC X(2).                      CNB26700
021100     05  WS-ENT-YY                 PIC 9(2).                      CNB26700
021200 01  WS-ENT-CCYY REDEFINES WS-ENT-YEAR                            CNB26700
021300                                   PIC 9(4).                      CNB26700
021400 01  WS-QUAL-CCYY                  PIC 9(4) VALUE ZEROS.          CNB26700
021500 01  WS-QUAL-FROM                  PIC X(8) VALUE SPACES.         CNB26700
021600 01  WS-QUAL-TO                    PIC X(8) VALUE SPACES.         CNB26700
021700 01  WS-ENT-MON                    PIC S9(6) COMP VALUE ZEROS.    CNB26700
021800 01  WS-MARGIN                     PIC 9(3) VALUE 10.             CNB26700
021900 01  WS-LEAVE-LIMIT                PIC 9(3) VALUE 60.             CNB26700
022000*                                                                 CNB26700
022100*    SERVICE BANDS                                                CNB26700
022200*                                                                 CNB26700
022300 01  WS-RL-MAX                     PIC S9(4) COMP VALUE 20.       CNB26700
022400 01  WS-RL-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB26700
022500 01  WS-RL-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB26700
022600 01  WS-RL-TABLE.                                                 CNB26700
022700     05  WS-RL-ENTRY OCCURS 20 TIMES.                             CNB26700
022800         10  WS-RL-CRAFT           PIC X(2).                      CNB26700
022900         10  WS-RL-MIN-YEARS       PIC 9(2).                      CNB26700
023000         10  WS-RL-MIN-DAYS        PIC 9(3).                      CNB26700
023100         10  WS-RL-WEEKS           PIC 9(2).                      CNB26700
023200         10  WS-RL-DESC            PIC X(20).                     CNB26700
023300         10  WS-RL-GIVEN           PIC S9(6) COMP.                CNB26700
023400 01  WS-RL-CRAFT-SW                PIC X  VALUE 'N'.              CNB26700
023500     88  WS-RL-CRAFT-CARDED               VALUE 'Y'.              CNB26700
023600*                                                                 CNB26700
023700*    ENTRY MONTHS FROM MSTR2, IN EMPLOYEE ORDER.  A MONTH IS HELD CNB26700
023800*    AS CCYY * 12 + MM - 1 SO MONTHS SUBTRACT.                    CNB26700
023900*                                                                 CNB26700
024000 01  WS-DT-MAX                     PIC S9(8) COMP VALUE 60000.    CNB26700
024100 01  WS-DT-COUNT                   PIC S9(8) COMP VALUE ZEROS.    CNB26700
024200 01  WS-DT-AT                      PIC S9(8) COMP VALUE ZEROS.    CNB26700
024300 01  WS-DT-LO                      PIC S9(8) COMP VALUE ZEROS.    CNB26700
024400 01  WS-DT-HI                      PIC S9(8) COMP VALUE ZEROS.    CNB26700
024500 01  WS-DT-MID                     PIC S9(8) COMP VALUE ZEROS.    CNB26700
024600 01  WS-DT-TABLE.                                                 CNB26700
024700     05  WS-DT-ENTRY OCCURS 60000 TIMES.                          CNB26700
024800         10  WS-DT-EMP-NBR         PIC X(9).                      CNB26700
024900         10  WS-DT-ENTRY-MON       PIC S9(6) COMP.                CNB26700
025000 01  WS-DT-FOUND-SW                PIC X  VALUE 'N'.              CNB26700
025100     88  WS-DT-FOUND                      VALUE 'Y'.              CNB26700
025200 01  WS-DT-BAD-SW                  PIC X  VALUE 'N'.              CNB26700
025300     88  WS-DT-BAD                        VALUE 'Y'.              CNB26700
025400 01  WS-CV-YY                      PIC X(2) VALUE SPACES.         CNB26700
025500 01  WS-CV-YY-N REDEFINES WS-CV-YY PIC 9(2).                      CNB26700
025600 01  WS-CV-MM                      PIC X(2) VALUE SPACES.         CNB26700
025700 01  WS-CV-MM-N REDEFINES WS-CV-MM PIC 9(2).                      CNB26700
025800 01  WS-CV-CCYY                    PIC 9(4) VALUE ZEROS.          CNB26700
025900 01  WS-CV-MON                     PIC S9(6) COMP VALUE ZEROS.    CNB26700
026000*                                                                 CNB26700
026100*    QUALIFYING AND LEAVE DAYS FROM JHIST, IN EMPLOYEE ORDER      CNB26700
026200*                                                                 CNB26700
026300 01  WS-QD-MAX                     PIC S9(8) COMP VALUE 60000.    CNB26700
026400 01  WS-QD-COUNT                   PIC S9(8) COMP VALUE ZEROS.    CNB26700
026500 01  WS-QD-AT                      PIC S9(8) COMP VALUE ZEROS.    CNB26700
026600 01  WS-QD-LO                      PIC S9(8) COMP VALUE ZEROS.    CNB26700
026700 01  WS-QD-HI                      PIC S9(8) COMP VALUE ZEROS.    CNB26700
026800 01  WS-QD-MID                     PIC S9(8) COMP VALUE ZEROS.    CNB26700
026900 01  WS-QD-TABLE.                                                 CNB26700
027000     05  WS-QD-ENTRY OCCURS 60000 TIMES.                          CNB26700
027100         10  WS-QD-EMP-NBR         PIC X(9).                      CNB26700
027200         10  WS-QD-DAYS            PIC S9(4) COMP.                CNB26700
027300         10  WS-QD-LEAVE           PIC S9(4) COMP.                CNB26700
027400         10  WS-QD-LEAVE-CODE      PIC X(1).                      CNB26700
027500 01  WS-QD-FOUND-SW                PIC X  VALUE 'N'.              CNB26700
027600     88  WS-QD-FOUND                      VALUE 'Y'.              CNB26700
027700*                                                                 CNB26700
027800*    THE EMPLOYEE'S HISTORY BEING COUNTED                         CNB26700
027900*                                                                 CNB26700
028000 01  WS-HIST-EMP                   PIC X(9) VALUE SPACES.         CNB26700
028100 01  WS-LAST-CALL-DATE             PIC X(8) VALUE SPACES.         CNB26700
028200 01  WS-HIST-DAYS                  PIC S9(4) COMP VALUE ZEROS.    CNB26700
028300 01  WS-HIST-LEAVE                 PIC S9(4) COMP VALUE ZEROS.    CNB26700
028400 01  WS-HIST-LONG                  PIC S9(4) COMP VALUE ZEROS.    CNB26700
028500 01  WS-HIST-LONG-CODE             PIC X(1) VALUE SPACES.         CNB26700
028600 01  WS-SPELL-SW                   PIC X  VALUE 'N'.              CNB26700
028700     88  WS-SPELL-NONE                    VALUE 'N'.              CNB26700
028800     88  WS-SPELL-OPEN                    VALUE 'Y'.              CNB26700
028900 01  WS-SPELL-START                PIC X(8) VALUE SPACES.         CNB26700
029000 01  WS-SPELL-END                  PIC X(8) VALUE SPACES.         CNB26700
029100 01  WS-SPELL-CODE                 PIC X(1) VALUE SPACES.         CNB26700
029200 01  WS-SPELL-DAYS                 PIC S9(6) COMP VALUE ZEROS.    CNB26700
029300 01  WS-SPELL-FROM-SER             PIC S9(7) COMP VALUE ZEROS.    CNB26700
029400 01  WS-LV-CODE                    PIC X(1) VALUE SPACES.         CNB26700
029500     88  WS-LV-NOT-LEAVE                  VALUE 'A' 'B' 'C' 'V'   CNB26700
029600                                                'X' '#' ' '.      CNB26700
029700*                                                                 CNB26700
029800*    DATE TO DAY SERIAL                                           CNB26700
029900*                                                                 CNB26700
030000 01  WS-SERIAL-RESULT              PIC S9(7) COMP VALUE ZEROS.    CNB26700
030100 01  WS-SERIAL-DATE.                                              CNB26700
030200     05  WS-SD-CCYY                PIC 9(4).                      CNB26700
030300     05  WS-SD-MM                  PIC 9(2).                      CNB26700
030400     05  WS-SD-DD                  PIC 9(2).                      CNB26700
030500 01  WS-SERIAL-DATE-X REDEFINES WS-SERIAL-DATE                    CNB26700
030600                                   PIC X(8).                      CNB26700
030700 01  WS-LEAP-QUOT                  PIC 9(4) VALUE ZEROS.          CNB26700
030800 01  WS-LEAP-REM                   PIC 9(4) VALUE ZEROS.          CNB26700
030900 01  WS-CUM-DAY-TABLE              PIC X(36) VALUE                CNB26700
031000         '000031059090120151181212243273304334'.                  CNB26700
031100 01  WS-CUM-DAY-TABLE-R REDEFINES WS-CUM-DAY-TABLE.               CNB26700
031200     05  WS-CDT-DAYS OCCURS 12 TIMES                              CNB26700
031300                                   PIC 9(3).                      CNB26700
031400*                                                                 CNB26700
031500*    THE EMPLOYEE BEING ENTITLED                                  CNB26700
031600*                                                                 CNB26700
031700 01  WS-SERVICE                    PIC S9(4) COMP VALUE ZEROS.    CNB26700
031800 01  WS-EMP-DAYS                   PIC S9(4) COMP VALUE ZEROS.    CNB26700
031900 01  WS-EMP-LEAVE                  PIC S9(4) COMP VALUE ZEROS.    CNB26700
032000 01  WS-EMP-LEAVE-CODE             PIC X(1) VALUE SPACES.         CNB26700
032100 01  WS-BEST-WEEKS                 PIC S9(4) COMP VALUE ZEROS.    CNB26700
032200 01  WS-BEST-RULE                  PIC S9(4) COMP VALUE ZEROS.    CNB26700
032300 01  WS-SHORT-WEEKS                PIC S9(4) COMP VALUE ZEROS.    CNB26700
032400 01  WS-SHORT-RULE                 PIC S9(4) COMP VALUE ZEROS.    CNB26700
032500 01  WS-SHORT-BY                   PIC 9(3) VALUE ZEROS.          CNB26700
032600 01  WS-EX-REASON                  PIC X(50) VALUE SPACES.        CNB26700
032700 01  WS-MR-READ-COUNT              PIC 9(7) VALUE ZEROS.          CNB26700
032800 01  WS-M2-READ-COUNT              PIC 9(7) VALUE ZEROS.          CNB26700
032900 01  WS-JH-READ-COUNT              PIC 9(7) VALUE ZEROS.          CNB26700
033000 01  WS-TERM-COUNT                 PIC 9(7) VALUE ZEROS.          CNB26700
033100 01  WS-NODOE-COUNT                PIC 9(7) VALUE ZEROS.          CNB26700
033200 01  WS-NOWEEKS-COUNT              PIC 9(7) VALUE ZEROS.          CNB26700
033300 01  WS-SHORT-COUNT                PIC 9(7) VALUE ZEROS.          CNB26700
033400 01  WS-LEAVE-COUNT                PIC 9(7) VALUE ZEROS.          CNB26700
033500 01  WS-ADD-COUNT                  PIC 9(7) VALUE ZEROS.          CNB26700
033600 01  WS-UPD-COUNT                  PIC 9(7) VALUE ZEROS.          CNB26700
033700 01  WS-HDR-LINE.                                                 CNB26700
033800     05  FILLER                PIC X(38)  VALUE                   CNB26700
033900         'CNB267 - VACATION ENTITLEMENT'.                         CNB26700
034000     05  FILLER                PIC X(2)   VALUE SPACES.           CNB26700
034100     05  HDR-FUNC              PIC X(8).                          CNB26700
034200     05  FILLER                PIC X(2)   VALUE SPACES.           CNB26700
034300     05  HDR-DATE-TIME         PIC X(12).                         CNB26700
034400     05  FILLER                PIC X(2)   VALUE SPACES.           CNB26700
034500     05  FILLER                PIC X(17)  VALUE                   CNB26700
034600         'ENTITLEMENT YEAR '.                                     CNB26700
034700     05  HDR-ENT-YEAR          PIC X(4).                          CNB26700
034800     05  FILLER                PIC X(47)  VALUE SPACES.           CNB26700
034900 01  WS-TITLE-LINE.                                               CNB26700
035000     05  TTL-TEXT                  PIC X(80).                     CNB26700
035100     05  FILLER                    PIC X(52) VALUE SPACES.        CNB26700
035200 01  WS-RULE-LINE.                                                CNB26700
035300     05  FILLER                    PIC X(7) VALUE 'BAND   '.      CNB26700
035400     05  RL-NBR                    PIC Z9.                        CNB26700
035500     05  FILLER                    PIC X(9) VALUE '  CRAFT  '.    CNB26700
035600     05  RL-CRAFT                  PIC X(3).                      CNB26700
035700     05  FILLER                    PIC X(11) VALUE '  SERVICE  '. CNB26700
035800     05  RL-MIN-YEARS              PIC Z9.                        CNB26700
035900     05  FILLER                    PIC X(8) VALUE '  DAYS  '.     CNB26700
036000     05  RL-MIN-DAYS               PIC ZZ9.                       CNB26700
036100     05  FILLER                    PIC X(9) VALUE '  WEEKS  '.    CNB26700
036200     05  RL-WEEKS                  PIC Z9.                        CNB26700
036300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26700
036400     05  RL-DESC                   PIC X(20).                     CNB26700
036500     05  FILLER                    PIC X(9) VALUE '  GIVEN  '.    CNB26700
036600     05  RL-GIVEN                  PIC ZZZ,ZZ9.                   CNB26700
036700     05  FILLER                    PIC X(38) VALUE SPACES.        CNB26700
036800 01  WS-EX-HDR-LINE.                                              CNB26700
036900     05  FILLER                    PIC X(40) VALUE                CNB26700
037000         'EMPLOYEE   NAME                        B'.              CNB26700
037100     05  FILLER                    PIC X(40) VALUE                CNB26700
037200         'OARD    SVC  DAYS  LEAVECD  WKS  EXCEPTI'.              CNB26700
037300     05  FILLER                    PIC X(52) VALUE                CNB26700
037400         'ON'.                                                    CNB26700
037500 01  WS-EX-LINE.                                                  CNB26700
037600     05  EX-EMP-NBR                PIC X(9).                      CNB26700
037700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26700
037800     05  EX-EMP-NAME               PIC X(26).                     CNB26700
037900     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26700
038000     05  EX-DIST                   PIC X(2).                      CNB26700
038100     05  FILLER                    PIC X(1) VALUE '/'.            CNB26700
038200     05  EX-SDIST                  PIC X(2).                      CNB26700
038300     05  FILLER                    PIC X(1) VALUE '/'.            CNB26700
038400     05  EX-CRAFT                  PIC X(2).                      CNB26700
038500     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26700
038600     05  EX-SERVICE                PIC Z9.                        CNB26700
038700     05  FILLER                    PIC X(3) VALUE SPACES.         CNB26700
038800     05  EX-DAYS                   PIC ZZ9.                       CNB26700
038900     05  FILLER                    PIC X(3) VALUE SPACES.         CNB26700
039000     05  EX-LEAVE                  PIC ZZ9.                       CNB26700
039100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26700
039200     05  EX-LEAVE-CODE             PIC X(1).                      CNB26700
039300     05  FILLER                    PIC X(3) VALUE SPACES.         CNB26700
039400     05  EX-WEEKS                  PIC Z9.                        CNB26700
039500     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26700
039600     05  EX-REASON                 PIC X(50).                     CNB26700
039700     05  FILLER                    PIC X(9) VALUE SPACES.         CNB26700
039800 01  WS-CNT-LINE.                                                 CNB26700
039900     05  CNT-LABEL                 PIC X(30).                     CNB26700
040000     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB26700
040100     05  FILLER                    PIC X(95) VALUE SPACES.        CNB26700
040200*                                                                 CNB26700
040300 PROCEDURE DIVISION.                                              CNB26700
040400 P0000-MAINLINE.                                                  CNB26700
040500     PERFORM P1000-INITIALIZE                                     CNB26700
040600     PERFORM P2000-READ-HISTORY UNTIL WS-EOF-JHIST                CNB26700
040700     IF WS-HIST-EMP NOT = SPACES                                  CNB26700
040800        PERFORM P2900-END-EMPLOYEE                                CNB26700
040900     END-IF                                                       CNB26700
041000     CLOSE JHIST-FILE                                             CNB26700
041100     PERFORM P1060-OPEN-MASTER                                    CNB26700
041200     PERFORM P3000-READ-MASTER UNTIL WS-EOF-MSTR                  CNB26700
041300     PERFORM P6000-PRINT-BANDS                                    CNB26700
041400     PERFORM P9000-TERMINATE                                      CNB26700
041500     GOBACK.                                                      CNB26700
041600*                                                                 CNB26700
041700 P1000-INITIALIZE.                                                CNB26700
041800     OPEN INPUT PARM-FILE                                         CNB26700
041900     IF NOT WS-PARM-OK                                            CNB26700
042000        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB26700
042100        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB26700
042200        PERFORM P9999-GOT-PROBLEM                                 CNB26700
042300     END-IF                                                       CNB26700
042400     READ PARM-FILE                                               CNB26700
042500     IF NOT WS-PARM-OK                                            CNB26700
042600        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB26700
042700        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB26700
042800        PERFORM P9999-GOT-PROBLEM                                 CNB26700
042900     END-IF                                                       CNB26700
043000     MOVE PARM-FUNC                TO WS-FUNC                     CNB26700
043100     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB26700
043200     IF NOT WS-FUNC-ENTL                                          CNB26700
043300        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB26700
043400        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB26700
043500        PERFORM P9999-GOT-PROBLEM                                 CNB26700
043600     END-IF                                                       CNB26700
043700     MOVE WS-RUN-DATE-TIME (1:6)   TO WS-RUN-DATE                 CNB26700
043800     IF WS-RUN-DATE NOT NUMERIC                                   CNB26700
043900        OR WS-RUN-MM < 01 OR WS-RUN-MM > 12                       CNB26700
044000        MOVE 'P1000-BAD-DATE'      TO WS-ABEND-PARAGRAPH          CNB26700
044100        MOVE 'PD'                  TO WS-ABEND-STATUS             CNB26700
044200        PERFORM P9999-GOT-PROBLEM                                 CNB26700
044300     END-IF                                                       CNB26700
044400     COMPUTE WS-RUN-CCYY = 2000 + WS-RUN-YY                       CNB26700
044500     IF PARM-ENT-YEAR = SPACES                                    CNB26700
044600        COMPUTE WS-ENT-CCYY = WS-RUN-CCYY + 1                     CNB26700
044700     ELSE                                                         CNB26700
044800        IF PARM-ENT-YEAR NOT NUMERIC                              CNB26700
044900           MOVE 'P1000-BAD-YEAR'   TO WS-ABEND-PARAGRAPH          CNB26700
045000           MOVE 'PM'               TO WS-ABEND-STATUS             CNB26700
045100           PERFORM P9999-GOT-PROBLEM                              CNB26700
045200        END-IF                                                    CNB26700
045300        MOVE PARM-ENT-YEAR         TO WS-ENT-YEAR                 CNB26700
045400     END-IF                                                       CNB26700
045500     IF PARM-MARGIN NOT = SPACES                                  CNB26700
045600        IF PARM-MARGIN NOT NUMERIC                                CNB26700
045700           MOVE 'P1000-BAD-MARGN'  TO WS-ABEND-PARAGRAPH          CNB26700
045800           MOVE 'PM'               TO WS-ABEND-STATUS             CNB26700
045900           PERFORM P9999-GOT-PROBLEM                              CNB26700
046000        END-IF                                                    CNB26700
046100        MOVE PARM-MARGIN           TO WS-MARGIN                   CNB26700
046200     END-IF                                                       CNB26700
046300     IF PARM-LEAVE-LIMIT NOT = SPACES                             CNB26700
046400        IF PARM-LEAVE-LIMIT NOT NUMERIC                           CNB26700
046500           MOVE 'P1000-BAD-LIMIT'  TO WS-ABEND-PARAGRAPH          CNB26700
046600           MOVE 'PM'               TO WS-ABEND-STATUS             CNB26700
046700           PERFORM P9999-GOT-PROBLEM                              CNB26700
046800        END-IF                                                    CNB26700
046900        MOVE PARM-LEAVE-LIMIT      TO WS-LEAVE-LIMIT              CNB26700
047000     END-IF                                                       CNB26700
047100     CLOSE PARM-FILE                                              CNB26700
047200     COMPUTE WS-QUAL-CCYY = WS-ENT-CCYY - 1                       CNB26700
047300     MOVE WS-QUAL-CCYY             TO WS-QUAL-FROM (1:4)          CNB26700
047400     MOVE '0101'                   TO WS-QUAL-FROM (5:4)          CNB26700
047500     MOVE WS-ENT-YEAR              TO WS-QUAL-TO (1:4)            CNB26700
047600     MOVE '0101'                   TO WS-QUAL-TO (5:4)            CNB26700
047700     COMPUTE WS-ENT-MON = WS-ENT-CCYY * 12                        CNB26700
047800     OPEN OUTPUT RPT-FILE                                         CNB26700
047900     IF NOT WS-RPT-OK                                             CNB26700
048000        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB26700
048100        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB26700
048200        PERFORM P9999-GOT-PROBLEM                                 CNB26700
048300     END-IF                                                       CNB26700
048400     MOVE WS-FUNC                  TO HDR-FUNC                    CNB26700
048500     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB26700
048600     MOVE WS-ENT-YEAR              TO HDR-ENT-YEAR                CNB26700
048700     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB26700
048800     MOVE SPACES                   TO RPT-LINE                    CNB26700
048900     WRITE RPT-LINE                                               CNB26700
049000     OPEN INPUT RULE-FILE                                         CNB26700
049100     IF NOT WS-RULE-OK                                            CNB26700
049200        MOVE 'P1000-OPEN-RULE'     TO WS-ABEND-PARAGRAPH          CNB26700
049300        MOVE WS-RULE-STATUS        TO WS-ABEND-STATUS             CNB26700
049400        PERFORM P9999-GOT-PROBLEM                                 CNB26700
049500     END-IF                                                       CNB26700
049600     PERFORM P1200-LOAD-RULE UNTIL WS-EOF-RULE                    CNB26700
049700     CLOSE RULE-FILE                                              CNB26700
049800     IF WS-RL-COUNT = ZEROS                                       CNB26700
049900        PERFORM P1210-DEFAULT-RULES                               CNB26700
050000     END-IF                                                       CNB26700
050100     OPEN INPUT MSTR2-FILE                                        CNB26700
050200     IF NOT WS-MSTR2-OK                                           CNB26700
050300        MOVE 'P1000-OPEN-MST2'     TO WS-ABEND-PARAGRAPH          CNB26700
050400        MOVE WS-MSTR2-STATUS       TO WS-ABEND-STATUS             CNB26700
050500        PERFORM P9999-GOT-PROBLEM                                 CNB26700
050600     END-IF                                                       CNB26700
050700     PERFORM P1300-LOAD-MSTR2 UNTIL WS-EOF-MSTR2                  CNB26700
050800     CLOSE MSTR2-FILE                                             CNB26700
050900     OPEN I-O VACEMP-FILE                                         CNB26700
051000     IF WS-VACEMP-STATUS = '35'                                   CNB26700
051100        OPEN OUTPUT VACEMP-FILE                                   CNB26700
051200        CLOSE VACEMP-FILE                                         CNB26700
051300        OPEN I-O VACEMP-FILE                                      CNB26700
051400     END-IF                                                       CNB26700
051500     IF NOT WS-VACEMP-OK                                          CNB26700
051600        MOVE 'P1000-OPEN-VACE'     TO WS-ABEND-PARAGRAPH          CNB26700
051700        MOVE WS-VACEMP-STATUS      TO WS-ABEND-STATUS             CNB26700
051800        PERFORM P9999-GOT-PROBLEM                                 CNB26700
051900     END-IF                                                       CNB26700
052000     OPEN INPUT JHIST-FILE                                        CNB26700
052100     IF NOT WS-JHIST-OK                                           CNB26700
052200        MOVE 'P1000-OPEN-JHST'     TO WS-ABEND-PARAGRAPH          CNB26700
052300        MOVE WS-JHIST-STATUS       TO WS-ABEND-STATUS             CNB26700
052400        PERFORM P9999-GOT-PROBLEM                                 CNB26700
052500     END-IF                                                       CNB26700
052600     PERFORM P1050-VERIFY-JHIST-HDR                               CNB26700
052700     PERFORM P2010-READ-JHIST.                                    CNB26700
052800*                                                                 CNB26700
052900 P1050-VERIFY-JHIST-HDR.                                          CNB26700
053000     MOVE 'JHISTSEQ'               TO XPCT-EXTRACT-ID             CNB26700
053100     MOVE 200                      TO XPCT-RECORD-LGTH            CNB26700
053200     READ JHIST-FILE INTO WS-XHDR                                 CNB26700
053300          AT END                                                  CNB26700
053400             PERFORM P1090-LAYOUT-MISMATCH                        CNB26700
053500     END-READ                                                     CNB26700
053600     IF NOT XHDR-PRESENT                                          CNB26700
053700        PERFORM P1090-LAYOUT-MISMATCH                             CNB26700
053800     END-IF                                                       CNB26700
053900     IF XHDR-EXTRACT-ID NOT = XPCT-EXTRACT-ID                     CNB26700
054000        OR XHDR-RECORD-LGTH NOT = XPCT-RECORD-LGTH                CNB26700
054100        OR XHDR-FIELD-MAP-VER NOT = XPCT-FIELD-MAP-VER            CNB26700
054200        PERFORM P1090-LAYOUT-MISMATCH                             CNB26700
054300     END-IF.                                                      CNB26700
054400*                                                                 CNB26700
054500 P1060-OPEN-MASTER.                                               CNB26700
054600     OPEN INPUT MSTR-FILE                                         CNB26700
054700     IF NOT WS-MSTR-OK                                            CNB26700
054800        MOVE 'P1060-OPEN-MSTR'     TO WS-ABEND-PARAGRAPH          CNB26700
054900        MOVE WS-MSTR-STATUS        TO WS-ABEND-STATUS             CNB26700
055000        PERFORM P9999-GOT-PROBLEM                                 CNB26700
055100     END-IF                                                       CNB26700
055200     MOVE 'MSTRSEQ '               TO XPCT-EXTRACT-ID             CNB26700
055300     MOVE 500                      TO XPCT-RECORD-LGTH            CNB26700
055400     READ MSTR-FILE INTO WS-XHDR                                  CNB26700
055500          AT END                                                  CNB26700
055600             PERFORM P1090-LAYOUT-MISMATCH                        CNB26700
055700     END-READ                                                     CNB26700
055800     IF NOT XHDR-PRESENT                                          CNB26700
055900        PERFORM P1090-LAYOUT-MISMATCH                             CNB26700
056000     END-IF                                                       CNB26700
056100     IF XHDR-EXTRACT-ID NOT = XPCT-EXTRACT-ID                     CNB26700
056200        OR XHDR-RECORD-LGTH NOT = XPCT-RECORD-LGTH                CNB26700
056300        OR XHDR-FIELD-MAP-VER NOT = XPCT-FIELD-MAP-VER            CNB26700
056400        PERFORM P1090-LAYOUT-MISMATCH                             CNB26700
056500     END-IF                                                       CNB26700
056600     MOVE 'EXCEPTIONS - SHORT OF A BAND, UNUSUAL LEAVE, NO DOE'   CNB26700
056700                                   TO TTL-TEXT                    CNB26700
056800     PERFORM P8900-PRINT-TITLE                                    CNB26700
056900     WRITE RPT-LINE FROM WS-EX-HDR-LINE.                          CNB26700
057000*                                                                 CNB26700
057100 P1090-LAYOUT-MISMATCH.                                           CNB26700
057200     MOVE SPACES                   TO RPT-LINE                    CNB26700
057300     STRING 'EXTRACT LAYOUT MISMATCH ON '                         CNB26700
057400            XPCT-EXTRACT-ID                                       CNB26700
057500            ' - RUN ABORTED'                                      CNB26700
057600            DELIMITED BY SIZE INTO RPT-LINE                       CNB26700
057700     WRITE RPT-LINE                                               CNB26700
057800     DISPLAY 'CNB267 EXTRACT LAYOUT MISMATCH ON '                 CNB26700
057900             XPCT-EXTRACT-ID                                      CNB26700
058000     MOVE 16 TO RETURN-CODE                                       CNB26700
058100     GOBACK.                                                      CNB26700
058200*                                                                 CNB26700
058300 P1200-LOAD-RULE.                                                 CNB26700
058400     READ RULE-FILE                                               CNB26700
058500          AT END                                                  CNB26700
058600             SET WS-EOF-RULE TO TRUE                              CNB26700
058700     END-READ                                                     CNB26700
058800     IF NOT WS-EOF-RULE                                           CNB26700
058900        AND VR-MIN-YEARS NUMERIC AND VR-MIN-DAYS NUMERIC          CNB26700
059000        AND VR-WEEKS NUMERIC                                      CNB26700
059100        AND WS-RL-COUNT < WS-RL-MAX                               CNB26700
059200        ADD 1 TO WS-RL-COUNT                                      CNB26700
059300        MOVE VR-CRAFT              TO WS-RL-CRAFT (WS-RL-COUNT)   CNB26700
059400        MOVE VR-MIN-YEARS                                         CNB26700
059500                              TO WS-RL-MIN-YEARS (WS-RL-COUNT)    CNB26700
059600        MOVE VR-MIN-DAYS           TO WS-RL-MIN-DAYS (WS-RL-COUNT)CNB26700
059700        MOVE VR-WEEKS              TO WS-RL-WEEKS (WS-RL-COUNT)   CNB26700
059800        MOVE VR-DESC               TO WS-RL-DESC (WS-RL-COUNT)    CNB26700
059900        MOVE ZEROS                 TO WS-RL-GIVEN (WS-RL-COUNT)   CNB26700
060000     END-IF.                                                      CNB26700
060100*                                                                 CNB26700
060200 P1210-DEFAULT-RULES.                                             CNB26700
060300     MOVE 01                       TO WS-RL-MIN-YEARS (1)         CNB26700
060400     MOVE 02                       TO WS-RL-WEEKS (1)             CNB26700
060500     MOVE '2 WEEKS - DEFAULT'      TO WS-RL-DESC (1)              CNB26700
060600     MOVE 08                       TO WS-RL-MIN-YEARS (2)         CNB26700
060700     MOVE 03                       TO WS-RL-WEEKS (2)             CNB26700
060800     MOVE '3 WEEKS - DEFAULT'      TO WS-RL-DESC (2)              CNB26700
060900     MOVE 15                       TO WS-RL-MIN-YEARS (3)         CNB26700
061000     MOVE 04                       TO WS-RL-WEEKS (3)             CNB26700
061100     MOVE '4 WEEKS - DEFAULT'      TO WS-RL-DESC (3)              CNB26700
061200     MOVE 22                       TO WS-RL-MIN-YEARS (4)         CNB26700
061300     MOVE 05                       TO WS-RL-WEEKS (4)             CNB26700
061400     MOVE '5 WEEKS - DEFAULT'      TO WS-RL-DESC (4)              CNB26700
061500     MOVE 30                       TO WS-RL-MIN-YEARS (5)         CNB26700
061600     MOVE 06                       TO WS-RL-WEEKS (5)             CNB26700
061700     MOVE '6 WEEKS - DEFAULT'      TO WS-RL-DESC (5)              CNB26700
061800     MOVE 5                        TO WS-RL-COUNT                 CNB26700
061900     PERFORM P1220-DEFAULT-COMMON                                 CNB26700
062000             VARYING WS-RL-SUB FROM 1 BY 1                        CNB26700
062100             UNTIL WS-RL-SUB > WS-RL-COUNT.                       CNB26700
062200*                                                                 CNB26700
062300 P1220-DEFAULT-COMMON.                                            CNB26700
062400     MOVE SPACES                   TO WS-RL-CRAFT (WS-RL-SUB)     CNB26700
062500     MOVE 100                      TO WS-RL-MIN-DAYS (WS-RL-SUB)  CNB26700
062600     MOVE ZEROS                    TO WS-RL-GIVEN (WS-RL-SUB).    CNB26700
062700*                                                                 CNB26700
062800*    THE UNLOAD IS IN EMPLOYEE ORDER; A RECORD OUT OF ORDER       CNB26700
062900*    WOULD DEFEAT THE HALVING SEARCH, SO IT STOPS THE RUN         CNB26700
063000*                                                                 CNB26700
063100 P1300-LOAD-MSTR2.                                                CNB26700
063200     READ MSTR2-FILE                                              CNB26700
063300          AT END                                                  CNB26700
063400             SET WS-EOF-MSTR2 TO TRUE                             CNB26700
063500     END-READ                                                     CNB26700
063600     IF NOT WS-EOF-MSTR2                                          CNB26700
063700        ADD 1 TO WS-M2-READ-COUNT                                 CNB26700
063800        IF WS-DT-COUNT > ZEROS                                    CNB26700
063900           AND M2-EMP-NBR NOT > WS-DT-EMP-NBR (WS-DT-COUNT)       CNB26700
064000           MOVE 'MSTR2UNL NOT IN EMPLOYEE ORDER - RUN ABORTED'    CNB26700
064100                                   TO RPT-LINE                    CNB26700
064200           WRITE RPT-LINE                                         CNB26700
064300           MOVE 'P1300-M2-ORDER'   TO WS-ABEND-PARAGRAPH          CNB26700
064400           MOVE 'SQ'               TO WS-ABEND-STATUS             CNB26700
064500           PERFORM P9999-GOT-PROBLEM                              CNB26700
064600        END-IF                                                    CNB26700
064700        IF WS-DT-COUNT NOT < WS-DT-MAX                            CNB26700
064800           MOVE 'MSTR2 DATE TABLE FULL - RUN ABORTED'             CNB26700
064900                                   TO RPT-LINE                    CNB26700
065000           WRITE RPT-LINE                                         CNB26700
065100           MOVE 'P1300-DT-TABLE'   TO WS-ABEND-PARAGRAPH          CNB26700
065200           MOVE 'TF'               TO WS-ABEND-STATUS             CNB26700
065300           PERFORM P9999-GOT-PROBLEM                              CNB26700
065400        END-IF                                                    CNB26700
065500        ADD 1 TO WS-DT-COUNT                                      CNB26700
065600        MOVE M2-EMP-NBR            TO WS-DT-EMP-NBR (WS-DT-COUNT) CNB26700
065700        MOVE 'N'                   TO WS-DT-BAD-SW                CNB26700
065800        MOVE M2-DOE-YR             TO WS-CV-YY                    CNB26700
065900        MOVE M2-DOE-MO             TO WS-CV-MM                    CNB26700
066000        PERFORM P1320-ENTRY-MONTH                                 CNB26700
066100        IF WS-DT-BAD                                              CNB26700
066200           MOVE ZEROS                                             CNB26700
066300                              TO WS-DT-ENTRY-MON (WS-DT-COUNT)    CNB26700
066400        ELSE                                                      CNB26700
066500           MOVE WS-CV-MON                                         CNB26700
066600                              TO WS-DT-ENTRY-MON (WS-DT-COUNT)    CNB26700
066700        END-IF                                                    CNB26700
066800     END-IF.                                                      CNB26700
066900*                                                                 CNB26700
067000*    AN ENTRY YEAR AFTER THE RUN YEAR IN THIS CENTURY BELONGS TO  CNB26700
067100*    THE LAST ONE                                                 CNB26700
067200*                                                                 CNB26700
067300 P1320-ENTRY-MONTH.                                               CNB26700
067400     MOVE ZEROS                    TO WS-CV-MON                   CNB26700
067500     IF WS-CV-YY NOT NUMERIC OR WS-CV-MM NOT NUMERIC              CNB26700
067600        OR WS-CV-MM-N < 01 OR WS-CV-MM-N > 12                     CNB26700
067700        SET WS-DT-BAD TO TRUE                                     CNB26700
067800     ELSE                                                         CNB26700
067900        COMPUTE WS-CV-CCYY = 2000 + WS-CV-YY-N                    CNB26700
068000        IF WS-CV-CCYY > WS-RUN-CCYY                               CNB26700
068100           SUBTRACT 100 FROM WS-CV-CCYY                           CNB26700
068200        END-IF                                                    CNB26700
068300        COMPUTE WS-CV-MON = WS-CV-CCYY * 12 + WS-CV-MM-N - 1      CNB26700
068400     END-IF.                                                      CNB26700
068500*                                                                 CNB26700
068600*    THE HISTORY PASS - CALL DAYS AND LEAVE SPELLS PER EMPLOYEE   CNB26700
068700*                                                                 CNB26700
068800 P2000-READ-HISTORY.                                              CNB26700
068900     ADD 1 TO WS-JH-READ-COUNT                                    CNB26700
069000     IF JHIST-EMP-NBR NOT = WS-HIST-EMP                           CNB26700
069100        IF WS-HIST-EMP NOT = SPACES                               CNB26700
069200           PERFORM P2900-END-EMPLOYEE                             CNB26700
069300        END-IF                                                    CNB26700
069400        MOVE JHIST-EMP-NBR         TO WS-HIST-EMP                 CNB26700
069500        MOVE SPACES                TO WS-LAST-CALL-DATE           CNB26700
069600                                      WS-HIST-LONG-CODE           CNB26700
069700        MOVE ZEROS                 TO WS-HIST-DAYS                CNB26700
069800                                      WS-HIST-LEAVE               CNB26700
069900                                      WS-HIST-LONG                CNB26700
070000        SET WS-SPELL-NONE TO TRUE                                 CNB26700
070100     END-IF                                                       CNB26700
070200     IF JHIST-CALL-FUN                                            CNB26700
070300        AND JHIST-EFF-DATE-TIME (1:4) = WS-QUAL-FROM (1:4)        CNB26700
070400        AND JHIST-EFF-DATE-TIME (1:8) NOT = WS-LAST-CALL-DATE     CNB26700
070500        ADD 1 TO WS-HIST-DAYS                                     CNB26700
070600        MOVE JHIST-EFF-DATE-TIME (1:8) TO WS-LAST-CALL-DATE       CNB26700
070700     END-IF                                                       CNB26700
070800     IF JHIST-STATUS-FUN                                          CNB26700
070900        IF WS-SPELL-OPEN                                          CNB26700
071000           MOVE JHIST-EFF-DATE-TIME (1:8) TO WS-SPELL-END         CNB26700
071100           PERFORM P2100-COUNT-SPELL                              CNB26700
071200           SET WS-SPELL-NONE TO TRUE                              CNB26700
071300        END-IF                                                    CNB26700
071400        MOVE JHIST-STATUS-CODE (1:1) TO WS-LV-CODE                CNB26700
071500        IF JHIST-LAYOFF AND NOT WS-LV-NOT-LEAVE                   CNB26700
071600           SET WS-SPELL-OPEN TO TRUE                              CNB26700
071700           MOVE JHIST-EFF-DATE-TIME (1:8) TO WS-SPELL-START       CNB26700
071800           MOVE WS-LV-CODE         TO WS-SPELL-CODE               CNB26700
071900        END-IF                                                    CNB26700
072000     END-IF                                                       CNB26700
072100     PERFORM P2010-READ-JHIST.                                    CNB26700
072200*                                                                 CNB26700
072300 P2010-READ-JHIST.                                                CNB26700
072400     READ JHIST-FILE                                              CNB26700
072500          AT END                                                  CNB26700
072600             SET WS-EOF-JHIST TO TRUE                             CNB26700
072700     END-READ.                                                    CNB26700
072800*                                                                 CNB26700
072900*    THE PART OF THE SPELL INSIDE THE QUALIFYING YEAR, IN CALENDARCNB26700
073000*    DAYS.  THE CODE OF THE LONGEST SPELL IS KEPT FOR THE LISTING.CNB26700
073100*                                                                 CNB26700
073200 P2100-COUNT-SPELL.                                               CNB26700
073300     IF WS-SPELL-START < WS-QUAL-FROM                             CNB26700
073400        MOVE WS-QUAL-FROM          TO WS-SPELL-START              CNB26700
073500     END-IF                                                       CNB26700
073600     IF WS-SPELL-END > WS-QUAL-TO                                 CNB26700
073700        MOVE WS-QUAL-TO            TO WS-SPELL-END                CNB26700
073800     END-IF                                                       CNB26700
073900     IF WS-SPELL-START < WS-SPELL-END                             CNB26700
074000        MOVE WS-SPELL-START        TO WS-SERIAL-DATE-X            CNB26700
074100        PERFORM P7000-DATE-TO-SERIAL                              CNB26700
074200        MOVE WS-SERIAL-RESULT      TO WS-SPELL-FROM-SER           CNB26700
074300        MOVE WS-SPELL-END          TO WS-SERIAL-DATE-X            CNB26700
074400        PERFORM P7000-DATE-TO-SERIAL                              CNB26700
074500        COMPUTE WS-SPELL-DAYS = WS-SERIAL-RESULT                  CNB26700
074600                              - WS-SPELL-FROM-SER                 CNB26700
074700        IF WS-SPELL-DAYS > ZEROS AND WS-SPELL-DAYS < 367          CNB26700
074800           ADD WS-SPELL-DAYS       TO WS-HIST-LEAVE               CNB26700
074900           IF WS-SPELL-DAYS > WS-HIST-LONG                        CNB26700
075000              MOVE WS-SPELL-DAYS   TO WS-HIST-LONG                CNB26700
075100              MOVE WS-SPELL-CODE   TO WS-HIST-LONG-CODE           CNB26700
075200           END-IF                                                 CNB26700
075300        END-IF                                                    CNB26700
075400     END-IF.                                                      CNB26700
075500*                                                                 CNB26700
075600*    A SPELL STILL OPEN WHEN THE EMPLOYEE'S HISTORY RUNS OUT RUNS CNB26700
075700*    TO THE END OF THE QUALIFYING YEAR                            CNB26700
075800*                                                                 CNB26700
075900 P2900-END-EMPLOYEE.                                              CNB26700
076000     IF WS-SPELL-OPEN                                             CNB26700
076100        MOVE WS-QUAL-TO            TO WS-SPELL-END                CNB26700
076200        PERFORM P2100-COUNT-SPELL                                 CNB26700
076300        SET WS-SPELL-NONE TO TRUE                                 CNB26700
076400     END-IF                                                       CNB26700
076500     IF WS-HIST-DAYS > ZEROS OR WS-HIST-LEAVE > ZEROS             CNB26700
076600        IF WS-QD-COUNT > ZEROS                                    CNB26700
076700           AND WS-HIST-EMP NOT > WS-QD-EMP-NBR (WS-QD-COUNT)      CNB26700
076800           MOVE 'JHISTSEQ NOT IN EMPLOYEE ORDER - RUN ABORTED'    CNB26700
076900                                   TO RPT-LINE                    CNB26700
077000           WRITE RPT-LINE                                         CNB26700
077100           MOVE 'P2900-JH-ORDER'   TO WS-ABEND-PARAGRAPH          CNB26700
077200           MOVE 'SQ'               TO WS-ABEND-STATUS             CNB26700
077300           PERFORM P9999-GOT-PROBLEM                              CNB26700
077400        END-IF                                                    CNB26700
077500        IF WS-QD-COUNT NOT < WS-QD-MAX                            CNB26700
077600           MOVE 'HISTORY DAY TABLE FULL - RUN ABORTED'            CNB26700
077700                                   TO RPT-LINE                    CNB26700
077800           WRITE RPT-LINE                                         CNB26700
077900           MOVE 'P2900-QD-TABLE'   TO WS-ABEND-PARAGRAPH          CNB26700
078000           MOVE 'TF'               TO WS-ABEND-STATUS             CNB26700
078100           PERFORM P9999-GOT-PROBLEM                              CNB26700
078200        END-IF                                                    CNB26700
078300        ADD 1 TO WS-QD-COUNT                                      CNB26700
078400        MOVE WS-HIST-EMP           TO WS-QD-EMP-NBR (WS-QD-COUNT) CNB26700
078500        MOVE WS-HIST-DAYS          TO WS-QD-DAYS (WS-QD-COUNT)    CNB26700
078600        IF WS-HIST-LEAVE > 366                                    CNB26700
078700           MOVE 366                TO WS-HIST-LEAVE               CNB26700
078800        END-IF                                                    CNB26700
078900        MOVE WS-HIST-LEAVE         TO WS-QD-LEAVE (WS-QD-COUNT)   CNB26700
079000        MOVE WS-HIST-LONG-CODE                                    CNB26700
079100                             TO WS-QD-LEAVE-CODE (WS-QD-COUNT)    CNB26700
079200     END-IF.                                                      CNB26700
079300*                                                                 CNB26700
079400*    THE MASTER PASS - ENTITLE EACH EMPLOYEE                      CNB26700
079500*                                                                 CNB26700
079600 P3000-READ-MASTER.                                               CNB26700
079700     READ MSTR-FILE INTO WS-MSTR                                  CNB26700
079800          AT END                                                  CNB26700
079900             SET WS-EOF-MSTR TO TRUE                              CNB26700
080000     END-READ                                                     CNB26700
080100     IF NOT WS-EOF-MSTR                                           CNB26700
080200        ADD 1 TO WS-MR-READ-COUNT                                 CNB26700
080300        IF TERMINATION                                            CNB26700
080400           ADD 1 TO WS-TERM-COUNT                                 CNB26700
080500        ELSE                                                      CNB26700
080600           PERFORM P3100-ENTITLE-EMPLOYEE THRU P3100-EXIT         CNB26700
080700        END-IF                                                    CNB26700
080800     END-IF.                                                      CNB26700
080900*                                                                 CNB26700
081000 P3100-ENTITLE-EMPLOYEE.                                          CNB26700
081100     PERFORM P3110-FIND-HISTORY                                   CNB26700
081200     PERFORM P3120-FIND-ENTRY                                     CNB26700
081300     IF NOT WS-DT-FOUND                                           CNB26700
081400        ADD 1 TO WS-NODOE-COUNT                                   CNB26700
081500        MOVE ZEROS                 TO WS-SERVICE                  CNB26700
081600                                      WS-BEST-WEEKS               CNB26700
081700        MOVE 'NO DOE - NO MSTR2 DATE OF ENTRY, NOT LOADED'        CNB26700
081800                                   TO WS-EX-REASON                CNB26700
081900        PERFORM P3900-LIST-EXCEPTION                              CNB26700
082000        GO TO P3100-EXIT                                          CNB26700
082100     END-IF                                                       CNB26700
082200     COMPUTE WS-SERVICE = (WS-ENT-MON                             CNB26700
082300                        - WS-DT-ENTRY-MON (WS-DT-AT)) / 12        CNB26700
082400     IF WS-SERVICE < ZEROS                                        CNB26700
082500        MOVE ZEROS                 TO WS-SERVICE                  CNB26700
082600     END-IF                                                       CNB26700
082700     IF WS-SERVICE > 99                                           CNB26700
082800        MOVE 99                    TO WS-SERVICE                  CNB26700
082900     END-IF                                                       CNB26700
083000     PERFORM P3200-APPLY-BANDS                                    CNB26700
083100     PERFORM P3300-LOAD-VACEMP                                    CNB26700
083200     IF WS-SHORT-WEEKS > WS-BEST-WEEKS                            CNB26700
083300        ADD 1 TO WS-SHORT-COUNT                                   CNB26700
083400        COMPUTE WS-SHORT-BY = WS-RL-MIN-DAYS (WS-SHORT-RULE)      CNB26700
083500                            - WS-EMP-DAYS                         CNB26700
083600        MOVE SPACES                TO WS-EX-REASON                CNB26700
083700        STRING 'SHORT ' WS-SHORT-BY ' DAYS OF '                   CNB26700
083800               WS-RL-DESC (WS-SHORT-RULE)                         CNB26700
083900               DELIMITED BY SIZE INTO WS-EX-REASON                CNB26700
084000        PERFORM P3900-LIST-EXCEPTION                              CNB26700
084100     END-IF                                                       CNB26700
084200     IF WS-EMP-LEAVE > WS-LEAVE-LIMIT                             CNB26700
084300        ADD 1 TO WS-LEAVE-COUNT                                   CNB26700
084400        MOVE 'LEAVE - OVER THE LEAVE-DAY LIMIT'                   CNB26700
084500                                   TO WS-EX-REASON                CNB26700
084600        PERFORM P3900-LIST-EXCEPTION                              CNB26700
084700     END-IF.                                                      CNB26700
084800 P3100-EXIT.                                                      CNB26700
084900     EXIT.                                                        CNB26700
085000*                                                                 CNB26700
085100 P3110-FIND-HISTORY.                                              CNB26700
085200     MOVE 'N'                      TO WS-QD-FOUND-SW              CNB26700
085300     MOVE ZEROS                    TO WS-EMP-DAYS                 CNB26700
085400                                      WS-EMP-LEAVE                CNB26700
085500     MOVE SPACES                   TO WS-EMP-LEAVE-CODE           CNB26700
085600     MOVE 1                        TO WS-QD-LO                    CNB26700
085700     MOVE WS-QD-COUNT              TO WS-QD-HI                    CNB26700
085800     PERFORM P3115-PROBE-HISTORY                                  CNB26700
085900             UNTIL WS-QD-FOUND OR WS-QD-LO > WS-QD-HI             CNB26700
086000     IF WS-QD-FOUND                                               CNB26700
086100        MOVE WS-QD-DAYS (WS-QD-AT) TO WS-EMP-DAYS                 CNB26700
086200        MOVE WS-QD-LEAVE (WS-QD-AT)                               CNB26700
086300                                   TO WS-EMP-LEAVE                CNB26700
086400        MOVE WS-QD-LEAVE-CODE (WS-QD-AT)                          CNB26700
086500                                   TO WS-EMP-LEAVE-CODE           CNB26700
086600     END-IF.                                                      CNB26700
086700*                                                                 CNB26700
086800 P3115-PROBE-HISTORY.                                             CNB26700
086900     COMPUTE WS-QD-MID = (WS-QD-LO + WS-QD-HI) / 2                CNB26700
087000     IF WS-QD-EMP-NBR (WS-QD-MID) = EMP-NBR                       CNB26700
087100        SET WS-QD-FOUND TO TRUE                                   CNB26700
087200        MOVE WS-QD-MID             TO WS-QD-AT                    CNB26700
087300     ELSE                                                         CNB26700
087400        IF WS-QD-EMP-NBR (WS-QD-MID) < EMP-NBR                    CNB26700
087500           COMPUTE WS-QD-LO = WS-QD-MID + 1                       CNB26700
087600        ELSE                                                      CNB26700
087700           COMPUTE WS-QD-HI = WS-QD-MID - 1                       CNB26700
087800        END-IF                                                    CNB26700
087900     END-IF.                                                      CNB26700
088000*                                                                 CNB26700
088100 P3120-FIND-ENTRY.                                                CNB26700
088200     MOVE 'N'                      TO WS-DT-FOUND-SW              CNB26700
088300     MOVE 1                        TO WS-DT-LO                    CNB26700
088400     MOVE WS-DT-COUNT              TO WS-DT-HI                    CNB26700
088500     PERFORM P3125-PROBE-ENTRY                                    CNB26700
088600             UNTIL WS-DT-FOUND OR WS-DT-LO > WS-DT-HI             CNB26700
088700     IF WS-DT-FOUND                                               CNB26700
088800        AND WS-DT-ENTRY-MON (WS-DT-AT) = ZEROS                    CNB26700
088900        MOVE 'N'                   TO WS-DT-FOUND-SW              CNB26700
089000     END-IF.                                                      CNB26700
089100*                                                                 CNB26700
089200 P3125-PROBE-ENTRY.                                               CNB26700
089300     COMPUTE WS-DT-MID = (WS-DT-LO + WS-DT-HI) / 2                CNB26700
089400     IF WS-DT-EMP-NBR (WS-DT-MID) = EMP-NBR                       CNB26700
089500        SET WS-DT-FOUND TO TRUE                                   CNB26700
089600        MOVE WS-DT-MID             TO WS-DT-AT                    CNB26700
089700     ELSE                                                         CNB26700
089800        IF WS-DT-EMP-NBR (WS-DT-MID) < EMP-NBR                    CNB26700
089900           COMPUTE WS-DT-LO = WS-DT-MID + 1                       CNB26700
090000        ELSE                                                      CNB26700
090100           COMPUTE WS-DT-HI = WS-DT-MID - 1                       CNB26700
090200        END-IF                                                    CNB26700
090300     END-IF.                                                      CNB26700
090400*                                                                 CNB26700
090500*    THE MOST WEEKS OF ANY BAND FOR THE CRAFT WHOSE SERVICE AND   CNB26700
090600*    DAYS ARE BOTH MET, AND THE MOST WEEKS OF ANY BAND WHOSE      CNB26700
090700*    SERVICE IS MET BUT WHOSE DAYS ARE MISSED BY NO MORE THAN THE CNB26700
090800*    MARGIN                                                       CNB26700
090900*                                                                 CNB26700
091000 P3200-APPLY-BANDS.                                               CNB26700
091100     MOVE 'N'                      TO WS-RL-CRAFT-SW              CNB26700
091200     PERFORM P3210-CHECK-CRAFT-CARD                               CNB26700
091300             VARYING WS-RL-SUB FROM 1 BY 1                        CNB26700
091400             UNTIL WS-RL-SUB > WS-RL-COUNT                        CNB26700
091500     MOVE ZEROS                    TO WS-BEST-WEEKS               CNB26700
091600                                      WS-BEST-RULE                CNB26700
091700                                      WS-SHORT-WEEKS              CNB26700
091800                                      WS-SHORT-RULE               CNB26700
091900     PERFORM P3220-APPLY-BAND                                     CNB26700
092000             VARYING WS-RL-SUB FROM 1 BY 1                        CNB26700
092100             UNTIL WS-RL-SUB > WS-RL-COUNT                        CNB26700
092200     IF WS-BEST-RULE = ZEROS                                      CNB26700
092300        ADD 1 TO WS-NOWEEKS-COUNT                                 CNB26700
092400     ELSE                                                         CNB26700
092500        ADD 1 TO WS-RL-GIVEN (WS-BEST-RULE)                       CNB26700
092600     END-IF.                                                      CNB26700
092700*                                                                 CNB26700
092800 P3210-CHECK-CRAFT-CARD.                                          CNB26700
092900     IF WS-RL-CRAFT (WS-RL-SUB) = CRAFT                           CNB26700
093000        SET WS-RL-CRAFT-CARDED TO TRUE                            CNB26700
093100     END-IF.                                                      CNB26700
093200*                                                                 CNB26700
093300 P3220-APPLY-BAND.                                                CNB26700
093400     IF ((WS-RL-CRAFT-CARDED AND WS-RL-CRAFT (WS-RL-SUB) = CRAFT) CNB26700
093500        OR (NOT WS-RL-CRAFT-CARDED                                CNB26700
093600            AND WS-RL-CRAFT (WS-RL-SUB) = SPACES))                CNB26700
093700        AND WS-SERVICE NOT < WS-RL-MIN-YEARS (WS-RL-SUB)          CNB26700
093800        IF WS-EMP-DAYS NOT < WS-RL-MIN-DAYS (WS-RL-SUB)           CNB26700
093900           IF WS-RL-WEEKS (WS-RL-SUB) > WS-BEST-WEEKS             CNB26700
094000              MOVE WS-RL-WEEKS (WS-RL-SUB)                        CNB26700
094100                                   TO WS-BEST-WEEKS               CNB26700
094200              MOVE WS-RL-SUB       TO WS-BEST-RULE                CNB26700
094300           END-IF                                                 CNB26700
094400        ELSE                                                      CNB26700
094500           IF WS-EMP-DAYS + WS-MARGIN                             CNB26700
094600              NOT < WS-RL-MIN-DAYS (WS-RL-SUB)                    CNB26700
094700              AND WS-RL-WEEKS (WS-RL-SUB) > WS-SHORT-WEEKS        CNB26700
094800              MOVE WS-RL-WEEKS (WS-RL-SUB)                        CNB26700
094900                                   TO WS-SHORT-WEEKS              CNB26700
095000              MOVE WS-RL-SUB       TO WS-SHORT-RULE               CNB26700
095100           END-IF                                                 CNB26700
095200        END-IF                                                    CNB26700
095300     END-IF.                                                      CNB26700
095400*                                                                 CNB26700
095500*    ADD OR UPDATE THE EMPLOYEE'S YEAR RECORD.  DAYS ALREADY      CNB26700
095600*    TAKEN, CARRIED OVER, IN LIEU OR ADVANCED ARE NOT TOUCHED.    CNB26700
095700*                                                                 CNB26700
095800 P3300-LOAD-VACEMP.                                               CNB26700
095900     MOVE EMP-NBR                  TO VY-EMP-NBR                  CNB26700
096000     MOVE WS-ENT-CC                TO VY-CENT                     CNB26700
096100     MOVE WS-ENT-YY                TO VY-YEAR                     CNB26700
096200     READ VACEMP-FILE                                             CNB26700
096300     IF WS-VACEMP-NOTFND                                          CNB26700
096400        MOVE SPACES                TO VY-RECORD                   CNB26700
096500        MOVE ZEROS                 TO VY-CARRYOVER-DAYS           CNB26700
096600                                      VY-TAKEN-DAYS               CNB26700
096700                                      VY-IN-LIEU-DAYS             CNB26700
096800                                      VY-ADVANCE-DAYS             CNB26700
096900        MOVE EMP-NBR               TO VY-EMP-NBR                  CNB26700
097000        MOVE WS-ENT-CC             TO VY-CENT                     CNB26700
097100        MOVE WS-ENT-YY             TO VY-YEAR                     CNB26700
097200        PERFORM P3310-SET-ENTITLEMENT                             CNB26700
097300        WRITE VY-RECORD                                           CNB26700
097400        IF NOT WS-VACEMP-OK                                       CNB26700
097500           MOVE 'P3300-WR-VACEMP'  TO WS-ABEND-PARAGRAPH          CNB26700
097600           MOVE WS-VACEMP-STATUS   TO WS-ABEND-STATUS             CNB26700
097700           PERFORM P9999-GOT-PROBLEM                              CNB26700
097800        END-IF                                                    CNB26700
097900        ADD 1 TO WS-ADD-COUNT                                     CNB26700
098000     ELSE                                                         CNB26700
098100        IF NOT WS-VACEMP-OK                                       CNB26700
098200           MOVE 'P3300-RD-VACEMP'  TO WS-ABEND-PARAGRAPH          CNB26700
098300           MOVE WS-VACEMP-STATUS   TO WS-ABEND-STATUS             CNB26700
098400           PERFORM P9999-GOT-PROBLEM                              CNB26700
098500        END-IF                                                    CNB26700
098600        PERFORM P3310-SET-ENTITLEMENT                             CNB26700
098700        REWRITE VY-RECORD                                         CNB26700
098800        IF NOT WS-VACEMP-OK                                       CNB26700
098900           MOVE 'P3300-RW-VACEMP'  TO WS-ABEND-PARAGRAPH          CNB26700
099000           MOVE WS-VACEMP-STATUS   TO WS-ABEND-STATUS             CNB26700
099100           PERFORM P9999-GOT-PROBLEM                              CNB26700
099200        END-IF                                                    CNB26700
099300        ADD 1 TO WS-UPD-COUNT                                     CNB26700
099400     END-IF.                                                      CNB26700
099500*                                                                 CNB26700
099600 P3310-SET-ENTITLEMENT.                                           CNB26700
099700     MOVE WS-BEST-WEEKS            TO VY-WEEKS-ENTITLED           CNB26700
099800     COMPUTE VY-DAYS-DUE = WS-BEST-WEEKS * 5                      CNB26700
099900     MOVE WS-SERVICE               TO VY-SERVICE-YEARS            CNB26700
100000     MOVE WS-EMP-DAYS              TO VY-QUAL-DAYS                CNB26700
100100     MOVE WS-BEST-RULE             TO VY-BAND                     CNB26700
100200     MOVE WS-RUN-DATE              TO VY-CALC-DATE.               CNB26700
100300*                                                                 CNB26700
100400 P3900-LIST-EXCEPTION.                                            CNB26700
100500     MOVE EMP-NBR                  TO EX-EMP-NBR                  CNB26700
100600     MOVE EMP-NAME                 TO EX-EMP-NAME                 CNB26700
100700     MOVE DIST                     TO EX-DIST                     CNB26700
100800     MOVE SUB-DIST                 TO EX-SDIST                    CNB26700
100900     MOVE CRAFT                    TO EX-CRAFT                    CNB26700
101000     MOVE WS-SERVICE               TO EX-SERVICE                  CNB26700
101100     MOVE WS-EMP-DAYS              TO EX-DAYS                     CNB26700
101200     MOVE WS-EMP-LEAVE             TO EX-LEAVE                    CNB26700
101300     MOVE WS-EMP-LEAVE-CODE        TO EX-LEAVE-CODE               CNB26700
101400     MOVE WS-BEST-WEEKS            TO EX-WEEKS                    CNB26700
101500     MOVE WS-EX-REASON             TO EX-REASON                   CNB26700
101600     WRITE RPT-LINE FROM WS-EX-LINE.                              CNB26700
101700*                                                                 CNB26700
101800*    THE BANDS AND THE NUMBER OF EMPLOYEES GIVEN EACH             CNB26700
101900*                                                                 CNB26700
102000 P6000-PRINT-BANDS.                                               CNB26700
102100     MOVE SPACES                   TO RPT-LINE                    CNB26700
102200     WRITE RPT-LINE                                               CNB26700
102300     MOVE 'SERVICE BANDS APPLIED'  TO TTL-TEXT                    CNB26700
102400     PERFORM P8900-PRINT-TITLE                                    CNB26700
102500     PERFORM P6100-PRINT-BAND                                     CNB26700
102600             VARYING WS-RL-SUB FROM 1 BY 1                        CNB26700
102700             UNTIL WS-RL-SUB > WS-RL-COUNT.                       CNB26700
102800*                                                                 CNB26700
102900 P6100-PRINT-BAND.                                                CNB26700
103000     MOVE WS-RL-SUB                TO RL-NBR                      CNB26700
103100     IF WS-RL-CRAFT (WS-RL-SUB) = SPACES                          CNB26700
103200        MOVE 'ALL'                 TO RL-CRAFT                    CNB26700
103300     ELSE                                                         CNB26700
103400        MOVE WS-RL-CRAFT (WS-RL-SUB)                              CNB26700
103500                                   TO RL-CRAFT                    CNB26700
103600     END-IF                                                       CNB26700
103700     MOVE WS-RL-MIN-YEARS (WS-RL-SUB)                             CNB26700
103800                                   TO RL-MIN-YEARS                CNB26700
103900     MOVE WS-RL-MIN-DAYS (WS-RL-SUB)                              CNB26700
104000                                   TO RL-MIN-DAYS                 CNB26700
104100     MOVE WS-RL-WEEKS (WS-RL-SUB)  TO RL-WEEKS                    CNB26700
104200     MOVE WS-RL-DESC (WS-RL-SUB)   TO RL-DESC                     CNB26700
104300     MOVE WS-RL-GIVEN (WS-RL-SUB)  TO RL-GIVEN                    CNB26700
104400     WRITE RPT-LINE FROM WS-RULE-LINE.                            CNB26700
104500*                                                                 CNB26700
104600 P7000-DATE-TO-SERIAL.                                            CNB26700
104700     MOVE ZEROS                    TO WS-SERIAL-RESULT            CNB26700
104800     IF WS-SERIAL-DATE-X NUMERIC                                  CNB26700
104900        AND WS-SD-MM > 0 AND WS-SD-MM < 13                        CNB26700
105000        COMPUTE WS-SERIAL-RESULT =                                CNB26700
105100            (WS-SD-CCYY * 365) + WS-CDT-DAYS (WS-SD-MM)           CNB26700
105200          + WS-SD-DD                                              CNB26700
105300        DIVIDE WS-SD-CCYY BY 4                                    CNB26700
105400               GIVING WS-LEAP-QUOT                                CNB26700
105500               REMAINDER WS-LEAP-REM                              CNB26700
105600        ADD WS-LEAP-QUOT           TO WS-SERIAL-RESULT            CNB26700
105700        IF WS-LEAP-REM = ZEROS AND WS-SD-MM < 3                   CNB26700
105800           SUBTRACT 1 FROM WS-SERIAL-RESULT                       CNB26700
105900        END-IF                                                    CNB26700
106000     END-IF.                                                      CNB26700
106100*                                                                 CNB26700
106200 P8900-PRINT-TITLE.                                               CNB26700
106300     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB26700
106400     MOVE SPACES                   TO RPT-LINE                    CNB26700
106500     WRITE RPT-LINE.                                              CNB26700
106600*                                                                 CNB26700
106700 P9000-TERMINATE.                                                 CNB26700
106800     MOVE SPACES                   TO RPT-LINE                    CNB26700
106900     WRITE RPT-LINE                                               CNB26700
107000     MOVE 'MASTER RECORDS READ .......' TO CNT-LABEL              CNB26700
107100     MOVE WS-MR-READ-COUNT         TO CNT-VALUE                   CNB26700
107200     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26700
107300     MOVE '  TERMINATED - NOT ENTITLED' TO CNT-LABEL              CNB26700
107400     MOVE WS-TERM-COUNT            TO CNT-VALUE                   CNB26700
107500     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26700
107600     MOVE 'MSTR2 RECORDS READ ........' TO CNT-LABEL              CNB26700
107700     MOVE WS-M2-READ-COUNT         TO CNT-VALUE                   CNB26700
107800     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26700
107900     MOVE 'HISTORY RECORDS READ ......' TO CNT-LABEL              CNB26700
108000     MOVE WS-JH-READ-COUNT         TO CNT-VALUE                   CNB26700
108100     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26700
108200     MOVE 'VACEMP YEAR RECORDS ADDED .' TO CNT-LABEL              CNB26700
108300     MOVE WS-ADD-COUNT             TO CNT-VALUE                   CNB26700
108400     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26700
108500     MOVE 'VACEMP YEAR RECORDS UPDATED' TO CNT-LABEL              CNB26700
108600     MOVE WS-UPD-COUNT             TO CNT-VALUE                   CNB26700
108700     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26700
108800     MOVE 'NO BAND MET - NO WEEKS ....' TO CNT-LABEL              CNB26700
108900     MOVE WS-NOWEEKS-COUNT         TO CNT-VALUE                   CNB26700
109000     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26700
109100     MOVE 'SHORT OF A BAND ON DAYS ...' TO CNT-LABEL              CNB26700
109200     MOVE WS-SHORT-COUNT           TO CNT-VALUE                   CNB26700
109300     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26700
109400     MOVE 'UNUSUAL LEAVE .............' TO CNT-LABEL              CNB26700
109500     MOVE WS-LEAVE-COUNT           TO CNT-VALUE                   CNB26700
109600     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26700
109700     MOVE 'NO DOE - NOT LOADED .......' TO CNT-LABEL              CNB26700
109800     MOVE WS-NODOE-COUNT           TO CNT-VALUE                   CNB26700
109900     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26700
110000     CLOSE MSTR-FILE                                              CNB26700
110100           VACEMP-FILE                                            CNB26700
110200           RPT-FILE.                                              CNB26700
110300*                                                                 CNB26700
110400 P9999-GOT-PROBLEM.                                               CNB26700
110410     MOVE 'CNB267'                 TO XE-PROGRAM                  CNB26700
110420     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB26700
110430     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB26700
110440     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB26700
110500     DISPLAY 'CNB267 ABEND IN ' WS-ABEND-PARAGRAPH                CNB26700
110600              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB26700
110700     MOVE 16 TO RETURN-CODE                                       CNB26700
110800     GOBACK.                                                      CNB26700
