000100 IDENTIFICATION DIVISION.                                         CNB22900
000200 PROGRAM-ID. CNB229.                                              CNB22900
000300*AUTHOR.     JMC.                                                 CNB22900
000400*DATE-WRITTEN. 10/15/26.                                          CNB22900
000500*REMARKS.                                                         CNB22900
000600*    NIGHTLY SWING-ASSIGNMENT CONTROL BUILD AND SWING-COVERAGE    CNB22900
000700*    CHECK.  CNP779'S AND CNP27N'S P3300-SEARCH-SWASSGN ONLY TRUSTCNB22900
000800*    THE SWING CONTROL RECORD (ASSIGNMENT ALL 9'S) WHEN ITS       CNB22900
000900*    SWCNTL-DATE IS THE SYSTEM DATE; OTHERWISE THEY FALL BACK ON  CNB22900
001000*    DAY-OF-WEEK ARITHMETIC AND A CONTROL RECORD NOBODY UPDATED   CNB22900
001100*    QUIETLY SHIFTS EVERY SWING JOB BY A DAY.  THIS RUN BUILDS    CNB22900
001200*    THE NEXT DAY'S CONTROL RECORD FOR EVERY DISTRICT/SUB-DISTRICTCNB22900
001300*    ON THE SWING FILE, KEEPING THE SHIFT SETTINGS ALREADY ON     CNB22900
001400*    THE RECORD, AND CHECKS THE NEXT DAY'S SWING RECORDS:         CNB22900
001500*      - EVERY SWING TURN ('EX' + TURN + CRAFT) MUST COVER A      CNB22900
001600*        JOB ON AT LEAST ONE SHIFT ('COVERS NOTHING' OTHERWISE);  CNB22900
001700*      - EVERY JOB A SWING SHIFT NAMES MUST HAVE ITS OWN JOB      CNB22900
001800*        RECORD FOR THE DAY, SO IT RESOLVES TO EXACTLY ONE JOB;   CNB22900
001900*      - NO JOB MAY BE COVERED TWICE, BY TWO SWINGS OR BY TWO     CNB22900
002000*        SHIFTS OF THE SAME SWING;                                CNB22900
002100*      - EVERY JOB RECORD MUST BE COVERED BY SOME SWING.          CNB22900
002200*    FUNCTIONS FROM THE PARM CARD:                                CNB22900
002300*      BUILD  - WRITE OR ROLL THE CONTROL RECORDS AND CHECK.      CNB22900
002400*      CHECK  - CHECK ONLY; THE CONTROL SUMMARY SHOWS WHETHER     CNB22900
002500*               EACH CONTROL RECORD IS DATED FOR THE TARGET DAY.  CNB22900
002600*    THE TARGET DATE IS THE PARM TARGET DATE (YYMMDD) OR, WHEN    CNB22900
002700*    BLANK, THE DAY AFTER THE RUN DATE.  THE TARGET DAY OF WEEK   CNB22900
002800*    COMES FROM THE PARM IN THE SAME NUMBERING AS THE CALL-BOARD  CNB22900
002900*    PRINTS' PARM-PRI-DAY-OF-WEEK.                                CNB22900
003000*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB22900
003100*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB22900
003200*                                                                 CNB22900
003300*TBD  THE SWING-FILE LAYOUT (WSSWASGN/FSSWASGN) IS NOT IN THIS    CNB22900
003400*LIBRARY.  THE FD BELOW CARRIES THE KEY AND FIELDS THE CALL-BOARD CNB22900
003500*PROGRAMS USE (DISTRICT, SUB-DISTRICT, DAY, ASSIGNMENT; EMP-NO ANDCNB22900
003600*DATE; CONTROL DATE AND SHIFT FLAGS) AND TAKES THE SWING RECORD'S CNB22900
003700*JOB-BY-SHIFT ENTRIES AS THREE 8-BYTE ASSIGNMENTS AFTER THE DATE. CNB22900
003800*                                                                 CNB22900
003900 ENVIRONMENT DIVISION.                                            CNB22900
004000 CONFIGURATION SECTION.                                           CNB22900
004100 SOURCE-COMPUTER.  IBM-370.                                       CNB22900
004200 OBJECT-COMPUTER.  IBM-370.                                       CNB22900
004300 INPUT-OUTPUT SECTION.                                            CNB22900
004400 FILE-CONTROL.                                                    CNB22900
004500     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB22900
004600            ORGANIZATION  SEQUENTIAL                              CNB22900
004700            FILE STATUS   WS-PARM-STATUS.                         CNB22900
004800     SELECT SWASSGN-FILE ASSIGN TO SWASSGN                        CNB22900
004900            ORGANIZATION  INDEXED                                 CNB22900
005000            ACCESS MODE   DYNAMIC                                 CNB22900
005100            RECORD KEY    SW-KEY                                  CNB22900
005200            FILE STATUS   WS-SW-STATUS.                           CNB22900
005300     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB22900
005400            ORGANIZATION  LINE SEQUENTIAL                         CNB22900
005500            FILE STATUS   WS-RPT-STATUS.                          CNB22900
005600*                                                                 CNB22900
005700 DATA DIVISION.                                                   CNB22900
005800 FILE SECTION.                                                    CNB22900
005900 FD  PARM-FILE                                                    CNB22900
006000     RECORD CONTAINS 80 CHARACTERS.                               CNB22900
006100 01  WS-PARM-RECORD.                                              CNB22900
006200     05  PARM-FUNC                 PIC X(8).                      CNB22900
006300     05  PARM-DATE-TIME            PIC X(12).                     CNB22900
006400*    YYMMDD:                                                      CNB22900
006500     05  PARM-TARGET-DATE          PIC X(6).                      CNB22900
006600     05  PARM-TARGET-DAY           PIC X(1).                      CNB22900
006700     05  FILLER                    PIC X(53).                     CNB22900
006800 FD  SWASSGN-FILE                                                 CNB22900
006900     RECORD CONTAINS 80 CHARACTERS.                               CNB22900
007000 01  SW-RECORD.                                                   CNB22900
007100     05  SW-KEY.                                                  CNB22900
007200         10  SW-K-DISTRICT         PIC X(2).                      CNB22900
007300         10  SW-K-SUB-DIST         PIC X(2).                      CNB22900
007400         10  SW-K-DAY              PIC 9(1).                      CNB22900
007500         10  SW-K-ASSIGN           PIC X(8).                      CNB22900
007600     05  SW-EMP-NO                 PIC 9(9).                      CNB22900
007700*    YYMMDD:                                                      CNB22900
007800     05  SW-DATE                   PIC X(6).                      CNB22900
007900     05  SW-SHIFT-JOB              PIC X(8) OCCURS 3 TIMES.       CNB22900
008000     05  FILLER                    PIC X(28).                     CNB22900
008100 01  SWC-RECORD.                                                  CNB22900
008200     05  FILLER                    PIC X(13).                     CNB22900
008300*    YYMMDD:                                                      CNB22900
008400     05  SWC-DATE                  PIC X(6).                      CNB22900
008500     05  SWC-SHIFT1                PIC X(1).                      CNB22900
008600     05  SWC-SHIFT2                PIC X(1).                      CNB22900
008700     05  SWC-SHIFT3                PIC X(1).                      CNB22900
008800     05  SWC-BUILT-BY              PIC X(8).                      CNB22900
008900     05  SWC-BUILT-DATE-TIME       PIC X(12).                     CNB22900
009000     05  FILLER                    PIC X(38).                     CNB22900
009100 FD  RPT-FILE                                                     CNB22900
009200     RECORD CONTAINS 132 CHARACTERS.                              CNB22900
009300 01  RPT-LINE                      PIC X(132).                    CNB22900
009400*                                                                 CNB22900
009500 WORKING-STORAGE SECTION.                                         CNB22900
009600 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB22900
009700     88  WS-PARM-OK                       VALUE '00'.             CNB22900
009800 01  WS-SW-STATUS                  PIC XX VALUE SPACES.           CNB22900
009900     88  WS-SW-OK                         VALUE '00'.             CNB22900
010000 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB22900
010100     88  WS-RPT-OK                        VALUE '00'.             CNB22900
010200 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB22900
010300 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB22900
010310 COPY WSERRLOG.                                                   CNB22900
010400 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB22900
010500     88  WS-FUNC-BUILD                    VALUE 'BUILD'.          CNB22900
010600     88  WS-FUNC-CHECK                    VALUE 'CHECK'.          CNB22900
010700 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB22900
010800 01  WS-TARGET-DATE                PIC X(6) VALUE SPACES.         CNB22900
010900 01  WS-TARGET-DAY                 PIC 9(1) VALUE ZEROS.          CNB22900
011000 01  WS-CNTL-ASSIGN                PIC X(8) VALUE ALL '9'.        CNB22900
011100 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB22900
011200     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB22900
011300 01  WS-NEXT-DAY.                                                 CNB22900
011400     05  WS-ND-YY                  PIC 9(2).                      CNB22900
011500     05  WS-ND-MM                  PIC 9(2).                      CNB22900
011600     05  WS-ND-DD                  PIC 9(2).                      CNB22900
011700 01  WS-MONTH-DAYS-LIT             PIC X(24) VALUE                CNB22900
011800     '312831303130313130313031'.                                  CNB22900
011900 01  WS-MONTH-DAYS-TBL REDEFINES WS-MONTH-DAYS-LIT.               CNB22900
012000     05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).                  CNB22900
012100 01  WS-MONTH-END                  PIC 9(2) VALUE ZEROS.          CNB22900
012200 01  WS-LEAP-A                     PIC S9(4) COMP VALUE ZEROS.    CNB22900
012300 01  WS-LEAP-B                     PIC S9(4) COMP VALUE ZEROS.    CNB22900
012400 01  WS-CUR-DISTRICT.                                             CNB22900
012500     05  WS-CUR-DIST               PIC X(2) VALUE SPACES.         CNB22900
012600     05  WS-CUR-SDIST              PIC X(2) VALUE SPACES.         CNB22900
012700 01  WS-MSG                        PIC X(40) VALUE SPACES.        CNB22900
012800 01  WS-ACTION                     PIC X(12) VALUE SPACES.        CNB22900
012900 01  WS-DST-COUNT                  PIC S9(4) COMP VALUE ZEROS.    CNB22900
013000 01  WS-DST-MAX                    PIC S9(4) COMP VALUE +300.     CNB22900
013100 01  WS-DST-SUB                    PIC S9(4) COMP VALUE ZEROS.    CNB22900
013200 01  WS-DISTRICT-TABLE.                                           CNB22900
013300     05  WS-DST-ENTRY OCCURS 300 TIMES.                           CNB22900
013400         10  WS-DT-DIST            PIC X(2).                      CNB22900
013500         10  WS-DT-SDIST           PIC X(2).                      CNB22900
013600         10  WS-DT-CNTL-SW         PIC X(1).                      CNB22900
013700             88  WS-DT-HAS-CNTL           VALUE 'Y'.              CNB22900
013800         10  WS-DT-CNTL-DATE       PIC X(6).                      CNB22900
013900         10  WS-DT-SHIFT3          PIC X(1).                      CNB22900
014000         10  WS-DT-SWINGS          PIC S9(4) COMP.                CNB22900
014100         10  WS-DT-JOBS            PIC S9(4) COMP.                CNB22900
014200         10  WS-DT-PROBLEMS        PIC S9(4) COMP.                CNB22900
014300 01  WS-SWG-COUNT                  PIC S9(4) COMP VALUE ZEROS.    CNB22900
014400 01  WS-SWG-MAX                    PIC S9(4) COMP VALUE +300.     CNB22900
014500 01  WS-SWG-SUB                    PIC S9(4) COMP VALUE ZEROS.    CNB22900
014600 01  WS-SHIFT-SUB                  PIC S9(4) COMP VALUE ZEROS.    CNB22900
014700 01  WS-SWING-TABLE.                                              CNB22900
014800     05  WS-SWG-ENTRY OCCURS 300 TIMES.                           CNB22900
014900         10  WS-SG-ASSIGN          PIC X(8).                      CNB22900
015000         10  WS-SG-EMP-NO          PIC 9(9).                      CNB22900
015100         10  WS-SG-JOBS.                                          CNB22900
015200             15  WS-SG-JOB         PIC X(8) OCCURS 3 TIMES.       CNB22900
015300 01  WS-JOB-COUNT                  PIC S9(4) COMP VALUE ZEROS.    CNB22900
015400 01  WS-JOB-MAX                    PIC S9(4) COMP VALUE +1000.    CNB22900
015500 01  WS-JOB-SUB                    PIC S9(4) COMP VALUE ZEROS.    CNB22900
015600 01  WS-JOB-HIT                    PIC S9(4) COMP VALUE ZEROS.    CNB22900
015700 01  WS-JOB-TABLE.                                                CNB22900
015800     05  WS-JOB-ENTRY OCCURS 1000 TIMES.                          CNB22900
015900         10  WS-JB-ASSIGN          PIC X(8).                      CNB22900
016000         10  WS-JB-EMP-NO          PIC 9(9).                      CNB22900
016100         10  WS-JB-COVERS          PIC S9(4) COMP.                CNB22900
016200         10  WS-JB-FIRST-SWING     PIC X(8).                      CNB22900
016300         10  WS-JB-FIRST-SHIFT     PIC 9(1).                      CNB22900
016400 01  WS-SWING-COUNT                PIC 9(7) VALUE ZEROS.          CNB22900
016500 01  WS-JOBS-COUNT                 PIC 9(7) VALUE ZEROS.          CNB22900
016600 01  WS-EXCEPTION-COUNT            PIC 9(7) VALUE ZEROS.          CNB22900
016700 01  WS-BUILT-COUNT                PIC 9(7) VALUE ZEROS.          CNB22900
016800 01  WS-ROLLED-COUNT               PIC 9(7) VALUE ZEROS.          CNB22900
016900 01  WS-STALE-COUNT                PIC 9(7) VALUE ZEROS.          CNB22900
017000 01  WS-HDR-LINE.                                                 CNB22900
017100     05  FILLER                PIC X(38)  VALUE                   CNB22900
017200         'CNB229 - SWING CONTROL BUILD/CHECK    '.                CNB22900
017300     05  FILLER                PIC X(2)   VALUE SPACES.           CNB22900
017400     05  HDR-FUNC              PIC X(8).                          CNB22900
017500     05  FILLER                PIC X(2)   VALUE SPACES.           CNB22900
017600     05  HDR-DATE-TIME         PIC X(12).                         CNB22900
017700     05  FILLER                PIC X(9)   VALUE '  TARGET '.      CNB22900
017800     05  HDR-TARGET-DATE       PIC X(6).                          CNB22900
017900     05  FILLER                PIC X(5)   VALUE ' DAY '.          CNB22900
018000     05  HDR-TARGET-DAY        PIC 9(1).                          CNB22900
018100     05  FILLER                PIC X(49)  VALUE SPACES.           CNB22900
018200 01  WS-EXC-HDR-LINE.                                             CNB22900
018300     05  FILLER                    PIC X(48) VALUE                CNB22900
018400         'DIST SDST  SWING     SHIFT  JOB       EMPLOYEE '.       CNB22900
018500     05  FILLER                    PIC X(7) VALUE 'PROBLEM'.      CNB22900
018600     05  FILLER                    PIC X(77) VALUE SPACES.        CNB22900
018700 01  WS-EXC-LINE.                                                 CNB22900
018800     05  EXC-DIST                  PIC X(2).                      CNB22900
018900     05  FILLER                    PIC X(3) VALUE SPACES.         CNB22900
019000     05  EXC-SDIST                 PIC X(2).                      CNB22900
019100     05  FILLER                    PIC X(4) VALUE SPACES.         CNB22900
019200     05  EXC-SWING                 PIC X(8).                      CNB22900
019300     05  FILLER                    PIC X(4) VALUE SPACES.         CNB22900
019400     05  EXC-SHIFT                 PIC X(1).                      CNB22900
019500     05  FILLER                    PIC X(4) VALUE SPACES.         CNB22900
019600     05  EXC-JOB                   PIC X(8).                      CNB22900
019700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB22900
019800     05  EXC-EMP-NO                PIC X(9).                      CNB22900
019900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22900
020000     05  EXC-MSG                   PIC X(40).                     CNB22900
020100     05  FILLER                    PIC X(44) VALUE SPACES.        CNB22900
020200 01  WS-SUM-HDR-LINE.                                             CNB22900
020300     05  FILLER                    PIC X(46) VALUE                CNB22900
020400         'DIST SDST  CONTROL  WAS      ACTION       SH3 '.        CNB22900
020500     05  FILLER                    PIC X(22) VALUE                CNB22900
020600         'SWINGS  JOBS  PROBLEMS'.                                CNB22900
020700     05  FILLER                    PIC X(64) VALUE SPACES.        CNB22900
020800 01  WS-SUM-LINE.                                                 CNB22900
020900     05  SUM-DIST                  PIC X(2).                      CNB22900
021000     05  FILLER                    PIC X(3) VALUE SPACES.         CNB22900
021100     05  SUM-SDIST                 PIC X(2).                      CNB22900
021200     05  FILLER                    PIC X(4) VALUE SPACES.         CNB22900
021300     05  SUM-CNTL-DATE             PIC X(6).                      CNB22900
021400     05  FILLER                    PIC X(3) VALUE SPACES.         CNB22900
021500     05  SUM-WAS-DATE              PIC X(6).                      CNB22900
021600     05  FILLER                    PIC X(3) VALUE SPACES.         CNB22900
021700     05  SUM-ACTION                PIC X(12).                     CNB22900
021800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22900
021900     05  SUM-SHIFT3                PIC X(1).                      CNB22900
022000     05  FILLER                    PIC X(3) VALUE SPACES.         CNB22900
022100     05  SUM-SWINGS                PIC ZZZZZ9.                    CNB22900
022200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB22900
022300     05  SUM-JOBS                  PIC ZZZ9.                      CNB22900
022400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB22900
022500     05  SUM-PROBLEMS              PIC ZZZZZZZ9.                  CNB22900
022600     05  FILLER                    PIC X(64) VALUE SPACES.        CNB22900
022700 01  WS-CNT-LINE.                                                 CNB22900
022800     05  CNT-LABEL                 PIC X(30).                     CNB22900
022900     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB22900
023000     05  FILLER                    PIC X(95) VALUE SPACES.        CNB22900
023100*                                                                 CNB22900
023200 PROCEDURE DIVISION.                                              CNB22900
023300 P0000-MAINLINE.                                                  CNB22900
023400     PERFORM P1000-INITIALIZE                                     CNB22900
023500     PERFORM P2000-READ-SWING UNTIL WS-EOF-INPUT                  CNB22900
023600     IF WS-CUR-DISTRICT > SPACES                                  CNB22900
023700        PERFORM P3000-VALIDATE-DISTRICT                           CNB22900
023800     END-IF                                                       CNB22900
023900     PERFORM P4000-CONTROL-SUMMARY                                CNB22900
024000     PERFORM P9000-TERMINATE                                      CNB22900
024100     GOBACK.                                                      CNB22900
024200*                                                                 CNB22900
024300 P1000-INITIALIZE.                                                CNB22900
024400     OPEN INPUT PARM-FILE                                         CNB22900
024500     IF NOT WS-PARM-OK                                            CNB22900
024600        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB22900
024700        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB22900
024800        PERFORM P9999-GOT-PROBLEM                                 CNB22900
024900     END-IF                                                       CNB22900
025000     READ PARM-FILE                                               CNB22900
025100     IF NOT WS-PARM-OK                                            CNB22900
025200        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB22900
025300        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB22900
025400        PERFORM P9999-GOT-PROBLEM                                 CNB22900
025500     END-IF                                                       CNB22900
025600     MOVE PARM-FUNC                TO WS-FUNC                     CNB22900
025700     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB22900
025800     CLOSE PARM-FILE                                              CNB22900
025900     IF NOT WS-FUNC-BUILD AND NOT WS-FUNC-CHECK                   CNB22900
026000        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB22900
026100        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB22900
026200        PERFORM P9999-GOT-PROBLEM                                 CNB22900
026300     END-IF                                                       CNB22900
026400     IF PARM-TARGET-DAY NOT NUMERIC                               CNB22900
026500        OR PARM-TARGET-DAY < '1' OR PARM-TARGET-DAY > '7'         CNB22900
026600        MOVE 'P1000-BAD-DAY'       TO WS-ABEND-PARAGRAPH          CNB22900
026700        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB22900
026800        PERFORM P9999-GOT-PROBLEM                                 CNB22900
026900     END-IF                                                       CNB22900
027000     MOVE PARM-TARGET-DAY          TO WS-TARGET-DAY               CNB22900
027100     IF PARM-TARGET-DATE > SPACES                                 CNB22900
027200        MOVE PARM-TARGET-DATE      TO WS-TARGET-DATE              CNB22900
027300     ELSE                                                         CNB22900
027400        MOVE WS-RUN-DATE-TIME (1:6) TO WS-NEXT-DAY                CNB22900
027500        PERFORM P8100-NEXT-DAY                                    CNB22900
027600        MOVE WS-NEXT-DAY           TO WS-TARGET-DATE              CNB22900
027700     END-IF                                                       CNB22900
027800     IF WS-FUNC-BUILD                                             CNB22900
027900        OPEN I-O SWASSGN-FILE                                     CNB22900
028000     ELSE                                                         CNB22900
028100        OPEN INPUT SWASSGN-FILE                                   CNB22900
028200     END-IF                                                       CNB22900
028300     IF NOT WS-SW-OK                                              CNB22900
028400        MOVE 'P1000-OPEN-SW'       TO WS-ABEND-PARAGRAPH          CNB22900
028500        MOVE WS-SW-STATUS          TO WS-ABEND-STATUS             CNB22900
028600        PERFORM P9999-GOT-PROBLEM                                 CNB22900
028700     END-IF                                                       CNB22900
028800     OPEN OUTPUT RPT-FILE                                         CNB22900
028900     IF NOT WS-RPT-OK                                             CNB22900
029000        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB22900
029100        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB22900
029200        PERFORM P9999-GOT-PROBLEM                                 CNB22900
029300     END-IF                                                       CNB22900
029400     MOVE WS-FUNC                  TO HDR-FUNC                    CNB22900
029500     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB22900
029600     MOVE WS-TARGET-DATE           TO HDR-TARGET-DATE             CNB22900
029700     MOVE WS-TARGET-DAY            TO HDR-TARGET-DAY              CNB22900
029800     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB22900
029900     MOVE SPACES                   TO RPT-LINE                    CNB22900
030000     WRITE RPT-LINE                                               CNB22900
030100     WRITE RPT-LINE FROM WS-EXC-HDR-LINE                          CNB22900
030200     MOVE LOW-VALUES               TO SW-KEY                      CNB22900
030300     START SWASSGN-FILE KEY NOT < SW-KEY                          CNB22900
030400     IF NOT WS-SW-OK                                              CNB22900
030500        SET WS-EOF-INPUT TO TRUE                                  CNB22900
030600     END-IF.                                                      CNB22900
030700*                                                                 CNB22900
030800*    ONE PASS OF THE SWING FILE (DISTRICT / SUB-DISTRICT / DAY /  CNB22900
030900*    ASSIGNMENT ORDER).  THE TARGET DAY'S SWING AND JOB RECORDS   CNB22900
031000*    ARE TABLED PER SUB-DISTRICT AND CHECKED AT THE BREAK.        CNB22900
031100*                                                                 CNB22900
031200 P2000-READ-SWING.                                                CNB22900
031300     READ SWASSGN-FILE NEXT                                       CNB22900
031400          AT END                                                  CNB22900
031500             SET WS-EOF-INPUT TO TRUE                             CNB22900
031600     END-READ                                                     CNB22900
031700     IF NOT WS-EOF-INPUT                                          CNB22900
031800        IF SW-K-DISTRICT NOT = WS-CUR-DIST                        CNB22900
031900           OR SW-K-SUB-DIST NOT = WS-CUR-SDIST                    CNB22900
032000           IF WS-CUR-DISTRICT > SPACES                            CNB22900
032100              PERFORM P3000-VALIDATE-DISTRICT                     CNB22900
032200           END-IF                                                 CNB22900
032300           PERFORM P2100-NEW-DISTRICT                             CNB22900
032400        END-IF                                                    CNB22900
032500        IF SW-K-DAY = WS-TARGET-DAY                               CNB22900
032600           EVALUATE TRUE                                          CNB22900
032700              WHEN SW-K-ASSIGN = WS-CNTL-ASSIGN                   CNB22900
032800                   PERFORM P2150-NOTE-CONTROL                     CNB22900
032900              WHEN SW-K-ASSIGN (1:2) = 'EX'                       CNB22900
033000                   PERFORM P2200-TABLE-SWING                      CNB22900
033100              WHEN OTHER                                          CNB22900
033200                   PERFORM P2300-TABLE-JOB                        CNB22900
033300           END-EVALUATE                                           CNB22900
033400        END-IF                                                    CNB22900
033500     END-IF.                                                      CNB22900
033600*                                                                 CNB22900
033700 P2100-NEW-DISTRICT.                                              CNB22900
033800     IF WS-DST-COUNT = WS-DST-MAX                                 CNB22900
033900        MOVE 'P2100-TBL-FULL'      TO WS-ABEND-PARAGRAPH          CNB22900
034000        MOVE 'TF'                  TO WS-ABEND-STATUS             CNB22900
034100        PERFORM P9999-GOT-PROBLEM                                 CNB22900
034200     END-IF                                                       CNB22900
034300     MOVE SW-K-DISTRICT            TO WS-CUR-DIST                 CNB22900
034400     MOVE SW-K-SUB-DIST            TO WS-CUR-SDIST                CNB22900
034500     ADD 1 TO WS-DST-COUNT                                        CNB22900
034600     MOVE SW-K-DISTRICT            TO WS-DT-DIST (WS-DST-COUNT)   CNB22900
034700     MOVE SW-K-SUB-DIST            TO WS-DT-SDIST (WS-DST-COUNT)  CNB22900
034800     MOVE 'N'                   TO WS-DT-CNTL-SW (WS-DST-COUNT)   CNB22900
034900     MOVE SPACES                TO WS-DT-CNTL-DATE (WS-DST-COUNT) CNB22900
035000                                   WS-DT-SHIFT3 (WS-DST-COUNT)    CNB22900
035100     MOVE ZEROS                 TO WS-DT-SWINGS (WS-DST-COUNT)    CNB22900
035200                                   WS-DT-JOBS (WS-DST-COUNT)      CNB22900
035300                                   WS-DT-PROBLEMS (WS-DST-COUNT)  CNB22900
035400                                   WS-SWG-COUNT                   CNB22900
035500                                   WS-JOB-COUNT.                  CNB22900
035600*                                                                 CNB22900
035700 P2150-NOTE-CONTROL.                                              CNB22900
035800     SET WS-DT-HAS-CNTL (WS-DST-COUNT) TO TRUE                    CNB22900
035900     MOVE SWC-DATE              TO WS-DT-CNTL-DATE (WS-DST-COUNT) CNB22900
036000     MOVE SWC-SHIFT3            TO WS-DT-SHIFT3 (WS-DST-COUNT).   CNB22900
036100*                                                                 CNB22900
036200 P2200-TABLE-SWING.                                               CNB22900
036300     IF WS-SWG-COUNT = WS-SWG-MAX                                 CNB22900
036400        MOVE 'P2200-TBL-FULL'      TO WS-ABEND-PARAGRAPH          CNB22900
036500        MOVE 'TF'                  TO WS-ABEND-STATUS             CNB22900
036600        PERFORM P9999-GOT-PROBLEM                                 CNB22900
036700     END-IF                                                       CNB22900
036800     ADD 1 TO WS-SWG-COUNT                                        CNB22900
036900     MOVE SW-K-ASSIGN              TO WS-SG-ASSIGN (WS-SWG-COUNT) CNB22900
037000     MOVE SW-EMP-NO                TO WS-SG-EMP-NO (WS-SWG-COUNT) CNB22900
037100     MOVE SW-SHIFT-JOB (1)         TO WS-SG-JOB (WS-SWG-COUNT, 1) CNB22900
037200     MOVE SW-SHIFT-JOB (2)         TO WS-SG-JOB (WS-SWG-COUNT, 2) CNB22900
037300     MOVE SW-SHIFT-JOB (3)         TO WS-SG-JOB (WS-SWG-COUNT, 3).CNB22900
037400*                                                                 CNB22900
037500 P2300-TABLE-JOB.                                                 CNB22900
037600     IF WS-JOB-COUNT = WS-JOB-MAX                                 CNB22900
037700        MOVE 'P2300-TBL-FULL'      TO WS-ABEND-PARAGRAPH          CNB22900
037800        MOVE 'TF'                  TO WS-ABEND-STATUS             CNB22900
037900        PERFORM P9999-GOT-PROBLEM                                 CNB22900
038000     END-IF                                                       CNB22900
038100     ADD 1 TO WS-JOB-COUNT                                        CNB22900
038200     MOVE SW-K-ASSIGN              TO WS-JB-ASSIGN (WS-JOB-COUNT) CNB22900
038300     MOVE SW-EMP-NO                TO WS-JB-EMP-NO (WS-JOB-COUNT) CNB22900
038400     MOVE ZEROS              TO WS-JB-COVERS (WS-JOB-COUNT)       CNB22900
038500                                WS-JB-FIRST-SHIFT (WS-JOB-COUNT)  CNB22900
038600     MOVE SPACES             TO WS-JB-FIRST-SWING (WS-JOB-COUNT). CNB22900
038700*                                                                 CNB22900
038800 P3000-VALIDATE-DISTRICT.                                         CNB22900
038900     MOVE WS-SWG-COUNT             TO WS-DT-SWINGS (WS-DST-COUNT) CNB22900
039000     MOVE WS-JOB-COUNT             TO WS-DT-JOBS (WS-DST-COUNT)   CNB22900
039100     ADD WS-SWG-COUNT              TO WS-SWING-COUNT              CNB22900
039200     ADD WS-JOB-COUNT              TO WS-JOBS-COUNT               CNB22900
039300     MOVE 1                        TO WS-SWG-SUB                  CNB22900
039400     PERFORM P3100-CHECK-SWING UNTIL WS-SWG-SUB > WS-SWG-COUNT    CNB22900
039500     MOVE 1                        TO WS-JOB-SUB                  CNB22900
039600     PERFORM P3200-CHECK-JOB UNTIL WS-JOB-SUB > WS-JOB-COUNT.     CNB22900
039700*                                                                 CNB22900
039800 P3100-CHECK-SWING.                                               CNB22900
039900     IF WS-SG-JOBS (WS-SWG-SUB) = SPACES                          CNB22900
040000        MOVE WS-SG-ASSIGN (WS-SWG-SUB) TO EXC-SWING               CNB22900
040100        MOVE SPACES                TO EXC-SHIFT                   CNB22900
040200                                      EXC-JOB                     CNB22900
040300        MOVE WS-SG-EMP-NO (WS-SWG-SUB) TO EXC-EMP-NO              CNB22900
040400        MOVE 'SWING COVERS NOTHING' TO WS-MSG                     CNB22900
040500        PERFORM P3900-WRITE-EXCEPTION                             CNB22900
040600     ELSE                                                         CNB22900
040700        MOVE 1                     TO WS-SHIFT-SUB                CNB22900
040800        PERFORM P3110-CHECK-SHIFT UNTIL WS-SHIFT-SUB > 3          CNB22900
040900     END-IF                                                       CNB22900
041000     ADD 1 TO WS-SWG-SUB.                                         CNB22900
041100*                                                                 CNB22900
041200 P3110-CHECK-SHIFT.                                               CNB22900
041300     IF WS-SG-JOB (WS-SWG-SUB, WS-SHIFT-SUB) > SPACES             CNB22900
041400        MOVE ZEROS                 TO WS-JOB-HIT                  CNB22900
041500        MOVE 1                     TO WS-JOB-SUB                  CNB22900
041600        PERFORM P3120-FIND-JOB                                    CNB22900
041700                UNTIL WS-JOB-SUB > WS-JOB-COUNT                   CNB22900
041800                   OR WS-JOB-HIT > ZEROS                          CNB22900
041900        MOVE SPACES                TO WS-MSG                      CNB22900
042000        IF WS-JOB-HIT = ZEROS                                     CNB22900
042100           MOVE 'JOB HAS NO SWING RECORD FOR THE DAY' TO WS-MSG   CNB22900
042200        ELSE                                                      CNB22900
042300           ADD 1 TO WS-JB-COVERS (WS-JOB-HIT)                     CNB22900
042400           IF WS-JB-COVERS (WS-JOB-HIT) = 1                       CNB22900
042500              MOVE WS-SG-ASSIGN (WS-SWG-SUB)                      CNB22900
042600                                TO WS-JB-FIRST-SWING (WS-JOB-HIT) CNB22900
042700              MOVE WS-SHIFT-SUB TO WS-JB-FIRST-SHIFT (WS-JOB-HIT) CNB22900
042800           ELSE                                                   CNB22900
042900              STRING 'JOB COVERED TWICE - ALSO '                  CNB22900
043000                     WS-JB-FIRST-SWING (WS-JOB-HIT)               CNB22900
043100                     ' SHIFT '                                    CNB22900
043200                     WS-JB-FIRST-SHIFT (WS-JOB-HIT)               CNB22900
043300                     DELIMITED BY SIZE INTO WS-MSG                CNB22900
043400           END-IF                                                 CNB22900
043500        END-IF                                                    CNB22900
043600        IF WS-MSG > SPACES                                        CNB22900
043700           MOVE WS-SG-ASSIGN (WS-SWG-SUB) TO EXC-SWING            CNB22900
043800           MOVE WS-SHIFT-SUB       TO EXC-SHIFT                   CNB22900
043900           MOVE WS-SG-JOB (WS-SWG-SUB, WS-SHIFT-SUB) TO EXC-JOB   CNB22900
044000           MOVE WS-SG-EMP-NO (WS-SWG-SUB) TO EXC-EMP-NO           CNB22900
044100           PERFORM P3900-WRITE-EXCEPTION                          CNB22900
044200        END-IF                                                    CNB22900
044300     END-IF                                                       CNB22900
044400     ADD 1 TO WS-SHIFT-SUB.                                       CNB22900
044500*                                                                 CNB22900
044600 P3120-FIND-JOB.                                                  CNB22900
044700     IF WS-JB-ASSIGN (WS-JOB-SUB) =                               CNB22900
044800        WS-SG-JOB (WS-SWG-SUB, WS-SHIFT-SUB)                      CNB22900
044900        MOVE WS-JOB-SUB            TO WS-JOB-HIT                  CNB22900
045000     END-IF                                                       CNB22900
045100     ADD 1 TO WS-JOB-SUB.                                         CNB22900
045200*                                                                 CNB22900
045300 P3200-CHECK-JOB.                                                 CNB22900
045400     IF WS-JB-COVERS (WS-JOB-SUB) = ZEROS                         CNB22900
045500        MOVE SPACES                TO EXC-SWING                   CNB22900
045600                                      EXC-SHIFT                   CNB22900
045700        MOVE WS-JB-ASSIGN (WS-JOB-SUB) TO EXC-JOB                 CNB22900
045800        MOVE WS-JB-EMP-NO (WS-JOB-SUB) TO EXC-EMP-NO              CNB22900
045900        MOVE 'JOB NOT COVERED BY ANY SWING' TO WS-MSG             CNB22900
046000        PERFORM P3900-WRITE-EXCEPTION                             CNB22900
046100     END-IF                                                       CNB22900
046200     ADD 1 TO WS-JOB-SUB.                                         CNB22900
046300*                                                                 CNB22900
046400 P3900-WRITE-EXCEPTION.                                           CNB22900
046500     ADD 1 TO WS-EXCEPTION-COUNT                                  CNB22900
046600     ADD 1 TO WS-DT-PROBLEMS (WS-DST-COUNT)                       CNB22900
046700     MOVE WS-CUR-DIST              TO EXC-DIST                    CNB22900
046800     MOVE WS-CUR-SDIST             TO EXC-SDIST                   CNB22900
046900     MOVE WS-MSG                   TO EXC-MSG                     CNB22900
047000     WRITE RPT-LINE FROM WS-EXC-LINE.                             CNB22900
047100*                                                                 CNB22900
047200*    CONTROL RECORDS ARE WRITTEN AFTER THE PASS, BY KEY, SO THE   CNB22900
047300*    BROWSE ABOVE IS NOT DISTURBED.                               CNB22900
047400*                                                                 CNB22900
047500 P4000-CONTROL-SUMMARY.                                           CNB22900
047600     MOVE SPACES                   TO RPT-LINE                    CNB22900
047700     WRITE RPT-LINE                                               CNB22900
047800     WRITE RPT-LINE FROM WS-SUM-HDR-LINE                          CNB22900
047900     MOVE 1                        TO WS-DST-SUB                  CNB22900
048000     PERFORM P4100-DISTRICT-CONTROL                               CNB22900
048100             UNTIL WS-DST-SUB > WS-DST-COUNT.                     CNB22900
048200*                                                                 CNB22900
048300 P4100-DISTRICT-CONTROL.                                          CNB22900
048400     MOVE SPACES                   TO WS-ACTION                   CNB22900
048500     IF WS-FUNC-BUILD                                             CNB22900
048600        PERFORM P4200-BUILD-CONTROL                               CNB22900
048700     ELSE                                                         CNB22900
048800        IF WS-DT-CNTL-DATE (WS-DST-SUB) = WS-TARGET-DATE          CNB22900
048900           MOVE 'CURRENT'          TO WS-ACTION                   CNB22900
049000        ELSE                                                      CNB22900
049100           MOVE 'STALE'            TO WS-ACTION                   CNB22900
049200           ADD 1 TO WS-STALE-COUNT                                CNB22900
049300        END-IF                                                    CNB22900
049400     END-IF                                                       CNB22900
049500     MOVE WS-DT-DIST (WS-DST-SUB)  TO SUM-DIST                    CNB22900
049600     MOVE WS-DT-SDIST (WS-DST-SUB) TO SUM-SDIST                   CNB22900
049700     IF WS-FUNC-BUILD                                             CNB22900
049800        MOVE WS-TARGET-DATE        TO SUM-CNTL-DATE               CNB22900
049900     ELSE                                                         CNB22900
050000        MOVE WS-DT-CNTL-DATE (WS-DST-SUB) TO SUM-CNTL-DATE        CNB22900
050100     END-IF                                                       CNB22900
050200     IF WS-DT-HAS-CNTL (WS-DST-SUB)                               CNB22900
050300        MOVE WS-DT-CNTL-DATE (WS-DST-SUB) TO SUM-WAS-DATE         CNB22900
050400     ELSE                                                         CNB22900
050500        MOVE 'NONE'                TO SUM-WAS-DATE                CNB22900
050600     END-IF                                                       CNB22900
050700     MOVE WS-ACTION                TO SUM-ACTION                  CNB22900
050800     MOVE WS-DT-SHIFT3 (WS-DST-SUB) TO SUM-SHIFT3                 CNB22900
050900     MOVE WS-DT-SWINGS (WS-DST-SUB) TO SUM-SWINGS                 CNB22900
051000     MOVE WS-DT-JOBS (WS-DST-SUB)  TO SUM-JOBS                    CNB22900
051100     MOVE WS-DT-PROBLEMS (WS-DST-SUB) TO SUM-PROBLEMS             CNB22900
051200     WRITE RPT-LINE FROM WS-SUM-LINE                              CNB22900
051300     ADD 1 TO WS-DST-SUB.                                         CNB22900
051400*                                                                 CNB22900
051500 P4200-BUILD-CONTROL.                                             CNB22900
051600     MOVE SPACES                   TO SW-RECORD                   CNB22900
051700     MOVE WS-DT-DIST (WS-DST-SUB)  TO SW-K-DISTRICT               CNB22900
051800     MOVE WS-DT-SDIST (WS-DST-SUB) TO SW-K-SUB-DIST               CNB22900
051900     MOVE WS-TARGET-DAY            TO SW-K-DAY                    CNB22900
052000     MOVE WS-CNTL-ASSIGN           TO SW-K-ASSIGN                 CNB22900
052100     IF WS-DT-HAS-CNTL (WS-DST-SUB)                               CNB22900
052200        READ SWASSGN-FILE                                         CNB22900
052300        IF NOT WS-SW-OK                                           CNB22900
052400           MOVE 'P4200-READ-SW'    TO WS-ABEND-PARAGRAPH          CNB22900
052500           MOVE WS-SW-STATUS       TO WS-ABEND-STATUS             CNB22900
052600           PERFORM P9999-GOT-PROBLEM                              CNB22900
052700        END-IF                                                    CNB22900
052800*       THE SHIFT SETTINGS ON THE RECORD ARE KEPT - ONLY THE DATE CNB22900
052900*       MOVES ON.                                                 CNB22900
053000        MOVE WS-TARGET-DATE        TO SWC-DATE                    CNB22900
053100        MOVE 'CNB229'              TO SWC-BUILT-BY                CNB22900
053200        MOVE WS-RUN-DATE-TIME      TO SWC-BUILT-DATE-TIME         CNB22900
053300        REWRITE SW-RECORD                                         CNB22900
053400        MOVE 'ROLLED'              TO WS-ACTION                   CNB22900
053500        ADD 1 TO WS-ROLLED-COUNT                                  CNB22900
053600     ELSE                                                         CNB22900
053700        MOVE WS-TARGET-DATE        TO SWC-DATE                    CNB22900
053800        MOVE 'CNB229'              TO SWC-BUILT-BY                CNB22900
053900        MOVE WS-RUN-DATE-TIME      TO SWC-BUILT-DATE-TIME         CNB22900
054000        WRITE SW-RECORD                                           CNB22900
054100        MOVE 'BUILT'               TO WS-ACTION                   CNB22900
054200        ADD 1 TO WS-BUILT-COUNT                                   CNB22900
054300     END-IF                                                       CNB22900
054400     IF NOT WS-SW-OK                                              CNB22900
054500        MOVE 'P4200-WRITE-SW'      TO WS-ABEND-PARAGRAPH          CNB22900
054600        MOVE WS-SW-STATUS          TO WS-ABEND-STATUS             CNB22900
054700        PERFORM P9999-GOT-PROBLEM                                 CNB22900
054800     END-IF.                                                      CNB22900
054900*                                                                 CNB22900
055000 P8100-NEXT-DAY.                                                  CNB22900
055100     MOVE WS-MONTH-DAYS (WS-ND-MM) TO WS-MONTH-END                CNB22900
055200     DIVIDE WS-ND-YY BY 4 GIVING WS-LEAP-A                        CNB22900
055300            REMAINDER WS-LEAP-B                                   CNB22900
055400     IF WS-ND-MM = 2 AND WS-LEAP-B = ZEROS                        CNB22900
055500        MOVE 29                    TO WS-MONTH-END                CNB22900
055600     END-IF                                                       CNB22900
055700     ADD 1 TO WS-ND-DD                                            CNB22900
055800     IF WS-ND-DD > WS-MONTH-END                                   CNB22900
055900        MOVE 1                     TO WS-ND-DD                    CNB22900
056000        ADD 1 TO WS-ND-MM                                         CNB22900
056100        IF WS-ND-MM > 12                                          CNB22900
056200           MOVE 1                  TO WS-ND-MM                    CNB22900
056300           IF WS-ND-YY = 99                                       CNB22900
056400              MOVE ZEROS           TO WS-ND-YY                    CNB22900
056500           ELSE                                                   CNB22900
056600              ADD 1 TO WS-ND-YY                                   CNB22900
056700           END-IF                                                 CNB22900
056800        END-IF                                                    CNB22900
056900     END-IF.                                                      CNB22900
057000*                                                                 CNB22900
057100 P9000-TERMINATE.                                                 CNB22900
057200     MOVE SPACES                   TO RPT-LINE                    CNB22900
057300     WRITE RPT-LINE                                               CNB22900
057400     MOVE 'SUB-DISTRICTS ON SWING FILE' TO CNT-LABEL              CNB22900
057500     MOVE WS-DST-COUNT             TO CNT-VALUE                   CNB22900
057600     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB22900
057700     MOVE 'SWING TURNS CHECKED .......' TO CNT-LABEL              CNB22900
057800     MOVE WS-SWING-COUNT           TO CNT-VALUE                   CNB22900
057900     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB22900
058000     MOVE 'JOB RECORDS CHECKED .......' TO CNT-LABEL              CNB22900
058100     MOVE WS-JOBS-COUNT            TO CNT-VALUE                   CNB22900
058200     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB22900
058300     MOVE 'COVERAGE PROBLEMS .........' TO CNT-LABEL              CNB22900
058400     MOVE WS-EXCEPTION-COUNT       TO CNT-VALUE                   CNB22900
058500     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB22900
058600     IF WS-FUNC-BUILD                                             CNB22900
058700        MOVE 'CONTROL RECORDS BUILT .....' TO CNT-LABEL           CNB22900
058800        MOVE WS-BUILT-COUNT        TO CNT-VALUE                   CNB22900
058900        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB22900
059000        MOVE 'CONTROL RECORDS ROLLED ....' TO CNT-LABEL           CNB22900
059100        MOVE WS-ROLLED-COUNT       TO CNT-VALUE                   CNB22900
059200        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB22900
059300     ELSE                                                         CNB22900
059400        MOVE 'CONTROL RECORDS STALE .....' TO CNT-LABEL           CNB22900
059500        MOVE WS-STALE-COUNT        TO CNT-VALUE                   CNB22900
059600        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB22900
059700     END-IF                                                       CNB22900
059800     CLOSE SWASSGN-FILE                                           CNB22900
059900           RPT-FILE.                                              CNB22900
060000*                                                                 CNB22900
060100 P9999-GOT-PROBLEM.                                               CNB22900
060110     MOVE 'CNB229'                 TO XE-PROGRAM                  CNB22900
060120     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB22900
060130     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB22900
060140     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB22900
060200     DISPLAY 'CNB229 ABEND IN ' WS-ABEND-PARAGRAPH                CNB22900
060300              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB22900
060400     MOVE 16 TO RETURN-CODE                                       CNB22900
060500     GOBACK.                                                      CNB22900
