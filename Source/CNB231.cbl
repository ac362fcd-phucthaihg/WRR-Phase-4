000100 IDENTIFICATION DIVISION.                                         CNB23100
000200 PROGRAM-ID. CNB231.                                              CNB23100
000300*AUTHOR.     JMC.                                                 CNB23100
000400*DATE-WRITTEN. 10/15/26.                                          CNB23100
000500*REMARKS.                                                         CNB23100
000600*    FURTHER-NOTICE DEADHEAD AGING AND RECALL.  WHEN CNP919       CNB23100
000700*    DEADHEADS AN EMPLOYEE UNDER A DECISION RULE WITH             CNB23100
000800*    DEC-FURTHER-NOTICE IT STAMPS EMP-FTV-DATE AND FLAGS THE      CNB23100
000900*    TEMPORARY ASSIGNMENT (ASGN-DH-F-NOTICE-FLAG); CNP917 CLEARS  CNB23100
001000*    EMP-FTV-DATE WHEN THE EMPLOYEE MARKS UP BACK ON THEIR OWN    CNB23100
001100*    ASSIGNMENT.  NOTHING LISTED WHO WAS OUT UNTIL FURTHER NOTICE CNB23100
001200*    OR FOR HOW LONG, AND PEOPLE SAT FORGOTTEN AT OUTLYING        CNB23100
001300*    POINTS.  FNFILE KEEPS ONE TRACKING RECORD PER EMPLOYEE OUT   CNB23100
001400*    ON FURTHER NOTICE.  FUNCTIONS FROM THE PARM CARD:            CNB23100
001500*      AGING  - DAILY.  SWEEPS THE MASTER IN HOME-BOARD ORDER AND CNB23100
001600*               LISTS EVERY EMPLOYEE WITH AN FTV DATE: FTV DATE,  CNB23100
001700*               DAYS ELAPSED, CURRENT LOCATION (THE CALL          CNB23100
001800*               DIST/SUB-DIST/POOL ON EMP-TRHIST-KEY AND THE LAST CNB23100
001900*               TRAIN), THE ASSIGNMENT HELD (EMP-XR-ASSIGNMENT),  CNB23100
002000*               STATUS AND ANY RECALL PENDING.  EACH TIME AN      CNB23100
002100*               EMPLOYEE PASSES ONE OF THE THREE PARM DAY         CNB23100
002200*               THRESHOLDS (BLANK = 7, 14 AND 30 DAYS) AN FNAG    CNB23100
002300*               TASK GOES TO THE HOME BOARD'S TASK LIST (THE      CNB23100
002400*               P8800-WRITE-TASK FILE) - PRIORITY 1 AT THE THIRD  CNB23100
002500*               THRESHOLD.  TRACKING RECORDS WHOSE EMPLOYEE NO    CNB23100
002600*               LONGER HAS AN FTV DATE ARE LISTED AS RETURNED AND CNB23100
002700*               DROPPED.                                          CNB23100
002800*      RECALL - FNRECALL CARDS (EMPLOYEE, REQUESTING USER,        CNB23100
002900*               REASON).  THE EMPLOYEE MUST BE ON FURTHER NOTICE  CNB23100
003000*               WITH NO RECALL ALREADY PENDING.  AN ACCEPTED      CNB23100
003100*               RECALL IS MARKED PENDING ON FNFILE AND QUEUES A   CNB23100
003200*               PRIORITY-1 FNRC TASK TO THE HOME BOARD SO THE     CNB23100
003300*               DESK PUTS THE DEADHEAD HOME THROUGH THE NORMAL    CNB23100
003400*               CNP919 DEADHEAD CALL (P1200-DH-CALL-FUNCTION, WITHCNB23100
003500*               ITS CNB159 AUTHORIZATION).  THE MARKUP AT HOME    CNB23100
003600*               CLEARS THE FTV DATE AND THE NEXT AGING RUN CLOSES CNB23100
003700*               THE RECALL.  REJECTS: NOEM NOT ON MASTER, NOFN NOTCNB23100
003800*               ON FURTHER NOTICE, PEND RECALL ALREADY PENDING,   CNB23100
003900*               USER NO REQUESTING USER.                          CNB23100
004000*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB23100
004100*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB23100
004200*                                                                 CNB23100
004300*TBD  THE TASK RECORD IS THE REVERSE-ENGINEERED SHAPE CNB162      CNB23100
004400*INTRODUCED FOR THE FILE P8800-WRITE-TASK APPENDS TO.  VERIFY     CNB23100
004500*BEFORE NEXT COMPILE.                                             CNB23100
004600*                                                                 CNB23100
004700 ENVIRONMENT DIVISION.                                            CNB23100
004800 CONFIGURATION SECTION.                                           CNB23100
004900 SOURCE-COMPUTER.  IBM-370.                                       CNB23100
005000 OBJECT-COMPUTER.  IBM-370.                                       CNB23100
005100 INPUT-OUTPUT SECTION.                                            CNB23100
005200 FILE-CONTROL.                                                    CNB23100
005300     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB23100
005400            ORGANIZATION  SEQUENTIAL                              CNB23100
005500            FILE STATUS   WS-PARM-STATUS.                         CNB23100
005600     SELECT RCL-FILE     ASSIGN TO FNRECALL                       CNB23100
005700            ORGANIZATION  SEQUENTIAL                              CNB23100
005800            FILE STATUS   WS-RCL-STATUS.                          CNB23100
005900     SELECT MSTR-FILE    ASSIGN TO MSTRFILE                       CNB23100
006000            ORGANIZATION  INDEXED                                 CNB23100
006100            ACCESS MODE   DYNAMIC                                 CNB23100
006200            RECORD KEY    MIO-KEY                                 CNB23100
006300            ALTERNATE RECORD KEY MIO-EMP-NBR                      CNB23100
006400            FILE STATUS   WS-MSTRF-STATUS.                        CNB23100
006500     SELECT FN-FILE      ASSIGN TO FNFILE                         CNB23100
006600            ORGANIZATION  INDEXED                                 CNB23100
006700            ACCESS MODE   DYNAMIC                                 CNB23100
006800            RECORD KEY    FN-KEY                                  CNB23100
006900            FILE STATUS   WS-FN-STATUS.                           CNB23100
007000     SELECT TASK-FILE    ASSIGN TO TASKFILE                       CNB23100
007100            ORGANIZATION  INDEXED                                 CNB23100
007200            ACCESS MODE   RANDOM                                  CNB23100
007300            RECORD KEY    TK-KEY                                  CNB23100
007400            FILE STATUS   WS-TASK-STATUS.                         CNB23100
007500     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB23100
007600            ORGANIZATION  LINE SEQUENTIAL                         CNB23100
007700            FILE STATUS   WS-RPT-STATUS.                          CNB23100
007800*                                                                 CNB23100
007900 DATA DIVISION.                                                   CNB23100
008000 FILE SECTION.                                                    CNB23100
008100 FD  PARM-FILE                                                    CNB23100
008200     RECORD CONTAINS 80 CHARACTERS.                               CNB23100
008300 01  WS-PARM-RECORD.                                              CNB23100
008400     05  PARM-FUNC                 PIC X(8).                      CNB23100
008500     05  PARM-DATE-TIME            PIC X(12).                     CNB23100
008600     05  PARM-LEVEL-DAYS           PIC X(3) OCCURS 3 TIMES.       CNB23100
008700     05  FILLER                    PIC X(51).                     CNB23100
008800 FD  RCL-FILE                                                     CNB23100
008900     RECORD CONTAINS 80 CHARACTERS.                               CNB23100
009000 01  RC-RECORD.                                                   CNB23100
009100     05  RC-EMP-NBR                PIC X(9).                      CNB23100
009200     05  RC-USER                   PIC X(8).                      CNB23100
009300     05  RC-REASON                 PIC X(20).                     CNB23100
009400     05  FILLER                    PIC X(43).                     CNB23100
009500 FD  MSTR-FILE                                                    CNB23100
009600     RECORD CONTAINS 500 CHARACTERS.                              CNB23100
009700 01  MIO-RECORD.                                                  CNB23100
009800     05  MIO-KEY.                                                 CNB23100
009900         10  MIO-DIST              PIC X(2).                      CNB23100
010000         10  MIO-SDIST             PIC X(2).                      CNB23100
010100         10  MIO-CRAFT             PIC X(2).                      CNB23100
010200         10  MIO-EMP-NAME          PIC X(26).                     CNB23100
010300         10  MIO-EMP-NBR           PIC X(9).                      CNB23100
010400     05  FILLER                    PIC X(459).                    CNB23100
010500 FD  FN-FILE                                                      CNB23100
010600     RECORD CONTAINS 100 CHARACTERS.                              CNB23100
010700 01  FN-RECORD.                                                   CNB23100
010800     05  FN-KEY.                                                  CNB23100
010900         10  FN-EMP-NBR            PIC X(9).                      CNB23100
011000     05  FN-EMP-NAME               PIC X(26).                     CNB23100
011100     05  FN-DIST                   PIC X(2).                      CNB23100
011200     05  FN-SDIST                  PIC X(2).                      CNB23100
011300     05  FN-CRAFT                  PIC X(2).                      CNB23100
011400*    YYMMDD:                                                      CNB23100
011500     05  FN-FTV-DATE               PIC X(6).                      CNB23100
011600*    THRESHOLDS ALREADY TASKED (0-3):                             CNB23100
011700     05  FN-LEVEL                  PIC 9(1).                      CNB23100
011800     05  FN-LAST-SEEN              PIC X(6).                      CNB23100
011900     05  FN-RECALL-STATUS          PIC X(1).                      CNB23100
012000         88  FN-RECALL-PENDING           VALUE 'P'.               CNB23100
012100     05  FN-RECALL-DATE-TIME       PIC X(12).                     CNB23100
012200     05  FN-RECALL-BY              PIC X(8).                      CNB23100
012300     05  FN-RECALL-REASON          PIC X(20).                     CNB23100
012400     05  FILLER                    PIC X(5).                      CNB23100
012500 FD  TASK-FILE                                                    CNB23100
012600     RECORD CONTAINS 120 CHARACTERS.                              CNB23100
012700 01  TK-RECORD.                                                   CNB23100
012800     05  TK-KEY.                                                  CNB23100
012900         10  TK-DIST               PIC X(2).                      CNB23100
013000         10  TK-SDIST              PIC X(2).                      CNB23100
013100         10  TK-DATE-TIME          PIC X(14).                     CNB23100
013200         10  TK-SEQ                PIC X(2).                      CNB23100
013300     05  TK-CATEGORY               PIC X(4).                      CNB23100
013400     05  TK-PRIORITY               PIC 9(1).                      CNB23100
013500     05  TK-STATUS                 PIC X(1).                      CNB23100
013600         88  TK-OPEN                     VALUE 'O'.               CNB23100
013700     05  TK-OWNER                  PIC X(8).                      CNB23100
013800     05  TK-COMP-DATE-TIME         PIC X(14).                     CNB23100
013900     05  TK-TEXT                   PIC X(40).                     CNB23100
014000     05  FILLER                    PIC X(32).                     CNB23100
014100 FD  RPT-FILE                                                     CNB23100
014200     RECORD CONTAINS 132 CHARACTERS.                              CNB23100
014300 01  RPT-LINE                      PIC X(132).                    CNB23100
014400*                                                                 CNB23100
014500 WORKING-STORAGE SECTION.                                         CNB23100
014600 COPY WSMSTR.                                                     CNB23100
014700 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB23100
014800     88  WS-PARM-OK                       VALUE '00'.             CNB23100
014900 01  WS-RCL-STATUS                 PIC XX VALUE SPACES.           CNB23100
015000     88  WS-RCL-OK                        VALUE '00'.             CNB23100
015100 01  WS-MSTRF-STATUS               PIC XX VALUE SPACES.           CNB23100
015200     88  WS-MSTRF-OK                      VALUE '00'.             CNB23100
015300 01  WS-FN-STATUS                  PIC XX VALUE SPACES.           CNB23100
015400     88  WS-FN-OK                         VALUE '00'.             CNB23100
015500     88  WS-FN-NOTFND                     VALUE '23'.             CNB23100
015600 01  WS-TASK-STATUS                PIC XX VALUE SPACES.           CNB23100
015700     88  WS-TASK-OK                       VALUE '00'.             CNB23100
015800     88  WS-TASK-DUP                      VALUE '22'.             CNB23100
015900 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB23100
016000     88  WS-RPT-OK                        VALUE '00'.             CNB23100
016100 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB23100
016200 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB23100
016210 COPY WSERRLOG.                                                   CNB23100
016300 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB23100
016400     88  WS-FUNC-AGING                    VALUE 'AGING'.          CNB23100
016500     88  WS-FUNC-RECALL                   VALUE 'RECALL'.         CNB23100
016600 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB23100
016700 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB23100
016800     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB23100
016900 01  WS-FN-FOUND-SW                PIC X  VALUE 'N'.              CNB23100
017000     88  WS-FN-FOUND                      VALUE 'Y'.              CNB23100
017100 01  WS-LEVEL-TABLE.                                              CNB23100
017200     05  WS-LEVEL-DAYS             PIC 9(3) OCCURS 3 TIMES.       CNB23100
017300 01  WS-LEVEL-SUB                  PIC S9(4) COMP VALUE ZEROS.    CNB23100
017400 01  WS-LEVEL-REACHED              PIC 9(1) VALUE ZEROS.          CNB23100
017500 01  WS-CUR-BOARD.                                                CNB23100
017600     05  WS-CUR-DIST               PIC X(2) VALUE SPACES.         CNB23100
017700     05  WS-CUR-SDIST              PIC X(2) VALUE SPACES.         CNB23100
017800     05  WS-CUR-CRAFT              PIC X(2) VALUE SPACES.         CNB23100
017900 01  WS-RUN-SERIAL                 PIC S9(7) COMP VALUE ZEROS.    CNB23100
018000 01  WS-DAYS-OUT                   PIC S9(5) COMP VALUE ZEROS.    CNB23100
018100 01  WS-DAYS-OUT-ED                PIC 9(3) VALUE ZEROS.          CNB23100
018200 01  WS-REJ-REASON                 PIC X(4) VALUE SPACES.         CNB23100
018300 01  WS-TASK-SEQ                   PIC 9(2) VALUE ZEROS.          CNB23100
018400 01  WS-TASK-CATEGORY              PIC X(4) VALUE SPACES.         CNB23100
018500 01  WS-TASK-PRIORITY              PIC 9(1) VALUE ZEROS.          CNB23100
018600 01  WS-TASK-TEXT                  PIC X(40) VALUE SPACES.        CNB23100
018700 01  WS-FN-COUNT                   PIC 9(7) VALUE ZEROS.          CNB23100
018800 01  WS-TASK-COUNT                 PIC 9(7) VALUE ZEROS.          CNB23100
018900 01  WS-RETURN-COUNT               PIC 9(7) VALUE ZEROS.          CNB23100
019000 01  WS-RECALL-COUNT               PIC 9(7) VALUE ZEROS.          CNB23100
019100 01  WS-REJ-COUNT                  PIC 9(7) VALUE ZEROS.          CNB23100
019200 01  WS-SERIAL-RESULT              PIC S9(7) COMP VALUE ZEROS.    CNB23100
019300 01  WS-SERIAL-DATE.                                              CNB23100
019400     05  WS-SD-CCYY                PIC 9(4).                      CNB23100
019500     05  WS-SD-MM                  PIC 9(2).                      CNB23100
019600     05  WS-SD-DD                  PIC 9(2).                      CNB23100
019700 01  WS-SERIAL-DATE-X REDEFINES WS-SERIAL-DATE                    CNB23100
019800                                   PIC X(8).                      CNB23100
019900 01  WS-LEAP-QUOT                  PIC 9(4) VALUE ZEROS.          CNB23100
020000 01  WS-LEAP-REM                   PIC 9(4) VALUE ZEROS.          CNB23100
020100 01  WS-CUM-DAY-TABLE              PIC X(36) VALUE                CNB23100
020200         '000031059090120151181212243273304334'.                  CNB23100
020300 01  WS-CUM-DAY-TABLE-R REDEFINES WS-CUM-DAY-TABLE.               CNB23100
020400     05  WS-CDT-DAYS OCCURS 12 TIMES                              CNB23100
020500                                   PIC 9(3).                      CNB23100
020600 01  WS-HDR-LINE.                                                 CNB23100
020700     05  FILLER                PIC X(38)  VALUE                   CNB23100
020800         'CNB231 - FURTHER-NOTICE AGING/RECALL  '.                CNB23100
020900     05  FILLER                PIC X(2)   VALUE SPACES.           CNB23100
021000     05  HDR-FUNC              PIC X(8).                          CNB23100
021100     05  FILLER                PIC X(2)   VALUE SPACES.           CNB23100
021200     05  HDR-DATE-TIME         PIC X(12).                         CNB23100
021300     05  FILLER                PIC X(70)  VALUE SPACES.           CNB23100
021400 01  WS-COL-HDR-LINE.                                             CNB23100
021500     05  FILLER                    PIC X(51) VALUE                CNB23100
021600         'EMPLOYEE  NAME                       FTV     DAYS  '.   CNB23100
021700     05  FILLER                    PIC X(51) VALUE                CNB23100
021800         'LOC    TRAIN      ASSIGNMENT    ST  RECALL   ACTION'.   CNB23100
021900     05  FILLER                    PIC X(30) VALUE SPACES.        CNB23100
022000 01  WS-BOARD-LINE.                                               CNB23100
022100     05  FILLER                    PIC X(11) VALUE 'HOME BOARD '. CNB23100
022200     05  BRD-DIST                  PIC X(2).                      CNB23100
022300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23100
022400     05  BRD-SDIST                 PIC X(2).                      CNB23100
022500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23100
022600     05  BRD-CRAFT                 PIC X(2).                      CNB23100
022700     05  FILLER                    PIC X(113) VALUE SPACES.       CNB23100
022800 01  WS-DTL-LINE.                                                 CNB23100
022900     05  DTL-EMP-NBR               PIC X(9).                      CNB23100
023000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23100
023100     05  DTL-EMP-NAME              PIC X(26).                     CNB23100
023200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23100
023300     05  DTL-FTV-DATE              PIC X(6).                      CNB23100
023400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23100
023500     05  DTL-DAYS                  PIC ZZZ9.                      CNB23100
023600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23100
023700     05  DTL-LOC                   PIC X(6).                      CNB23100
023800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23100
023900     05  DTL-TRAIN                 PIC X(10).                     CNB23100
024000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23100
024100     05  DTL-ASGN-TYPE             PIC X(1).                      CNB23100
024200     05  DTL-ASGN                  PIC X(12).                     CNB23100
024300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23100
024400     05  DTL-STATUS                PIC X(2).                      CNB23100
024500     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23100
024600     05  DTL-RECALL                PIC X(8).                      CNB23100
024700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23100
024800     05  DTL-ACTION                PIC X(12).                     CNB23100
024900     05  FILLER                    PIC X(24) VALUE SPACES.        CNB23100
025000 01  WS-CNT-LINE.                                                 CNB23100
025100     05  CNT-LABEL                 PIC X(30).                     CNB23100
025200     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB23100
025300     05  FILLER                    PIC X(95) VALUE SPACES.        CNB23100
025400*                                                                 CNB23100
025500 PROCEDURE DIVISION.                                              CNB23100
025600 P0000-MAINLINE.                                                  CNB23100
025700     PERFORM P1000-INITIALIZE                                     CNB23100
025800     IF WS-FUNC-AGING                                             CNB23100
025900        PERFORM P2000-SWEEP-MASTERS UNTIL WS-EOF-INPUT            CNB23100
026000        PERFORM P3000-CLOSE-RETURNED                              CNB23100
026100     ELSE                                                         CNB23100
026200        PERFORM P4000-APPLY-RECALLS UNTIL WS-EOF-INPUT            CNB23100
026300     END-IF                                                       CNB23100
026400     PERFORM P9000-TERMINATE                                      CNB23100
026500     GOBACK.                                                      CNB23100
026600*                                                                 CNB23100
026700 P1000-INITIALIZE.                                                CNB23100
026800     OPEN INPUT PARM-FILE                                         CNB23100
026900     IF NOT WS-PARM-OK                                            CNB23100
027000        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB23100
027100        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB23100
027200        PERFORM P9999-GOT-PROBLEM                                 CNB23100
027300     END-IF                                                       CNB23100
027400     READ PARM-FILE                                               CNB23100
027500     IF NOT WS-PARM-OK                                            CNB23100
027600        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB23100
027700        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB23100
027800        PERFORM P9999-GOT-PROBLEM                                 CNB23100
027900     END-IF                                                       CNB23100
028000     MOVE PARM-FUNC                TO WS-FUNC                     CNB23100
028100     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB23100
028200     MOVE 007                      TO WS-LEVEL-DAYS (1)           CNB23100
028300     MOVE 014                      TO WS-LEVEL-DAYS (2)           CNB23100
028400     MOVE 030                      TO WS-LEVEL-DAYS (3)           CNB23100
028500     MOVE 1                        TO WS-LEVEL-SUB                CNB23100
028600     PERFORM P1010-PARM-LEVEL UNTIL WS-LEVEL-SUB > 3              CNB23100
028700     CLOSE PARM-FILE                                              CNB23100
028800     IF NOT WS-FUNC-AGING AND NOT WS-FUNC-RECALL                  CNB23100
028900        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB23100
029000        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB23100
029100        PERFORM P9999-GOT-PROBLEM                                 CNB23100
029200     END-IF                                                       CNB23100
029300     OPEN INPUT MSTR-FILE                                         CNB23100
029400     IF NOT WS-MSTRF-OK                                           CNB23100
029500        MOVE 'P1000-OPEN-MST'      TO WS-ABEND-PARAGRAPH          CNB23100
029600        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB23100
029700        PERFORM P9999-GOT-PROBLEM                                 CNB23100
029800     END-IF                                                       CNB23100
029900     OPEN I-O FN-FILE                                             CNB23100
030000     IF WS-FN-STATUS = '35'                                       CNB23100
030100        OPEN OUTPUT FN-FILE                                       CNB23100
030200        CLOSE FN-FILE                                             CNB23100
030300        OPEN I-O FN-FILE                                          CNB23100
030400     END-IF                                                       CNB23100
030500     IF NOT WS-FN-OK                                              CNB23100
030600        MOVE 'P1000-OPEN-FN'       TO WS-ABEND-PARAGRAPH          CNB23100
030700        MOVE WS-FN-STATUS          TO WS-ABEND-STATUS             CNB23100
030800        PERFORM P9999-GOT-PROBLEM                                 CNB23100
030900     END-IF                                                       CNB23100
031000     OPEN I-O TASK-FILE                                           CNB23100
031100     IF WS-TASK-STATUS = '35'                                     CNB23100
031200        OPEN OUTPUT TASK-FILE                                     CNB23100
031300        CLOSE TASK-FILE                                           CNB23100
031400        OPEN I-O TASK-FILE                                        CNB23100
031500     END-IF                                                       CNB23100
031600     IF NOT WS-TASK-OK                                            CNB23100
031700        MOVE 'P1000-OPEN-TSK'      TO WS-ABEND-PARAGRAPH          CNB23100
031800        MOVE WS-TASK-STATUS        TO WS-ABEND-STATUS             CNB23100
031900        PERFORM P9999-GOT-PROBLEM                                 CNB23100
032000     END-IF                                                       CNB23100
032100     IF WS-FUNC-RECALL                                            CNB23100
032200        OPEN INPUT RCL-FILE                                       CNB23100
032300        IF NOT WS-RCL-OK                                          CNB23100
032400           MOVE 'P1000-OPEN-RCL'   TO WS-ABEND-PARAGRAPH          CNB23100
032500           MOVE WS-RCL-STATUS      TO WS-ABEND-STATUS             CNB23100
032600           PERFORM P9999-GOT-PROBLEM                              CNB23100
032700        END-IF                                                    CNB23100
032800     END-IF                                                       CNB23100
032900     OPEN OUTPUT RPT-FILE                                         CNB23100
033000     IF NOT WS-RPT-OK                                             CNB23100
033100        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB23100
033200        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB23100
033300        PERFORM P9999-GOT-PROBLEM                                 CNB23100
033400     END-IF                                                       CNB23100
033500     MOVE WS-FUNC                  TO HDR-FUNC                    CNB23100
033600     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB23100
033700     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB23100
033800     MOVE SPACES                   TO RPT-LINE                    CNB23100
033900     WRITE RPT-LINE                                               CNB23100
034000     WRITE RPT-LINE FROM WS-COL-HDR-LINE                          CNB23100
034100     MOVE '20'                     TO WS-SERIAL-DATE-X (1:2)      CNB23100
034200     MOVE WS-RUN-DATE-TIME (1:6)   TO WS-SERIAL-DATE-X (3:6)      CNB23100
034300     PERFORM P7000-DATE-TO-SERIAL                                 CNB23100
034400     MOVE WS-SERIAL-RESULT         TO WS-RUN-SERIAL               CNB23100
034500     IF WS-FUNC-AGING                                             CNB23100
034600        MOVE LOW-VALUES            TO MIO-KEY                     CNB23100
034700        START MSTR-FILE KEY NOT < MIO-KEY                         CNB23100
034800        IF NOT WS-MSTRF-OK                                        CNB23100
034900           SET WS-EOF-INPUT TO TRUE                               CNB23100
035000        END-IF                                                    CNB23100
035100     END-IF.                                                      CNB23100
035200*                                                                 CNB23100
035300 P1010-PARM-LEVEL.                                                CNB23100
035400     IF PARM-LEVEL-DAYS (WS-LEVEL-SUB) NUMERIC                    CNB23100
035500        AND PARM-LEVEL-DAYS (WS-LEVEL-SUB) > '000'                CNB23100
035600        MOVE PARM-LEVEL-DAYS (WS-LEVEL-SUB)                       CNB23100
035700                                   TO WS-LEVEL-DAYS (WS-LEVEL-SUB)CNB23100
035800     END-IF                                                       CNB23100
035900     ADD 1 TO WS-LEVEL-SUB.                                       CNB23100
036000*                                                                 CNB23100
036100 P2000-SWEEP-MASTERS.                                             CNB23100
036200     READ MSTR-FILE NEXT                                          CNB23100
036300          AT END                                                  CNB23100
036400             SET WS-EOF-INPUT TO TRUE                             CNB23100
036500     END-READ                                                     CNB23100
036600     IF NOT WS-EOF-INPUT                                          CNB23100
036700        MOVE MIO-RECORD            TO WS-MSTR                     CNB23100
036800        IF EMP-FTV-DATE > SPACES                                  CNB23100
036900           PERFORM P2100-AGE-EMPLOYEE                             CNB23100
037000        END-IF                                                    CNB23100
037100     END-IF.                                                      CNB23100
037200*                                                                 CNB23100
037300 P2100-AGE-EMPLOYEE.                                              CNB23100
037400     IF DIST NOT = WS-CUR-DIST                                    CNB23100
037500        OR SUB-DIST NOT = WS-CUR-SDIST                            CNB23100
037600        OR CRAFT NOT = WS-CUR-CRAFT                               CNB23100
037700        MOVE DIST                  TO WS-CUR-DIST                 CNB23100
037800        MOVE SUB-DIST              TO WS-CUR-SDIST                CNB23100
037900        MOVE CRAFT                 TO WS-CUR-CRAFT                CNB23100
038000        MOVE DIST                  TO BRD-DIST                    CNB23100
038100        MOVE SUB-DIST              TO BRD-SDIST                   CNB23100
038200        MOVE CRAFT                 TO BRD-CRAFT                   CNB23100
038300        MOVE SPACES                TO RPT-LINE                    CNB23100
038400        WRITE RPT-LINE                                            CNB23100
038500        WRITE RPT-LINE FROM WS-BOARD-LINE                         CNB23100
038600     END-IF                                                       CNB23100
038700     ADD 1 TO WS-FN-COUNT                                         CNB23100
038800     PERFORM P2200-DAYS-ELAPSED                                   CNB23100
038900     PERFORM P8100-READ-FN                                        CNB23100
039000     IF NOT WS-FN-FOUND                                           CNB23100
039100        OR FN-FTV-DATE NOT = EMP-FTV-DATE                         CNB23100
039200        PERFORM P8200-NEW-FN                                      CNB23100
039300     END-IF                                                       CNB23100
039400     MOVE ZEROS                    TO WS-LEVEL-REACHED            CNB23100
039500     MOVE 1                        TO WS-LEVEL-SUB                CNB23100
039600     PERFORM P2210-CHECK-LEVEL UNTIL WS-LEVEL-SUB > 3             CNB23100
039700     MOVE SPACES                   TO DTL-ACTION                  CNB23100
039800     IF WS-LEVEL-REACHED > FN-LEVEL                               CNB23100
039900        MOVE WS-LEVEL-REACHED      TO FN-LEVEL                    CNB23100
040000        MOVE 'FNAG'                TO WS-TASK-CATEGORY            CNB23100
040100        IF WS-LEVEL-REACHED = 3                                   CNB23100
040200           MOVE 1                  TO WS-TASK-PRIORITY            CNB23100
040300        ELSE                                                      CNB23100
040400           MOVE 2                  TO WS-TASK-PRIORITY            CNB23100
040500        END-IF                                                    CNB23100
040600        MOVE WS-DAYS-OUT           TO WS-DAYS-OUT-ED              CNB23100
040700        MOVE SPACES                TO WS-TASK-TEXT                CNB23100
040800        STRING 'FURTHER NOTICE ' WS-DAYS-OUT-ED ' DAYS '          CNB23100
040900               EMP-NBR                                            CNB23100
041000               DELIMITED BY SIZE INTO WS-TASK-TEXT                CNB23100
041100        PERFORM P8300-WRITE-TASK                                  CNB23100
041200        STRING 'TASKED L' FN-LEVEL                                CNB23100
041300               DELIMITED BY SIZE INTO DTL-ACTION                  CNB23100
041400     END-IF                                                       CNB23100
041500     MOVE WS-RUN-DATE-TIME (1:6)   TO FN-LAST-SEEN                CNB23100
041600     PERFORM P8400-SAVE-FN                                        CNB23100
041700     PERFORM P8000-PRINT-MASTER.                                  CNB23100
041800*                                                                 CNB23100
041900 P2200-DAYS-ELAPSED.                                              CNB23100
042000     MOVE ZEROS                    TO WS-DAYS-OUT                 CNB23100
042100     MOVE '20'                     TO WS-SERIAL-DATE-X (1:2)      CNB23100
042200     MOVE EMP-FTV-DATE             TO WS-SERIAL-DATE-X (3:6)      CNB23100
042300     PERFORM P7000-DATE-TO-SERIAL                                 CNB23100
042400     IF WS-SERIAL-RESULT > ZEROS                                  CNB23100
042500        AND WS-RUN-SERIAL > WS-SERIAL-RESULT                      CNB23100
042600        COMPUTE WS-DAYS-OUT = WS-RUN-SERIAL - WS-SERIAL-RESULT    CNB23100
042700     END-IF.                                                      CNB23100
042800*                                                                 CNB23100
042900 P2210-CHECK-LEVEL.                                               CNB23100
043000     IF WS-DAYS-OUT NOT < WS-LEVEL-DAYS (WS-LEVEL-SUB)            CNB23100
043100        MOVE WS-LEVEL-SUB          TO WS-LEVEL-REACHED            CNB23100
043200     END-IF                                                       CNB23100
043300     ADD 1 TO WS-LEVEL-SUB.                                       CNB23100
043400*                                                                 CNB23100
043500 P3000-CLOSE-RETURNED.                                            CNB23100
043600*    A TRACKING RECORD NOT SEEN ON THIS RUN'S SWEEP BELONGS TO AN CNB23100
043700*    EMPLOYEE WHOSE FTV DATE HAS BEEN CLEARED - THEY ARE HOME.    CNB23100
043800     MOVE 'N'                      TO WS-EOF-SW                   CNB23100
043900     MOVE LOW-VALUES               TO FN-KEY                      CNB23100
044000     START FN-FILE KEY NOT < FN-KEY                               CNB23100
044100     IF NOT WS-FN-OK                                              CNB23100
044200        SET WS-EOF-INPUT TO TRUE                                  CNB23100
044300     END-IF                                                       CNB23100
044400     PERFORM P3100-CHECK-RETURNED UNTIL WS-EOF-INPUT.             CNB23100
044500*                                                                 CNB23100
044600 P3100-CHECK-RETURNED.                                            CNB23100
044700     READ FN-FILE NEXT                                            CNB23100
044800          AT END                                                  CNB23100
044900             SET WS-EOF-INPUT TO TRUE                             CNB23100
045000     END-READ                                                     CNB23100
045100     IF NOT WS-EOF-INPUT                                          CNB23100
045200        AND FN-LAST-SEEN NOT = WS-RUN-DATE-TIME (1:6)             CNB23100
045300        ADD 1 TO WS-RETURN-COUNT                                  CNB23100
045400        MOVE SPACES                TO WS-DTL-LINE                 CNB23100
045500        MOVE FN-EMP-NBR            TO DTL-EMP-NBR                 CNB23100
045600        MOVE FN-EMP-NAME           TO DTL-EMP-NAME                CNB23100
045700        MOVE FN-FTV-DATE           TO DTL-FTV-DATE                CNB23100
045800        MOVE '20'                  TO WS-SERIAL-DATE-X (1:2)      CNB23100
045900        MOVE FN-FTV-DATE           TO WS-SERIAL-DATE-X (3:6)      CNB23100
046000        PERFORM P7000-DATE-TO-SERIAL                              CNB23100
046100        MOVE ZEROS                 TO WS-DAYS-OUT                 CNB23100
046200        IF WS-SERIAL-RESULT > ZEROS                               CNB23100
046300           AND WS-RUN-SERIAL > WS-SERIAL-RESULT                   CNB23100
046400           COMPUTE WS-DAYS-OUT = WS-RUN-SERIAL - WS-SERIAL-RESULT CNB23100
046500        END-IF                                                    CNB23100
046600        MOVE WS-DAYS-OUT           TO DTL-DAYS                    CNB23100
046700        IF FN-RECALL-PENDING                                      CNB23100
046800           MOVE 'RECALLED'         TO DTL-RECALL                  CNB23100
046900        END-IF                                                    CNB23100
047000        MOVE 'RETURNED'            TO DTL-ACTION                  CNB23100
047100        WRITE RPT-LINE FROM WS-DTL-LINE                           CNB23100
047200        DELETE FN-FILE RECORD                                     CNB23100
047300        IF NOT WS-FN-OK                                           CNB23100
047400           MOVE 'P3100-DEL-FN'     TO WS-ABEND-PARAGRAPH          CNB23100
047500           MOVE WS-FN-STATUS       TO WS-ABEND-STATUS             CNB23100
047600           PERFORM P9999-GOT-PROBLEM                              CNB23100
047700        END-IF                                                    CNB23100
047800     END-IF.                                                      CNB23100
047900*                                                                 CNB23100
048000 P4000-APPLY-RECALLS.                                             CNB23100
048100     READ RCL-FILE                                                CNB23100
048200          AT END                                                  CNB23100
048300             SET WS-EOF-INPUT TO TRUE                             CNB23100
048400     END-READ                                                     CNB23100
048500     IF NOT WS-EOF-INPUT                                          CNB23100
048600        PERFORM P4100-EDIT-RECALL                                 CNB23100
048700        IF WS-REJ-REASON = SPACES                                 CNB23100
048800           PERFORM P4200-QUEUE-RECALL                             CNB23100
048900        ELSE                                                      CNB23100
049000           ADD 1 TO WS-REJ-COUNT                                  CNB23100
049100           MOVE SPACES             TO WS-DTL-LINE                 CNB23100
049200           MOVE RC-EMP-NBR         TO DTL-EMP-NBR                 CNB23100
049300           STRING 'REJECT ' WS-REJ-REASON                         CNB23100
049400                  DELIMITED BY SIZE INTO DTL-ACTION               CNB23100
049500           WRITE RPT-LINE FROM WS-DTL-LINE                        CNB23100
049600        END-IF                                                    CNB23100
049700     END-IF.                                                      CNB23100
049800*                                                                 CNB23100
049900 P4100-EDIT-RECALL.                                               CNB23100
050000     MOVE SPACES                   TO WS-REJ-REASON               CNB23100
050100     MOVE RC-EMP-NBR               TO MIO-EMP-NBR                 CNB23100
050200     READ MSTR-FILE                                               CNB23100
050300          KEY IS MIO-EMP-NBR                                      CNB23100
050400     IF NOT WS-MSTRF-OK                                           CNB23100
050500        MOVE 'NOEM'                TO WS-REJ-REASON               CNB23100
050600     ELSE                                                         CNB23100
050700        MOVE MIO-RECORD            TO WS-MSTR                     CNB23100
050800        IF EMP-FTV-DATE NOT > SPACES                              CNB23100
050900           MOVE 'NOFN'             TO WS-REJ-REASON               CNB23100
051000        ELSE                                                      CNB23100
051100           IF RC-USER = SPACES                                    CNB23100
051200              MOVE 'USER'          TO WS-REJ-REASON               CNB23100
051300           ELSE                                                   CNB23100
051400              PERFORM P8100-READ-FN                               CNB23100
051500              IF WS-FN-FOUND                                      CNB23100
051600                 AND FN-FTV-DATE = EMP-FTV-DATE                   CNB23100
051700                 AND FN-RECALL-PENDING                            CNB23100
051800                 MOVE 'PEND'       TO WS-REJ-REASON               CNB23100
051900              END-IF                                              CNB23100
052000           END-IF                                                 CNB23100
052100        END-IF                                                    CNB23100
052200     END-IF.                                                      CNB23100
052300*                                                                 CNB23100
052400 P4200-QUEUE-RECALL.                                              CNB23100
052500     IF NOT WS-FN-FOUND                                           CNB23100
052600        OR FN-FTV-DATE NOT = EMP-FTV-DATE                         CNB23100
052700        PERFORM P8200-NEW-FN                                      CNB23100
052800     END-IF                                                       CNB23100
052900     SET FN-RECALL-PENDING TO TRUE                                CNB23100
053000     MOVE WS-RUN-DATE-TIME         TO FN-RECALL-DATE-TIME         CNB23100
053100     MOVE RC-USER                  TO FN-RECALL-BY                CNB23100
053200     MOVE RC-REASON                TO FN-RECALL-REASON            CNB23100
053300     PERFORM P8400-SAVE-FN                                        CNB23100
053400     MOVE 'FNRC'                   TO WS-TASK-CATEGORY            CNB23100
053500     MOVE 1                        TO WS-TASK-PRIORITY            CNB23100
053600     MOVE SPACES                   TO WS-TASK-TEXT                CNB23100
053700     STRING 'RECALL DH HOME ' EMP-NBR ' FROM '                    CNB23100
053800            EMP-TRHIST-KEY (1:4)                                  CNB23100
053900            DELIMITED BY SIZE INTO WS-TASK-TEXT                   CNB23100
054000     PERFORM P8300-WRITE-TASK                                     CNB23100
054100     ADD 1 TO WS-RECALL-COUNT                                     CNB23100
054200     PERFORM P2200-DAYS-ELAPSED                                   CNB23100
054300     MOVE 'RECALL SENT'            TO DTL-ACTION                  CNB23100
054400     PERFORM P8000-PRINT-MASTER.                                  CNB23100
054500*                                                                 CNB23100
054600 P7000-DATE-TO-SERIAL.                                            CNB23100
054700     MOVE ZEROS                    TO WS-SERIAL-RESULT            CNB23100
054800     IF WS-SERIAL-DATE-X NUMERIC                                  CNB23100
054900        AND WS-SD-MM > 0 AND WS-SD-MM < 13                        CNB23100
055000        COMPUTE WS-SERIAL-RESULT =                                CNB23100
055100            (WS-SD-CCYY * 365) + WS-CDT-DAYS (WS-SD-MM)           CNB23100
055200          + WS-SD-DD                                              CNB23100
055300        DIVIDE WS-SD-CCYY BY 4                                    CNB23100
055400               GIVING WS-LEAP-QUOT                                CNB23100
055500               REMAINDER WS-LEAP-REM                              CNB23100
055600        ADD WS-LEAP-QUOT           TO WS-SERIAL-RESULT            CNB23100
055700        IF WS-LEAP-REM = ZEROS AND WS-SD-MM < 3                   CNB23100
055800           SUBTRACT 1 FROM WS-SERIAL-RESULT                       CNB23100
055900        END-IF                                                    CNB23100
056000     END-IF.                                                      CNB23100
056100*                                                                 CNB23100
056200 P8000-PRINT-MASTER.                                              CNB23100
056300     MOVE EMP-NBR                  TO DTL-EMP-NBR                 CNB23100
056400     MOVE EMP-NAME                 TO DTL-EMP-NAME                CNB23100
056500     MOVE EMP-FTV-DATE             TO DTL-FTV-DATE                CNB23100
056600     MOVE WS-DAYS-OUT              TO DTL-DAYS                    CNB23100
056700     MOVE EMP-TRHIST-KEY (1:6)     TO DTL-LOC                     CNB23100
056800     MOVE LAST-TRAIN-SYMBOL        TO DTL-TRAIN                   CNB23100
056900     MOVE EMP-XR-ASGN-TYPE         TO DTL-ASGN-TYPE               CNB23100
057000     MOVE EMP-XR-ASSIGNMENT        TO DTL-ASGN                    CNB23100
057100     MOVE LAYOFF-CODE              TO DTL-STATUS                  CNB23100
057200     IF FN-RECALL-PENDING                                         CNB23100
057300        MOVE 'PENDING'             TO DTL-RECALL                  CNB23100
057400     ELSE                                                         CNB23100
057500        MOVE SPACES                TO DTL-RECALL                  CNB23100
057600     END-IF                                                       CNB23100
057700     WRITE RPT-LINE FROM WS-DTL-LINE.                             CNB23100
057800*                                                                 CNB23100
057900 P8100-READ-FN.                                                   CNB23100
058000     MOVE 'N'                      TO WS-FN-FOUND-SW              CNB23100
058100     MOVE EMP-NBR                  TO FN-EMP-NBR                  CNB23100
058200     READ FN-FILE                                                 CNB23100
058300     EVALUATE TRUE                                                CNB23100
058400        WHEN WS-FN-OK                                             CNB23100
058500             SET WS-FN-FOUND TO TRUE                              CNB23100
058600        WHEN WS-FN-NOTFND                                         CNB23100
058700             CONTINUE                                             CNB23100
058800        WHEN OTHER                                                CNB23100
058900             MOVE 'P8100-RD-FN'    TO WS-ABEND-PARAGRAPH          CNB23100
059000             MOVE WS-FN-STATUS     TO WS-ABEND-STATUS             CNB23100
059100             PERFORM P9999-GOT-PROBLEM                            CNB23100
059200     END-EVALUATE.                                                CNB23100
059300*                                                                 CNB23100
059400 P8200-NEW-FN.                                                    CNB23100
059500*    A NEW FTV DATE IS A NEW SPELL AWAY - START THE THRESHOLDS    CNB23100
059600*    AND ANY RECALL AFRESH.                                       CNB23100
059700     MOVE SPACES                   TO FN-RECORD                   CNB23100
059800     MOVE EMP-NBR                  TO FN-EMP-NBR                  CNB23100
059900     MOVE EMP-NAME                 TO FN-EMP-NAME                 CNB23100
060000     MOVE DIST                     TO FN-DIST                     CNB23100
060100     MOVE SUB-DIST                 TO FN-SDIST                    CNB23100
060200     MOVE CRAFT                    TO FN-CRAFT                    CNB23100
060300     MOVE EMP-FTV-DATE             TO FN-FTV-DATE                 CNB23100
060400     MOVE ZEROS                    TO FN-LEVEL.                   CNB23100
060500*                                                                 CNB23100
060600 P8300-WRITE-TASK.                                                CNB23100
060700     ADD 1 TO WS-TASK-COUNT                                       CNB23100
060800     MOVE ZEROS                    TO WS-TASK-SEQ                 CNB23100
060900     MOVE SPACES                   TO TK-RECORD                   CNB23100
061000     MOVE DIST                     TO TK-DIST                     CNB23100
061100     MOVE SUB-DIST                 TO TK-SDIST                    CNB23100
061200     MOVE '20'                     TO TK-DATE-TIME (1:2)          CNB23100
061300     MOVE WS-RUN-DATE-TIME         TO TK-DATE-TIME (3:12)         CNB23100
061400     MOVE WS-TASK-CATEGORY         TO TK-CATEGORY                 CNB23100
061500     MOVE WS-TASK-PRIORITY         TO TK-PRIORITY                 CNB23100
061600     SET TK-OPEN TO TRUE                                          CNB23100
061700     MOVE WS-TASK-TEXT             TO TK-TEXT                     CNB23100
061800     PERFORM P8310-TRY-WRITE-TASK                                 CNB23100
061900     PERFORM P8320-BUMP-TASK-SEQ                                  CNB23100
062000             UNTIL NOT WS-TASK-DUP                                CNB23100
062100                OR WS-TASK-SEQ > 98                               CNB23100
062200     IF NOT WS-TASK-OK                                            CNB23100
062300        MOVE 'P8300-WR-TASK'       TO WS-ABEND-PARAGRAPH          CNB23100
062400        MOVE WS-TASK-STATUS        TO WS-ABEND-STATUS             CNB23100
062500        PERFORM P9999-GOT-PROBLEM                                 CNB23100
062600     END-IF.                                                      CNB23100
062700*                                                                 CNB23100
062800 P8310-TRY-WRITE-TASK.                                            CNB23100
062900     MOVE WS-TASK-SEQ              TO TK-SEQ                      CNB23100
063000     WRITE TK-RECORD                                              CNB23100
063100     IF WS-TASK-DUP                                               CNB23100
063200        CONTINUE                                                  CNB23100
063300     ELSE                                                         CNB23100
063400        IF NOT WS-TASK-OK                                         CNB23100
063500           MOVE 'P8310-WR-TASK'    TO WS-ABEND-PARAGRAPH          CNB23100
063600           MOVE WS-TASK-STATUS     TO WS-ABEND-STATUS             CNB23100
063700           PERFORM P9999-GOT-PROBLEM                              CNB23100
063800        END-IF                                                    CNB23100
063900     END-IF.                                                      CNB23100
064000*                                                                 CNB23100
064100 P8320-BUMP-TASK-SEQ.                                             CNB23100
064200     ADD 1 TO WS-TASK-SEQ                                         CNB23100
064300     PERFORM P8310-TRY-WRITE-TASK.                                CNB23100
064400*                                                                 CNB23100
064500 P8400-SAVE-FN.                                                   CNB23100
064600     IF WS-FN-FOUND                                               CNB23100
064700        REWRITE FN-RECORD                                         CNB23100
064800     ELSE                                                         CNB23100
064900        WRITE FN-RECORD                                           CNB23100
065000     END-IF                                                       CNB23100
065100     IF NOT WS-FN-OK                                              CNB23100
065200        MOVE 'P8400-WR-FN'         TO WS-ABEND-PARAGRAPH          CNB23100
065300        MOVE WS-FN-STATUS          TO WS-ABEND-STATUS             CNB23100
065400        PERFORM P9999-GOT-PROBLEM                                 CNB23100
065500     END-IF.                                                      CNB23100
065600*                                                                 CNB23100
065700 P9000-TERMINATE.                                                 CNB23100
065800     MOVE SPACES                   TO RPT-LINE                    CNB23100
065900     WRITE RPT-LINE                                               CNB23100
066000     IF WS-FUNC-AGING                                             CNB23100
066100        MOVE 'ON FURTHER NOTICE .........' TO CNT-LABEL           CNB23100
066200        MOVE WS-FN-COUNT           TO CNT-VALUE                   CNB23100
066300        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB23100
066400        MOVE 'RETURNED SINCE LAST RUN ...' TO CNT-LABEL           CNB23100
066500        MOVE WS-RETURN-COUNT       TO CNT-VALUE                   CNB23100
066600        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB23100
066700     ELSE                                                         CNB23100
066800        MOVE 'RECALLS QUEUED ............' TO CNT-LABEL           CNB23100
066900        MOVE WS-RECALL-COUNT       TO CNT-VALUE                   CNB23100
067000        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB23100
067100        MOVE 'RECALLS REJECTED ..........' TO CNT-LABEL           CNB23100
067200        MOVE WS-REJ-COUNT          TO CNT-VALUE                   CNB23100
067300        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB23100
067400        CLOSE RCL-FILE                                            CNB23100
067500     END-IF                                                       CNB23100
067600     MOVE 'TASKS RAISED ..............' TO CNT-LABEL              CNB23100
067700     MOVE WS-TASK-COUNT            TO CNT-VALUE                   CNB23100
067800     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23100
067900     CLOSE MSTR-FILE                                              CNB23100
068000           FN-FILE                                                CNB23100
068100           TASK-FILE                                              CNB23100
068200           RPT-FILE.                                              CNB23100
068300*                                                                 CNB23100
068400 P9999-GOT-PROBLEM.                                               CNB23100
068410     MOVE 'CNB231'                 TO XE-PROGRAM                  CNB23100
068420     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB23100
068430     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB23100
068440     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB23100
068500     DISPLAY 'CNB231 ABEND IN ' WS-ABEND-PARAGRAPH                CNB23100
068600              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB23100
068700     MOVE 16 TO RETURN-CODE                                       CNB23100
068800     GOBACK.                                                      CNB23100
