000100 IDENTIFICATION DIVISION.                                         CNB23900
000200 PROGRAM-ID. CNB239.                                              CNB23900
000300*AUTHOR.     JMC.                                                 CNB23900
000400*DATE-WRITTEN. 10/15/26.                                          CNB23900
000500*REMARKS.                                                         CNB23900
000600*    EMPLOYEE-TRACKING QUEUE INQUIRY AND STUCK-TRACKING SWEEP.    CNB23900
000700*    CNP938 HOLDS A TRACKING ENTRY FOR EACH EMPLOYEE WHO IS TO BE CNB23900
000800*    MARKED UP AUTOMATICALLY WHEN THEIR REST OR LAYOFF EXPIRES    CNB23900
000900*    (INITIATED FROM CNP917'S MC-TRACK LOGIC IN                   CNB23900
001000*    P2020-PROCESS-MISSED-CALLS, AND MARKED UP THROUGH            CNB23900
001100*    P2040-UNAVL-MKUP-FROM-TRK).  WHEN AN ENTRY DOES NOT FIRE THE CNB23900
001200*    EMPLOYEE SITS OFF THE BOARD UNSEEN - LOST WORK AND, AS A     CNB23900
001300*    RULE, A RUNAROUND CLAIM.  THE MASTER IS SWEPT IN HOME-BOARD  CNB23900
001400*    ORDER AND EACH EMPLOYEE'S ETRACK ENTRIES ARE READ UNDER      CNB23900
001500*    THEIR EMPLOYEE NUMBER.  AN ENTRY IS DUE AT THE LATER OF THE  CNB23900
001600*    MASTER'S EMP-TRACK-MTOD-DATE-TIME AND                        CNB23900
001700*    EMP-TRACK-US-RSTD-DATE-TIME; IT IS STUCK WHEN THAT TIME HAS  CNB23900
001800*    PASSED AND THE EMPLOYEE IS STILL NEITHER AVAILABLE NOR       CNB23900
001900*    WORKING.  FUNCTIONS FROM THE PARM CARD:                      CNB23900
002000*      INQUIRY - LISTS EVERY TRACKED EMPLOYEE BY BOARD WITH THE   CNB23900
002100*                TRACKING REASON, STATUS, BOTH MARK-UP TIMES, THE CNB23900
002200*                DUE TIME, AND HOW LONG ANY STUCK ENTRY IS PAST   CNB23900
002300*                DUE.  THE PARM DIST/SUB-DIST (BLANK = ALL)       CNB23900
002400*                LIMIT THE LIST TO ONE BOARD.                     CNB23900
002500*      SWEEP   - RUN EVERY 15 MINUTES.  LISTS ONLY THE STUCK      CNB23900
002600*                ENTRIES AND RAISES A PRIORITY-1 TRKS TASK TO     CNB23900
002700*                THE HOME BOARD'S TASK LIST (THE P8800-WRITE-TASK CNB23900
002800*                FILE) THE FIRST TIME EACH ONE IS SEEN.  STKFILE  CNB23900
002900*                REMEMBERS WHAT HAS BEEN TASKED SO LATER SWEEPS   CNB23900
003000*                DO NOT RE-TASK THE SAME DUE TIME; ENTRIES NO     CNB23900
003100*                LONGER STUCK ARE LISTED AS CLEARED AND DROPPED.  CNB23900
003200*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB23900
003300*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB23900
003400*                                                                 CNB23900
003500*TBD  WSEMPTRK IS NOT AMONG THE COPYBOOKS PRESENT IN THIS COPY    CNB23900
003600*LIBRARY.  THE ETRACK RECORD BELOW IS BUILT FROM THE EMPTRK- FIELDCNB23900
003700*NAMES CNP943 IS SEEN USING AGAINST ETRACK-VIA-EMP.  THE TASK     CNB23900
003800*RECORD IS THE SHAPE CNB162 INTRODUCED.  VERIFY BOTH BEFORE NEXT  CNB23900
003900*COMPILE.                                                         CNB23900
004000*                                                                 CNB23900
004100 ENVIRONMENT DIVISION.                                            CNB23900
004200 CONFIGURATION SECTION.                                           CNB23900
004300 SOURCE-COMPUTER.  IBM-370.                                       CNB23900
004400 OBJECT-COMPUTER.  IBM-370.                                       CNB23900
004500 INPUT-OUTPUT SECTION.                                            CNB23900
004600 FILE-CONTROL.                                                    CNB23900
004700     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB23900
004800            ORGANIZATION  SEQUENTIAL                              CNB23900
004900            FILE STATUS   WS-PARM-STATUS.                         CNB23900
005000     SELECT MSTR-FILE    ASSIGN TO MSTRFILE                       CNB23900
005100            ORGANIZATION  INDEXED                                 CNB23900
005200            ACCESS MODE   DYNAMIC                                 CNB23900
005300            RECORD KEY    MIO-KEY                                 CNB23900
005400            ALTERNATE RECORD KEY MIO-EMP-NBR                      CNB23900
005500            FILE STATUS   WS-MSTRF-STATUS.                        CNB23900
005600     SELECT TRK-FILE     ASSIGN TO ETRACK                         CNB23900
005700            ORGANIZATION  INDEXED                                 CNB23900
005800            ACCESS MODE   DYNAMIC                                 CNB23900
005900            RECORD KEY    EMPTRK-KEY                              CNB23900
006000            FILE STATUS   WS-TRK-STATUS.                          CNB23900
006100     SELECT STK-FILE     ASSIGN TO STKFILE                        CNB23900
006200            ORGANIZATION  INDEXED                                 CNB23900
006300            ACCESS MODE   DYNAMIC                                 CNB23900
006400            RECORD KEY    SK-KEY                                  CNB23900
006500            FILE STATUS   WS-STK-STATUS.                          CNB23900
006600     SELECT TASK-FILE    ASSIGN TO TASKFILE                       CNB23900
006700            ORGANIZATION  INDEXED                                 CNB23900
006800            ACCESS MODE   RANDOM                                  CNB23900
006900            RECORD KEY    TK-KEY                                  CNB23900
007000            FILE STATUS   WS-TASK-STATUS.                         CNB23900
007100     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB23900
007200            ORGANIZATION  LINE SEQUENTIAL                         CNB23900
007300            FILE STATUS   WS-RPT-STATUS.                          CNB23900
007400*                                                                 CNB23900
007500 DATA DIVISION.                                                   CNB23900
007600 FILE SECTION.                                                    CNB23900
007700 FD  PARM-FILE                                                    CNB23900
007800     RECORD CONTAINS 80 CHARACTERS.                               CNB23900
007900 01  WS-PARM-RECORD.                                              CNB23900
008000     05  PARM-FUNC                 PIC X(8).                      CNB23900
008100     05  PARM-DATE-TIME            PIC X(12).                     CNB23900
008200     05  PARM-DIST                 PIC X(2).                      CNB23900
008300     05  PARM-SDIST                PIC X(2).                      CNB23900
008400     05  FILLER                    PIC X(56).                     CNB23900
008500 FD  MSTR-FILE                                                    CNB23900
008600     RECORD CONTAINS 500 CHARACTERS.                              CNB23900
008700 01  MIO-RECORD.                                                  CNB23900
008800     05  MIO-KEY.                                                 CNB23900
008900         10  MIO-DIST              PIC X(2).                      CNB23900
009000         10  MIO-SDIST             PIC X(2).                      CNB23900
009100         10  MIO-CRAFT             PIC X(2).                      CNB23900
009200         10  MIO-EMP-NAME          PIC X(26).                     CNB23900
009300         10  MIO-EMP-NBR           PIC X(9).                      CNB23900
009400     05  FILLER                    PIC X(459).                    CNB23900
009500 FD  TRK-FILE                                                     CNB23900
009600     RECORD CONTAINS 100 CHARACTERS.                              CNB23900
009700 01  EMPTRK-RECORD.                                               CNB23900
009800     05  EMPTRK-KEY.                                              CNB23900
009900         10  EMPTRK-EMP-NO         PIC X(9).                      CNB23900
010000         10  EMPTRK-EMP-TYPE       PIC X(1).                      CNB23900
010100         10  EMPTRK-SEQ            PIC X(2).                      CNB23900
010200*    YYMMDDHHMM:                                                  CNB23900
010300     05  EMPTRK-EFF-DATE-TIME      PIC X(10).                     CNB23900
010400     05  EMPTRK-TRACKING-REASON    PIC X(4).                      CNB23900
010500     05  EMPTRK-LAYOFF-CODE        PIC X(2).                      CNB23900
010600     05  EMPTRK-EM-CODE            PIC X(2).                      CNB23900
010700     05  EMPTRK-ASGN-OWNED-TYPE    PIC X(1).                      CNB23900
010800     05  EMPTRK-ASGN-OWNED         PIC X(12).                     CNB23900
010900     05  FILLER                    PIC X(57).                     CNB23900
011000 FD  STK-FILE                                                     CNB23900
011100     RECORD CONTAINS 80 CHARACTERS.                               CNB23900
011200 01  SK-RECORD.                                                   CNB23900
011300     05  SK-KEY.                                                  CNB23900
011400         10  SK-EMP-NO             PIC X(9).                      CNB23900
011500         10  SK-EMP-TYPE           PIC X(1).                      CNB23900
011600         10  SK-SEQ                PIC X(2).                      CNB23900
011700     05  SK-EMP-NAME               PIC X(26).                     CNB23900
011800*    YYMMDDHHMM - THE DUE TIME ALREADY TASKED:                    CNB23900
011900     05  SK-DUE-DATE-TIME          PIC X(10).                     CNB23900
012000     05  SK-TASKED-DATE-TIME       PIC X(12).                     CNB23900
012100     05  SK-LAST-SEEN              PIC X(12).                     CNB23900
012200     05  FILLER                    PIC X(8).                      CNB23900
012300 FD  TASK-FILE                                                    CNB23900
012400     RECORD CONTAINS 120 CHARACTERS.                              CNB23900
012500 01  TK-RECORD.                                                   CNB23900
012600     05  TK-KEY.                                                  CNB23900
012700         10  TK-DIST               PIC X(2).                      CNB23900
012800         10  TK-SDIST              PIC X(2).                      CNB23900
012900         10  TK-DATE-TIME          PIC X(14).                     CNB23900
013000         10  TK-SEQ                PIC X(2).                      CNB23900
013100     05  TK-CATEGORY               PIC X(4).                      CNB23900
013200     05  TK-PRIORITY               PIC 9(1).                      CNB23900
013300     05  TK-STATUS                 PIC X(1).                      CNB23900
013400         88  TK-OPEN                     VALUE 'O'.               CNB23900
013500     05  TK-OWNER                  PIC X(8).                      CNB23900
013600     05  TK-COMP-DATE-TIME         PIC X(14).                     CNB23900
013700     05  TK-TEXT                   PIC X(40).                     CNB23900
013800     05  FILLER                    PIC X(32).                     CNB23900
013900 FD  RPT-FILE                                                     CNB23900
014000     RECORD CONTAINS 132 CHARACTERS.                              CNB23900
014100 01  RPT-LINE                      PIC X(132).                    CNB23900
014200*                                                                 CNB23900
014300 WORKING-STORAGE SECTION.                                         CNB23900
014400 COPY WSMSTR.                                                     CNB23900
014500 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB23900
014600     88  WS-PARM-OK                       VALUE '00'.             CNB23900
014700 01  WS-MSTRF-STATUS               PIC XX VALUE SPACES.           CNB23900
014800     88  WS-MSTRF-OK                      VALUE '00'.             CNB23900
014900 01  WS-TRK-STATUS                 PIC XX VALUE SPACES.           CNB23900
015000     88  WS-TRK-OK                        VALUE '00'.             CNB23900
015100 01  WS-STK-STATUS                 PIC XX VALUE SPACES.           CNB23900
015200     88  WS-STK-OK                        VALUE '00'.             CNB23900
015300     88  WS-STK-NOTFND                    VALUE '23'.             CNB23900
015400 01  WS-TASK-STATUS                PIC XX VALUE SPACES.           CNB23900
015500     88  WS-TASK-OK                       VALUE '00'.             CNB23900
015600     88  WS-TASK-DUP                      VALUE '22'.             CNB23900
015700 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB23900
015800     88  WS-RPT-OK                        VALUE '00'.             CNB23900
015900 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB23900
016000 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB23900
016010 COPY WSERRLOG.                                                   CNB23900
016100 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB23900
016200     88  WS-FUNC-INQUIRY                  VALUE 'INQUIRY'.        CNB23900
016300     88  WS-FUNC-SWEEP                    VALUE 'SWEEP'.          CNB23900
016400 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB23900
016500 01  WS-SEL-DIST                   PIC X(2) VALUE SPACES.         CNB23900
016600 01  WS-SEL-SDIST                  PIC X(2) VALUE SPACES.         CNB23900
016700 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB23900
016800     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB23900
016900 01  WS-TRK-EOF-SW                 PIC X  VALUE 'N'.              CNB23900
017000     88  WS-EOF-TRACK                     VALUE 'Y'.              CNB23900
017100 01  WS-STUCK-SW                   PIC X  VALUE 'N'.              CNB23900
017200     88  WS-STUCK                         VALUE 'Y'.              CNB23900
017300 01  WS-STK-FOUND-SW               PIC X  VALUE 'N'.              CNB23900
017400     88  WS-STK-FOUND                     VALUE 'Y'.              CNB23900
017500 01  WS-CUR-BOARD.                                                CNB23900
017600     05  WS-CUR-DIST               PIC X(2) VALUE SPACES.         CNB23900
017700     05  WS-CUR-SDIST              PIC X(2) VALUE SPACES.         CNB23900
017800     05  WS-CUR-CRAFT              PIC X(2) VALUE SPACES.         CNB23900
017900*    YYMMDDHHMM:                                                  CNB23900
018000 01  WS-DUE-DATE-TIME              PIC X(10) VALUE SPACES.        CNB23900
018100 01  WS-PAST-MINS                  PIC S9(9) COMP VALUE ZEROS.    CNB23900
018200 01  WS-PAST-HH                    PIC S9(7) COMP VALUE ZEROS.    CNB23900
018300 01  WS-PAST-MM                    PIC S9(4) COMP VALUE ZEROS.    CNB23900
018400 01  WS-MINS-DUE                   PIC S9(9) COMP VALUE ZEROS.    CNB23900
018500 01  WS-MINS-RUN                   PIC S9(9) COMP VALUE ZEROS.    CNB23900
018600 01  WS-TASK-SEQ                   PIC 9(2) VALUE ZEROS.          CNB23900
018700 01  WS-TASK-CATEGORY              PIC X(4) VALUE SPACES.         CNB23900
018800 01  WS-TASK-PRIORITY              PIC 9(1) VALUE ZEROS.          CNB23900
018900 01  WS-TASK-TEXT                  PIC X(40) VALUE SPACES.        CNB23900
019000 01  WS-TRACK-COUNT                PIC 9(7) VALUE ZEROS.          CNB23900
019100 01  WS-STUCK-COUNT                PIC 9(7) VALUE ZEROS.          CNB23900
019200 01  WS-TASK-COUNT                 PIC 9(7) VALUE ZEROS.          CNB23900
019300 01  WS-CLEAR-COUNT                PIC 9(7) VALUE ZEROS.          CNB23900
019400 01  WS-LEAP-QUOT                  PIC S9(4) COMP VALUE ZEROS.    CNB23900
019500 01  WS-LEAP-REM                   PIC S9(4) COMP VALUE ZEROS.    CNB23900
019600 01  WS-SERIAL-DAYS                PIC S9(7) COMP VALUE ZEROS.    CNB23900
019700 01  WS-SERIAL-DATE-TIME.                                         CNB23900
019800     05  WS-SD-YY                  PIC 9(2).                      CNB23900
019900     05  WS-SD-MM                  PIC 9(2).                      CNB23900
020000     05  WS-SD-DD                  PIC 9(2).                      CNB23900
020100     05  WS-SD-HH                  PIC 9(2).                      CNB23900
020200     05  WS-SD-MIN                 PIC 9(2).                      CNB23900
020300 01  WS-CUM-DAYS-TABLE.                                           CNB23900
020400     05  FILLER                    PIC X(36) VALUE                CNB23900
020500         '000031059090120151181212243273304334'.                  CNB23900
020600 01  WS-CUM-DAYS REDEFINES WS-CUM-DAYS-TABLE.                     CNB23900
020700     05  WS-CUM-MON OCCURS 12 TIMES PIC 9(3).                     CNB23900
020800 01  WS-HDR-LINE.                                                 CNB23900
020900     05  FILLER                PIC X(38)  VALUE                   CNB23900
021000         'CNB239 - EMPLOYEE TRACKING QUEUE      '.                CNB23900
021100     05  FILLER                PIC X(2)   VALUE SPACES.           CNB23900
021200     05  HDR-FUNC              PIC X(8).                          CNB23900
021300     05  FILLER                PIC X(2)   VALUE SPACES.           CNB23900
021400     05  HDR-DATE-TIME         PIC X(12).                         CNB23900
021500     05  FILLER                PIC X(70)  VALUE SPACES.           CNB23900
021600 01  WS-COL-HDR-LINE.                                             CNB23900
021700     05  FILLER                    PIC X(44) VALUE                CNB23900
021800         'EMPLOYEE  NAME                       T SQ RS'.          CNB23900
021900     05  FILLER                    PIC X(44) VALUE                CNB23900
022000         'N  ST  TRACKED    MTOD       US-RSTD    DUE '.          CNB23900
022100     05  FILLER                    PIC X(44) VALUE                CNB23900
022200         '       PAST    ACTION'.                                 CNB23900
022300 01  WS-BOARD-LINE.                                               CNB23900
022400     05  FILLER                    PIC X(11) VALUE 'HOME BOARD '. CNB23900
022500     05  BRD-DIST                  PIC X(2).                      CNB23900
022600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23900
022700     05  BRD-SDIST                 PIC X(2).                      CNB23900
022800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23900
022900     05  BRD-CRAFT                 PIC X(2).                      CNB23900
023000     05  FILLER                    PIC X(113) VALUE SPACES.       CNB23900
023100 01  WS-DTL-LINE.                                                 CNB23900
023200     05  DTL-EMP-NBR               PIC X(9).                      CNB23900
023300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23900
023400     05  DTL-EMP-NAME              PIC X(26).                     CNB23900
023500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23900
023600     05  DTL-TYPE                  PIC X(1).                      CNB23900
023700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23900
023800     05  DTL-SEQ                   PIC X(2).                      CNB23900
023900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23900
024000     05  DTL-REASON                PIC X(4).                      CNB23900
024100     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23900
024200     05  DTL-STATUS                PIC X(2).                      CNB23900
024300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23900
024400     05  DTL-TRACKED               PIC X(10).                     CNB23900
024500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23900
024600     05  DTL-MTOD                  PIC X(10).                     CNB23900
024700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23900
024800     05  DTL-US-RSTD               PIC X(10).                     CNB23900
024900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23900
025000     05  DTL-DUE                   PIC X(10).                     CNB23900
025100     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23900
025200     05  DTL-PAST.                                                CNB23900
025300         10  DTL-PAST-HH           PIC ZZZ9.                      CNB23900
025400         10  DTL-PAST-COLON        PIC X(1).                      CNB23900
025500         10  DTL-PAST-MM           PIC 99.                        CNB23900
025600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23900
025700     05  DTL-ACTION                PIC X(12).                     CNB23900
025800     05  FILLER                    PIC X(17) VALUE SPACES.        CNB23900
025900 01  WS-CNT-LINE.                                                 CNB23900
026000     05  CNT-LABEL                 PIC X(30).                     CNB23900
026100     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB23900
026200     05  FILLER                    PIC X(95) VALUE SPACES.        CNB23900
026300*                                                                 CNB23900
026400 PROCEDURE DIVISION.                                              CNB23900
026500 P0000-MAINLINE.                                                  CNB23900
026600     PERFORM P1000-INITIALIZE                                     CNB23900
026700     PERFORM P2000-SWEEP-MASTERS UNTIL WS-EOF-INPUT               CNB23900
026800     IF WS-FUNC-SWEEP                                             CNB23900
026900        PERFORM P5000-CLEAR-RESOLVED                              CNB23900
027000     END-IF                                                       CNB23900
027100     PERFORM P9000-TERMINATE                                      CNB23900
027200     GOBACK.                                                      CNB23900
027300*                                                                 CNB23900
027400 P1000-INITIALIZE.                                                CNB23900
027500     OPEN INPUT PARM-FILE                                         CNB23900
027600     IF NOT WS-PARM-OK                                            CNB23900
027700        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB23900
027800        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB23900
027900        PERFORM P9999-GOT-PROBLEM                                 CNB23900
028000     END-IF                                                       CNB23900
028100     READ PARM-FILE                                               CNB23900
028200     IF NOT WS-PARM-OK                                            CNB23900
028300        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB23900
028400        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB23900
028500        PERFORM P9999-GOT-PROBLEM                                 CNB23900
028600     END-IF                                                       CNB23900
028700     MOVE PARM-FUNC                TO WS-FUNC                     CNB23900
028800     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB23900
028900     MOVE PARM-DIST                TO WS-SEL-DIST                 CNB23900
029000     MOVE PARM-SDIST               TO WS-SEL-SDIST                CNB23900
029100     CLOSE PARM-FILE                                              CNB23900
029200     IF NOT WS-FUNC-INQUIRY AND NOT WS-FUNC-SWEEP                 CNB23900
029300        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB23900
029400        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB23900
029500        PERFORM P9999-GOT-PROBLEM                                 CNB23900
029600     END-IF                                                       CNB23900
029700*    THE SWEEP ALWAYS COVERS EVERY BOARD SO STKFILE STAYS WHOLE.  CNB23900
029800     IF WS-FUNC-SWEEP                                             CNB23900
029900        MOVE SPACES                TO WS-SEL-DIST                 CNB23900
030000                                      WS-SEL-SDIST                CNB23900
030100     END-IF                                                       CNB23900
030200     IF WS-RUN-DATE-TIME (1:10) NOT NUMERIC                       CNB23900
030300        MOVE 'P1000-BAD-DATE'      TO WS-ABEND-PARAGRAPH          CNB23900
030400        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB23900
030500        PERFORM P9999-GOT-PROBLEM                                 CNB23900
030600     END-IF                                                       CNB23900
030700     OPEN INPUT MSTR-FILE                                         CNB23900
030800     IF NOT WS-MSTRF-OK                                           CNB23900
030900        MOVE 'P1000-OPEN-MST'      TO WS-ABEND-PARAGRAPH          CNB23900
031000        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB23900
031100        PERFORM P9999-GOT-PROBLEM                                 CNB23900
031200     END-IF                                                       CNB23900
031300     OPEN INPUT TRK-FILE                                          CNB23900
031400     IF NOT WS-TRK-OK                                             CNB23900
031500        MOVE 'P1000-OPEN-TRK'      TO WS-ABEND-PARAGRAPH          CNB23900
031600        MOVE WS-TRK-STATUS         TO WS-ABEND-STATUS             CNB23900
031700        PERFORM P9999-GOT-PROBLEM                                 CNB23900
031800     END-IF                                                       CNB23900
031900     IF WS-FUNC-SWEEP                                             CNB23900
032000        PERFORM P1100-OPEN-SWEEP-FILES                            CNB23900
032100     END-IF                                                       CNB23900
032200     OPEN OUTPUT RPT-FILE                                         CNB23900
032300     IF NOT WS-RPT-OK                                             CNB23900
032400        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB23900
032500        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB23900
032600        PERFORM P9999-GOT-PROBLEM                                 CNB23900
032700     END-IF                                                       CNB23900
032800     MOVE WS-FUNC                  TO HDR-FUNC                    CNB23900
032900     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB23900
033000     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB23900
033100     MOVE SPACES                   TO RPT-LINE                    CNB23900
033200     WRITE RPT-LINE                                               CNB23900
033300     WRITE RPT-LINE FROM WS-COL-HDR-LINE                          CNB23900
033400     MOVE WS-RUN-DATE-TIME (1:10)  TO WS-SERIAL-DATE-TIME         CNB23900
033500     PERFORM P8000-DATE-TO-SERIAL                                 CNB23900
033600     COMPUTE WS-MINS-RUN = (WS-SERIAL-DAYS * 1440)                CNB23900
033700           + (WS-SD-HH * 60) + WS-SD-MIN                          CNB23900
033800     MOVE LOW-VALUES               TO MIO-KEY                     CNB23900
033900     IF WS-SEL-DIST > SPACES                                      CNB23900
034000        MOVE WS-SEL-DIST           TO MIO-DIST                    CNB23900
034100        IF WS-SEL-SDIST > SPACES                                  CNB23900
034200           MOVE WS-SEL-SDIST       TO MIO-SDIST                   CNB23900
034300        END-IF                                                    CNB23900
034400     END-IF                                                       CNB23900
034500     START MSTR-FILE KEY NOT < MIO-KEY                            CNB23900
034600     IF NOT WS-MSTRF-OK                                           CNB23900
034700        SET WS-EOF-INPUT TO TRUE                                  CNB23900
034800     END-IF.                                                      CNB23900
034900*                                                                 CNB23900
035000 P1100-OPEN-SWEEP-FILES.                                          CNB23900
035100     OPEN I-O STK-FILE                                            CNB23900
035200     IF WS-STK-STATUS = '35'                                      CNB23900
035300        OPEN OUTPUT STK-FILE                                      CNB23900
035400        CLOSE STK-FILE                                            CNB23900
035500        OPEN I-O STK-FILE                                         CNB23900
035600     END-IF                                                       CNB23900
035700     IF NOT WS-STK-OK                                             CNB23900
035800        MOVE 'P1100-OPEN-STK'      TO WS-ABEND-PARAGRAPH          CNB23900
035900        MOVE WS-STK-STATUS         TO WS-ABEND-STATUS             CNB23900
036000        PERFORM P9999-GOT-PROBLEM                                 CNB23900
036100     END-IF                                                       CNB23900
036200     OPEN I-O TASK-FILE                                           CNB23900
036300     IF WS-TASK-STATUS = '35'                                     CNB23900
036400        OPEN OUTPUT TASK-FILE                                     CNB23900
036500        CLOSE TASK-FILE                                           CNB23900
036600        OPEN I-O TASK-FILE                                        CNB23900
036700     END-IF                                                       CNB23900
036800     IF NOT WS-TASK-OK                                            CNB23900
036900        MOVE 'P1100-OPEN-TSK'      TO WS-ABEND-PARAGRAPH          CNB23900
037000        MOVE WS-TASK-STATUS        TO WS-ABEND-STATUS             CNB23900
037100        PERFORM P9999-GOT-PROBLEM                                 CNB23900
037200     END-IF.                                                      CNB23900
037300*                                                                 CNB23900
037400 P2000-SWEEP-MASTERS.                                             CNB23900
037500     READ MSTR-FILE NEXT                                          CNB23900
037600          AT END                                                  CNB23900
037700             SET WS-EOF-INPUT TO TRUE                             CNB23900
037800     END-READ                                                     CNB23900
037900     IF NOT WS-EOF-INPUT                                          CNB23900
038000        MOVE MIO-RECORD            TO WS-MSTR                     CNB23900
038100        IF WS-SEL-DIST > SPACES                                   CNB23900
038200           AND (DIST NOT = WS-SEL-DIST                            CNB23900
038300                OR (WS-SEL-SDIST > SPACES                         CNB23900
038400                    AND SUB-DIST NOT = WS-SEL-SDIST))             CNB23900
038500           SET WS-EOF-INPUT TO TRUE                               CNB23900
038600        ELSE                                                      CNB23900
038700           PERFORM P2100-EMPLOYEE-TRACKING                        CNB23900
038800        END-IF                                                    CNB23900
038900     END-IF.                                                      CNB23900
039000*                                                                 CNB23900
039100 P2100-EMPLOYEE-TRACKING.                                         CNB23900
039200     MOVE LOW-VALUES               TO EMPTRK-KEY                  CNB23900
039300     MOVE EMP-NBR                  TO EMPTRK-EMP-NO               CNB23900
039400     MOVE 'N'                      TO WS-TRK-EOF-SW               CNB23900
039500     START TRK-FILE KEY NOT < EMPTRK-KEY                          CNB23900
039600     IF NOT WS-TRK-OK                                             CNB23900
039700        SET WS-EOF-TRACK TO TRUE                                  CNB23900
039800     END-IF                                                       CNB23900
039900     PERFORM P2200-READ-TRACKING UNTIL WS-EOF-TRACK.              CNB23900
040000*                                                                 CNB23900
040100 P2200-READ-TRACKING.                                             CNB23900
040200     READ TRK-FILE NEXT                                           CNB23900
040300          AT END                                                  CNB23900
040400             SET WS-EOF-TRACK TO TRUE                             CNB23900
040500     END-READ                                                     CNB23900
040600     IF NOT WS-EOF-TRACK                                          CNB23900
040700        IF EMPTRK-EMP-NO NOT = EMP-NBR                            CNB23900
040800           SET WS-EOF-TRACK TO TRUE                               CNB23900
040900        ELSE                                                      CNB23900
041000           ADD 1 TO WS-TRACK-COUNT                                CNB23900
041100           PERFORM P3000-DUE-TIME THRU P3000-EXIT                 CNB23900
041200           IF WS-STUCK                                            CNB23900
041300              ADD 1 TO WS-STUCK-COUNT                             CNB23900
041400           END-IF                                                 CNB23900
041500           IF WS-FUNC-INQUIRY                                     CNB23900
041600              MOVE SPACES          TO DTL-ACTION                  CNB23900
041700              IF WS-STUCK                                         CNB23900
041800                 MOVE 'PAST DUE'   TO DTL-ACTION                  CNB23900
041900              END-IF                                              CNB23900
042000              PERFORM P8100-PRINT-ENTRY                           CNB23900
042100           ELSE                                                   CNB23900
042200              IF WS-STUCK                                         CNB23900
042300                 PERFORM P4000-TASK-STUCK                         CNB23900
042400              END-IF                                              CNB23900
042500           END-IF                                                 CNB23900
042600        END-IF                                                    CNB23900
042700     END-IF.                                                      CNB23900
042800*                                                                 CNB23900
042900 P3000-DUE-TIME.                                                  CNB23900
043000*    THE ENTRY IS DUE AT THE LATER OF ITS TWO MARK-UP TIMES.  IT  CNB23900
043100*    IS STUCK ONCE THAT TIME HAS PASSED WITH THE EMPLOYEE STILL   CNB23900
043200*    OFF THE BOARD.                                               CNB23900
043300     MOVE 'N'                      TO WS-STUCK-SW                 CNB23900
043400     MOVE SPACES                   TO WS-DUE-DATE-TIME            CNB23900
043500     MOVE ZEROS                    TO WS-PAST-MINS                CNB23900
043600     IF EMP-TRACK-MTOD-DATE-TIME NUMERIC                          CNB23900
043700        AND EMP-TRACK-MTOD-DATE-TIME > ZEROS                      CNB23900
043800        MOVE EMP-TRACK-MTOD-DATE-TIME TO WS-DUE-DATE-TIME         CNB23900
043900     END-IF                                                       CNB23900
044000     IF EMP-TRACK-US-RSTD-DATE-TIME NUMERIC                       CNB23900
044100        AND EMP-TRACK-US-RSTD-DATE-TIME > ZEROS                   CNB23900
044200        AND EMP-TRACK-US-RSTD-DATE-TIME > WS-DUE-DATE-TIME        CNB23900
044300        MOVE EMP-TRACK-US-RSTD-DATE-TIME TO WS-DUE-DATE-TIME      CNB23900
044400     END-IF                                                       CNB23900
044500     IF WS-DUE-DATE-TIME = SPACES                                 CNB23900
044600        OR WS-DUE-DATE-TIME NOT < WS-RUN-DATE-TIME (1:10)         CNB23900
044700        OR AVAILABLE OR WORKING                                   CNB23900
044800        GO TO P3000-EXIT                                          CNB23900
044900     END-IF                                                       CNB23900
045000     SET WS-STUCK TO TRUE                                         CNB23900
045100     MOVE WS-DUE-DATE-TIME         TO WS-SERIAL-DATE-TIME         CNB23900
045200     PERFORM P8000-DATE-TO-SERIAL                                 CNB23900
045300     COMPUTE WS-MINS-DUE = (WS-SERIAL-DAYS * 1440)                CNB23900
045400           + (WS-SD-HH * 60) + WS-SD-MIN                          CNB23900
045500     IF WS-MINS-RUN > WS-MINS-DUE                                 CNB23900
045600        COMPUTE WS-PAST-MINS = WS-MINS-RUN - WS-MINS-DUE          CNB23900
045700     END-IF.                                                      CNB23900
045800 P3000-EXIT.                                                      CNB23900
045900     EXIT.                                                        CNB23900
046000*                                                                 CNB23900
046100 P4000-TASK-STUCK.                                                CNB23900
046200*    A STUCK ENTRY IS TASKED ONCE PER DUE TIME.  LATER SWEEPS     CNB23900
046300*    KEEP LISTING IT AS OPEN UNTIL IT FIRES OR IS WORKED.         CNB23900
046400     PERFORM P8200-READ-STK                                       CNB23900
046500     IF WS-STK-FOUND                                              CNB23900
046600        AND SK-DUE-DATE-TIME = WS-DUE-DATE-TIME                   CNB23900
046700        MOVE 'OPEN'                TO DTL-ACTION                  CNB23900
046800     ELSE                                                         CNB23900
046900        MOVE SPACES                TO SK-RECORD                   CNB23900
047000        MOVE EMPTRK-KEY            TO SK-KEY                      CNB23900
047100        MOVE EMP-NAME              TO SK-EMP-NAME                 CNB23900
047200        MOVE WS-DUE-DATE-TIME      TO SK-DUE-DATE-TIME            CNB23900
047300        MOVE WS-RUN-DATE-TIME      TO SK-TASKED-DATE-TIME         CNB23900
047400        MOVE 'TRKS'                TO WS-TASK-CATEGORY            CNB23900
047500        MOVE 1                     TO WS-TASK-PRIORITY            CNB23900
047600        MOVE SPACES                TO WS-TASK-TEXT                CNB23900
047700        STRING 'STUCK TRACKING ' EMP-NBR ' DUE '                  CNB23900
047800               WS-DUE-DATE-TIME                                   CNB23900
047900               DELIMITED BY SIZE INTO WS-TASK-TEXT                CNB23900
048000        PERFORM P8300-WRITE-TASK                                  CNB23900
048100        MOVE 'TASKED'              TO DTL-ACTION                  CNB23900
048200     END-IF                                                       CNB23900
048300     MOVE WS-RUN-DATE-TIME         TO SK-LAST-SEEN                CNB23900
048400     PERFORM P8400-SAVE-STK                                       CNB23900
048500     PERFORM P8100-PRINT-ENTRY.                                   CNB23900
048600*                                                                 CNB23900
048700 P5000-CLEAR-RESOLVED.                                            CNB23900
048800*    A STKFILE RECORD NOT SEEN ON THIS SWEEP BELONGS TO AN ENTRY  CNB23900
048900*    THAT HAS FIRED, BEEN WORKED OR BEEN REMOVED.                 CNB23900
049000     MOVE 'N'                      TO WS-EOF-SW                   CNB23900
049100     MOVE LOW-VALUES               TO SK-KEY                      CNB23900
049200     START STK-FILE KEY NOT < SK-KEY                              CNB23900
049300     IF NOT WS-STK-OK                                             CNB23900
049400        SET WS-EOF-INPUT TO TRUE                                  CNB23900
049500     END-IF                                                       CNB23900
049600     PERFORM P5100-CHECK-CLEARED UNTIL WS-EOF-INPUT.              CNB23900
049700*                                                                 CNB23900
049800 P5100-CHECK-CLEARED.                                             CNB23900
049900     READ STK-FILE NEXT                                           CNB23900
050000          AT END                                                  CNB23900
050100             SET WS-EOF-INPUT TO TRUE                             CNB23900
050200     END-READ                                                     CNB23900
050300     IF NOT WS-EOF-INPUT                                          CNB23900
050400        AND SK-LAST-SEEN NOT = WS-RUN-DATE-TIME                   CNB23900
050500        ADD 1 TO WS-CLEAR-COUNT                                   CNB23900
050600        MOVE SPACES                TO WS-DTL-LINE                 CNB23900
050700        MOVE SK-EMP-NO             TO DTL-EMP-NBR                 CNB23900
050800        MOVE SK-EMP-NAME           TO DTL-EMP-NAME                CNB23900
050900        MOVE SK-EMP-TYPE           TO DTL-TYPE                    CNB23900
051000        MOVE SK-SEQ                TO DTL-SEQ                     CNB23900
051100        MOVE SK-DUE-DATE-TIME      TO DTL-DUE                     CNB23900
051200        MOVE 'CLEARED'             TO DTL-ACTION                  CNB23900
051300        WRITE RPT-LINE FROM WS-DTL-LINE                           CNB23900
051400        DELETE STK-FILE RECORD                                    CNB23900
051500        IF NOT WS-STK-OK                                          CNB23900
051600           MOVE 'P5100-DEL-STK'    TO WS-ABEND-PARAGRAPH          CNB23900
051700           MOVE WS-STK-STATUS      TO WS-ABEND-STATUS             CNB23900
051800           PERFORM P9999-GOT-PROBLEM                              CNB23900
051900        END-IF                                                    CNB23900
052000     END-IF.                                                      CNB23900
052100*                                                                 CNB23900
052200 P8000-DATE-TO-SERIAL.                                            CNB23900
052300*    DAYS FROM 01/01/00 TO THE YYMMDD IN WS-SERIAL-DATE-TIME.     CNB23900
052400     DIVIDE WS-SD-YY BY 4 GIVING WS-LEAP-QUOT                     CNB23900
052500            REMAINDER WS-LEAP-REM                                 CNB23900
052600     COMPUTE WS-SERIAL-DAYS = (WS-SD-YY * 365) + WS-LEAP-QUOT     CNB23900
052700           + WS-CUM-MON (WS-SD-MM) + WS-SD-DD                     CNB23900
052800     IF WS-LEAP-REM = ZEROS                                       CNB23900
052900        AND WS-SD-MM < 3                                          CNB23900
053000        SUBTRACT 1 FROM WS-SERIAL-DAYS                            CNB23900
053100     END-IF.                                                      CNB23900
053200*                                                                 CNB23900
053300 P8100-PRINT-ENTRY.                                               CNB23900
053400     IF DIST NOT = WS-CUR-DIST                                    CNB23900
053500        OR SUB-DIST NOT = WS-CUR-SDIST                            CNB23900
053600        OR CRAFT NOT = WS-CUR-CRAFT                               CNB23900
053700        MOVE DIST                  TO WS-CUR-DIST                 CNB23900
053800        MOVE SUB-DIST              TO WS-CUR-SDIST                CNB23900
053900        MOVE CRAFT                 TO WS-CUR-CRAFT                CNB23900
054000        MOVE DIST                  TO BRD-DIST                    CNB23900
054100        MOVE SUB-DIST              TO BRD-SDIST                   CNB23900
054200        MOVE CRAFT                 TO BRD-CRAFT                   CNB23900
054300        MOVE SPACES                TO RPT-LINE                    CNB23900
054400        WRITE RPT-LINE                                            CNB23900
054500        WRITE RPT-LINE FROM WS-BOARD-LINE                         CNB23900
054600     END-IF                                                       CNB23900
054700     MOVE EMP-NBR                  TO DTL-EMP-NBR                 CNB23900
054800     MOVE EMP-NAME                 TO DTL-EMP-NAME                CNB23900
054900     MOVE EMPTRK-EMP-TYPE          TO DTL-TYPE                    CNB23900
055000     MOVE EMPTRK-SEQ               TO DTL-SEQ                     CNB23900
055100     MOVE EMPTRK-TRACKING-REASON   TO DTL-REASON                  CNB23900
055200     MOVE LAYOFF-CODE              TO DTL-STATUS                  CNB23900
055300     MOVE EMPTRK-EFF-DATE-TIME     TO DTL-TRACKED                 CNB23900
055400     MOVE EMP-TRACK-MTOD-DATE-TIME TO DTL-MTOD                    CNB23900
055500     MOVE EMP-TRACK-US-RSTD-DATE-TIME TO DTL-US-RSTD              CNB23900
055600     MOVE WS-DUE-DATE-TIME         TO DTL-DUE                     CNB23900
055700     IF WS-STUCK                                                  CNB23900
055800        DIVIDE WS-PAST-MINS BY 60 GIVING WS-PAST-HH               CNB23900
055900               REMAINDER WS-PAST-MM                               CNB23900
056000        MOVE WS-PAST-HH            TO DTL-PAST-HH                 CNB23900
056100        MOVE ':'                   TO DTL-PAST-COLON              CNB23900
056200        MOVE WS-PAST-MM            TO DTL-PAST-MM                 CNB23900
056300     ELSE                                                         CNB23900
056400        MOVE SPACES                TO DTL-PAST                    CNB23900
056500     END-IF                                                       CNB23900
056600     WRITE RPT-LINE FROM WS-DTL-LINE.                             CNB23900
056700*                                                                 CNB23900
056800 P8200-READ-STK.                                                  CNB23900
056900     MOVE 'N'                      TO WS-STK-FOUND-SW             CNB23900
057000     MOVE EMPTRK-KEY               TO SK-KEY                      CNB23900
057100     READ STK-FILE                                                CNB23900
057200     EVALUATE TRUE                                                CNB23900
057300        WHEN WS-STK-OK                                            CNB23900
057400             SET WS-STK-FOUND TO TRUE                             CNB23900
057500        WHEN WS-STK-NOTFND                                        CNB23900
057600             CONTINUE                                             CNB23900
057700        WHEN OTHER                                                CNB23900
057800             MOVE 'P8200-RD-STK'   TO WS-ABEND-PARAGRAPH          CNB23900
057900             MOVE WS-STK-STATUS    TO WS-ABEND-STATUS             CNB23900
058000             PERFORM P9999-GOT-PROBLEM                            CNB23900
058100     END-EVALUATE.                                                CNB23900
058200*                                                                 CNB23900
058300 P8300-WRITE-TASK.                                                CNB23900
058400     ADD 1 TO WS-TASK-COUNT                                       CNB23900
058500     MOVE ZEROS                    TO WS-TASK-SEQ                 CNB23900
058600     MOVE SPACES                   TO TK-RECORD                   CNB23900
058700     MOVE DIST                     TO TK-DIST                     CNB23900
058800     MOVE SUB-DIST                 TO TK-SDIST                    CNB23900
058900     MOVE '20'                     TO TK-DATE-TIME (1:2)          CNB23900
059000     MOVE WS-RUN-DATE-TIME         TO TK-DATE-TIME (3:12)         CNB23900
059100     MOVE WS-TASK-CATEGORY         TO TK-CATEGORY                 CNB23900
059200     MOVE WS-TASK-PRIORITY         TO TK-PRIORITY                 CNB23900
059300     SET TK-OPEN TO TRUE                                          CNB23900
059400     MOVE WS-TASK-TEXT             TO TK-TEXT                     CNB23900
059500     PERFORM P8310-TRY-WRITE-TASK                                 CNB23900
059600     PERFORM P8320-BUMP-TASK-SEQ                                  CNB23900
059700             UNTIL NOT WS-TASK-DUP                                CNB23900
059800                OR WS-TASK-SEQ > 98                               CNB23900
059900     IF NOT WS-TASK-OK                                            CNB23900
060000        MOVE 'P8300-WR-TASK'       TO WS-ABEND-PARAGRAPH          CNB23900
060100        MOVE WS-TASK-STATUS        TO WS-ABEND-STATUS             CNB23900
060200        PERFORM P9999-GOT-PROBLEM                                 CNB23900
060300     END-IF.                                                      CNB23900
060400*                                                                 CNB23900
060500 P8310-TRY-WRITE-TASK.                                            CNB23900
060600     MOVE WS-TASK-SEQ              TO TK-SEQ                      CNB23900
060700     WRITE TK-RECORD                                              CNB23900
060800     IF WS-TASK-DUP                                               CNB23900
060900        CONTINUE                                                  CNB23900
061000     ELSE                                                         CNB23900
061100        IF NOT WS-TASK-OK                                         CNB23900
061200           MOVE 'P8310-WR-TASK'    TO WS-ABEND-PARAGRAPH          CNB23900
061300           MOVE WS-TASK-STATUS     TO WS-ABEND-STATUS             CNB23900
061400           PERFORM P9999-GOT-PROBLEM                              CNB23900
061500        END-IF                                                    CNB23900
061600     END-IF.                                                      CNB23900
061700*                                                                 CNB23900
061800 P8320-BUMP-TASK-SEQ.                                             CNB23900
061900     ADD 1 TO WS-TASK-SEQ                                         CNB23900
062000     PERFORM P8310-TRY-WRITE-TASK.                                CNB23900
062100*                                                                 CNB23900
062200 P8400-SAVE-STK.                                                  CNB23900
062300     IF WS-STK-FOUND                                              CNB23900
062400        REWRITE SK-RECORD                                         CNB23900
062500     ELSE                                                         CNB23900
062600        WRITE SK-RECORD                                           CNB23900
062700     END-IF                                                       CNB23900
062800     IF NOT WS-STK-OK                                             CNB23900
062900        MOVE 'P8400-WR-STK'        TO WS-ABEND-PARAGRAPH          CNB23900
063000        MOVE WS-STK-STATUS         TO WS-ABEND-STATUS             CNB23900
063100        PERFORM P9999-GOT-PROBLEM                                 CNB23900
063200     END-IF.                                                      CNB23900
063300*                                                                 CNB23900
063400 P9000-TERMINATE.                                                 CNB23900
063500     MOVE SPACES                   TO RPT-LINE                    CNB23900
063600     WRITE RPT-LINE                                               CNB23900
063700     MOVE 'TRACKING ENTRIES READ .....' TO CNT-LABEL              CNB23900
063800     MOVE WS-TRACK-COUNT           TO CNT-VALUE                   CNB23900
063900     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23900
064000     MOVE 'STUCK PAST DUE TIME .......' TO CNT-LABEL              CNB23900
064100     MOVE WS-STUCK-COUNT           TO CNT-VALUE                   CNB23900
064200     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23900
064300     IF WS-FUNC-SWEEP                                             CNB23900
064400        MOVE 'TASKS RAISED ..............' TO CNT-LABEL           CNB23900
064500        MOVE WS-TASK-COUNT         TO CNT-VALUE                   CNB23900
064600        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB23900
064700        MOVE 'CLEARED SINCE LAST SWEEP ..' TO CNT-LABEL           CNB23900
064800        MOVE WS-CLEAR-COUNT        TO CNT-VALUE                   CNB23900
064900        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB23900
065000        CLOSE STK-FILE                                            CNB23900
065100              TASK-FILE                                           CNB23900
065200     END-IF                                                       CNB23900
065300     CLOSE MSTR-FILE                                              CNB23900
065400           TRK-FILE                                               CNB23900
065500           RPT-FILE.                                              CNB23900
065600*                                                                 CNB23900
065700 P9999-GOT-PROBLEM.                                               CNB23900
065710     MOVE 'CNB239'                 TO XE-PROGRAM                  CNB23900
065720     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB23900
065730     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB23900
065740     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB23900
065800     DISPLAY 'CNB239 ABEND IN ' WS-ABEND-PARAGRAPH                CNB23900
065900              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB23900
066000     MOVE 16 TO RETURN-CODE                                       CNB23900
066100     GOBACK.                                                      CNB23900
