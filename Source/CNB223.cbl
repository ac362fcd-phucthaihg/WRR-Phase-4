000100 IDENTIFICATION DIVISION.                                         CNB22300
000200 PROGRAM-ID. CNB223.                                              CNB22300
000300*AUTHOR.     JMC.                                                 CNB22300
000400*DATE-WRITTEN. 10/15/26.                                          CNB22300
000500*REMARKS.                                                         CNB22300
000600*    REFUSED BOOK-OFF REGISTER WITH MANPOWER JUSTIFICATION.  WHEN CNB22300
000700*    A LAYOFF IS REFUSED (STATUS REASON P956-ST-RSN-REFUSE-LAYOFF)CNB22300
000800*    CNP917'S P4000-WRITE-REF-BKOFF-HIST WRITES A REFUSE-LAYOFF   CNB22300
000900*    HISTORY RECORD CARRYING ONLY THE ECC CODE AND STATUS -- NOT  CNB22300
001000*    WHO REFUSED, WHY, OR WHAT THE BOARD LOOKED LIKE.  THE UNION  CNB22300
001100*    GRIEVES REFUSED BOOK-OFFS AND WE COULD NOT SHOW THE BOARD    CNB22300
001200*    WAS REALLY SHORT.  AT THE MOMENT OF REFUSAL CNP917           CNB22300
001300*    (P4010-REGISTER-REFUSAL, BY CICS FILE CONTROL) NOW WRITES ONECNB22300
001400*    REFFILE RECORD WITH THE REFUSING SUPERVISOR (P917-SUPV-INIT),CNB22300
001500*    A REFUSAL REASON CODE, AND A SNAPSHOT OF THE EXTRABOARD      CNB22300
001600*    (TURNS ON BOARD FOR THE DISTRICT/SUB-DISTRICT/CRAFT) AND POOLCNB22300
001700*    (IN-TOWN TURNS, NOT VACANCIES, FOR THE EMPLOYEE'S POOL)      CNB22300
001800*    STRENGTH TAKEN FROM THE SAME EB AND UFP FILES CNB122 UNLOADS.CNB22300
001900*    A BLANK REFUSAL REASON IS STORED AS 'NS' (NOT STATED).       CNB22300
002000*    FUNCTIONS FROM THE PARM CARD:                                CNB22300
002100*      MONTHLY - EVERY REFUSAL IN THE PARM MONTH (YYMM) WITH ITS  CNB22300
002200*                SNAPSHOT, THEN TOTALS BY BOARD AND BY            CNB22300
002300*                SUPERVISOR.  A REFUSAL WHOSE BOARD HAD MORE THAN CNB22300
002400*                THE PARM MIN-AVAIL TURNS AVAILABLE IS COUNTED AS CNB22300
002500*                NOT SHORT - THOSE ARE THE ONES THAT WILL NOT     CNB22300
002600*                STAND UP TO A GRIEVANCE.                         CNB22300
002700*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB22300
002800*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB22300
002900*                                                                 CNB22300
003000*TBD  P917-REFUSE-RSN STILL NEEDS ADDING TO P917COMM FOR THE      CNB22300
003100*CNP917 CALL SITE IN P4000-WRITE-REF-BKOFF-HIST.                  CNB22300
003200*                                                                 CNB22300
003300 ENVIRONMENT DIVISION.                                            CNB22300
003400 CONFIGURATION SECTION.                                           CNB22300
003500 SOURCE-COMPUTER.  IBM-370.                                       CNB22300
003600 OBJECT-COMPUTER.  IBM-370.                                       CNB22300
003700 INPUT-OUTPUT SECTION.                                            CNB22300
003800 FILE-CONTROL.                                                    CNB22300
003900     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB22300
004000            ORGANIZATION  SEQUENTIAL                              CNB22300
004100            FILE STATUS   WS-PARM-STATUS.                         CNB22300
004200     SELECT REF-FILE     ASSIGN TO REFFILE                        CNB22300
004300            ORGANIZATION  INDEXED                                 CNB22300
004400            ACCESS MODE   DYNAMIC                                 CNB22300
004500            RECORD KEY    RF-KEY                                  CNB22300
004600            FILE STATUS   WS-REF-STATUS.                          CNB22300
004700     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB22300
004800            ORGANIZATION  LINE SEQUENTIAL                         CNB22300
004900            FILE STATUS   WS-RPT-STATUS.                          CNB22300
005000*                                                                 CNB22300
005100 DATA DIVISION.                                                   CNB22300
005200 FILE SECTION.                                                    CNB22300
005300 FD  PARM-FILE                                                    CNB22300
005400     RECORD CONTAINS 80 CHARACTERS.                               CNB22300
005500 01  WS-PARM-RECORD.                                              CNB22300
005600     05  PARM-FUNC                 PIC X(8).                      CNB22300
005700     05  PARM-DATE-TIME            PIC X(12).                     CNB22300
005800     05  PARM-MONTH                PIC X(4).                      CNB22300
005900     05  PARM-MIN-AVAIL            PIC 9(3).                      CNB22300
006000     05  FILLER                    PIC X(53).                     CNB22300
006100 FD  REF-FILE                                                     CNB22300
006200     RECORD CONTAINS 100 CHARACTERS.                              CNB22300
006300 01  RF-RECORD.                                                   CNB22300
006400     05  RF-KEY.                                                  CNB22300
006500         10  RF-EMP-NBR            PIC X(9).                      CNB22300
006600         10  RF-DATE-TIME          PIC X(12).                     CNB22300
006700     05  RF-DIST                   PIC X(2).                      CNB22300
006800     05  RF-SDIST                  PIC X(2).                      CNB22300
006900     05  RF-CRAFT                  PIC X(2).                      CNB22300
007000     05  RF-POOL                   PIC X(10).                     CNB22300
007100     05  RF-BOARD-TYPE             PIC X(1).                      CNB22300
007200         88  RF-BOARD-XB                 VALUE 'X'.               CNB22300
007300         88  RF-BOARD-POOL               VALUE 'P'.               CNB22300
007400     05  RF-SUPV-INIT              PIC X(8).                      CNB22300
007500     05  RF-REASON                 PIC X(2).                      CNB22300
007600     05  RF-ECC-CODE               PIC X(2).                      CNB22300
007700     05  RF-LO-CODE                PIC X(1).                      CNB22300
007800     05  RF-XB-TOTAL               PIC 9(5).                      CNB22300
007900     05  RF-XB-AVAIL               PIC 9(5).                      CNB22300
008000     05  RF-POOL-TOTAL             PIC 9(5).                      CNB22300
008100     05  RF-POOL-AVAIL             PIC 9(5).                      CNB22300
008200     05  FILLER                    PIC X(29).                     CNB22300
008300 FD  RPT-FILE                                                     CNB22300
008400     RECORD CONTAINS 132 CHARACTERS.                              CNB22300
008500 01  RPT-LINE                      PIC X(132).                    CNB22300
008600*                                                                 CNB22300
008700 WORKING-STORAGE SECTION.                                         CNB22300
008800 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB22300
008900     88  WS-PARM-OK                       VALUE '00'.             CNB22300
009000 01  WS-REF-STATUS                 PIC XX VALUE SPACES.           CNB22300
009100     88  WS-REF-OK                        VALUE '00'.             CNB22300
009200 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB22300
009300     88  WS-RPT-OK                        VALUE '00'.             CNB22300
009400 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB22300
009500 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB22300
009510 COPY WSERRLOG.                                                   CNB22300
009600 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB22300
009700     88  WS-FUNC-MONTHLY                  VALUE 'MONTHLY'.        CNB22300
009800 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB22300
009900 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB22300
010000     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB22300
010100 01  WS-REF-COUNT                  PIC 9(7) VALUE ZEROS.          CNB22300
010200 01  WS-SHORT-COUNT                PIC 9(7) VALUE ZEROS.          CNB22300
010300 01  WS-NOT-SHORT-COUNT            PIC 9(7) VALUE ZEROS.          CNB22300
010400 01  WS-BOARD-AVAIL                PIC 9(5) VALUE ZEROS.          CNB22300
010500 01  WS-NOT-SHORT-SW               PIC X  VALUE 'N'.              CNB22300
010600     88  WS-NOT-SHORT                     VALUE 'Y'.              CNB22300
010700 01  WS-BRD-MAX                    PIC S9(4) COMP VALUE +300.     CNB22300
010800 01  WS-BRD-COUNT                  PIC S9(4) COMP VALUE ZEROS.    CNB22300
010900 01  WS-BRD-SUB                    PIC S9(4) COMP VALUE ZEROS.    CNB22300
011000 01  WS-BRD-FOUND-SW               PIC X  VALUE 'N'.              CNB22300
011100     88  WS-BRD-FOUND                     VALUE 'Y'.              CNB22300
011200 01  WS-BRD-TABLE.                                                CNB22300
011300     05  WS-BRD-ENTRY OCCURS 300 TIMES.                           CNB22300
011400         10  WS-BRD-DIST           PIC X(2).                      CNB22300
011500         10  WS-BRD-SDIST          PIC X(2).                      CNB22300
011600         10  WS-BRD-TYPE           PIC X(1).                      CNB22300
011700         10  WS-BRD-ID             PIC X(10).                     CNB22300
011800         10  WS-BRD-REFUSED        PIC S9(5) COMP.                CNB22300
011900         10  WS-BRD-NOT-SHORT      PIC S9(5) COMP.                CNB22300
012000         10  WS-BRD-MIN-AVAIL      PIC S9(5) COMP.                CNB22300
012100         10  WS-BRD-MAX-AVAIL      PIC S9(5) COMP.                CNB22300
012200 01  WS-SUP-MAX                    PIC S9(4) COMP VALUE +300.     CNB22300
012300 01  WS-SUP-COUNT                  PIC S9(4) COMP VALUE ZEROS.    CNB22300
012400 01  WS-SUP-SUB                    PIC S9(4) COMP VALUE ZEROS.    CNB22300
012500 01  WS-SUP-FOUND-SW               PIC X  VALUE 'N'.              CNB22300
012600     88  WS-SUP-FOUND                     VALUE 'Y'.              CNB22300
012700 01  WS-SUP-TABLE.                                                CNB22300
012800     05  WS-SUP-ENTRY OCCURS 300 TIMES.                           CNB22300
012900         10  WS-SUP-INIT           PIC X(8).                      CNB22300
013000         10  WS-SUP-REFUSED        PIC S9(5) COMP.                CNB22300
013100         10  WS-SUP-NOT-SHORT      PIC S9(5) COMP.                CNB22300
013200 01  WS-HDR-LINE.                                                 CNB22300
013300     05  FILLER                PIC X(33)  VALUE                   CNB22300
013400         'CNB223 - REFUSED BOOK-OFFS       '.                     CNB22300
013500     05  HDR-FUNC              PIC X(8).                          CNB22300
013600     05  FILLER                PIC X(2)   VALUE SPACES.           CNB22300
013700     05  HDR-DATE-TIME         PIC X(12).                         CNB22300
013800     05  FILLER                PIC X(8)   VALUE '  MONTH '.       CNB22300
013900     05  HDR-MONTH             PIC X(4).                          CNB22300
014000     05  FILLER                PIC X(65)  VALUE SPACES.           CNB22300
014100 01  WS-SECT-LINE.                                                CNB22300
014200     05  SECT-TITLE                PIC X(40).                     CNB22300
014300     05  FILLER                    PIC X(92) VALUE SPACES.        CNB22300
014400 01  WS-DTL-LINE.                                                 CNB22300
014500     05  DTL-EMP-NBR               PIC X(9).                      CNB22300
014600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22300
014700     05  DTL-DATE-TIME             PIC X(12).                     CNB22300
014800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22300
014900     05  DTL-DIST                  PIC X(2).                      CNB22300
015000     05  DTL-SDIST                 PIC X(2).                      CNB22300
015100     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22300
015200     05  DTL-CRAFT                 PIC X(2).                      CNB22300
015300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22300
015400     05  DTL-POOL                  PIC X(10).                     CNB22300
015500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22300
015600     05  DTL-SUPV                  PIC X(8).                      CNB22300
015700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22300
015800     05  DTL-REASON                PIC X(2).                      CNB22300
015900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22300
016000     05  DTL-ECC                   PIC X(2).                      CNB22300
016100     05  FILLER                    PIC X(4) VALUE ' XB '.         CNB22300
016200     05  DTL-XB-AVAIL              PIC ZZZZ9.                     CNB22300
016300     05  FILLER                    PIC X(1) VALUE '/'.            CNB22300
016400     05  DTL-XB-TOTAL              PIC ZZZZ9.                     CNB22300
016500     05  FILLER                    PIC X(6) VALUE ' POOL '.       CNB22300
016600     05  DTL-POOL-AVAIL            PIC ZZZZ9.                     CNB22300
016700     05  FILLER                    PIC X(1) VALUE '/'.            CNB22300
016800     05  DTL-POOL-TOTAL            PIC ZZZZ9.                     CNB22300
016900     05  FILLER                    PIC X(2) VALUE SPACES.         CNB22300
017000     05  DTL-NOTE                  PIC X(9).                      CNB22300
017100     05  FILLER                    PIC X(33) VALUE SPACES.        CNB22300
017200 01  WS-BRD-LINE.                                                 CNB22300
017300     05  BRD-DIST                  PIC X(2).                      CNB22300
017400     05  BRD-SDIST                 PIC X(2).                      CNB22300
017500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22300
017600     05  BRD-TYPE                  PIC X(4).                      CNB22300
017700     05  BRD-ID                    PIC X(10).                     CNB22300
017800     05  FILLER                    PIC X(10) VALUE '  REFUSED '.  CNB22300
017900     05  BRD-REFUSED               PIC ZZ,ZZ9.                    CNB22300
018000     05  FILLER                    PIC X(12) VALUE '  NOT SHORT '.CNB22300
018100     05  BRD-NOT-SHORT             PIC ZZ,ZZ9.                    CNB22300
018200     05  FILLER                    PIC X(12) VALUE '  AVAIL MIN '.CNB22300
018300     05  BRD-MIN-AVAIL             PIC ZZZZ9.                     CNB22300
018400     05  FILLER                    PIC X(5) VALUE ' MAX '.        CNB22300
018500     05  BRD-MAX-AVAIL             PIC ZZZZ9.                     CNB22300
018600     05  FILLER                    PIC X(52) VALUE SPACES.        CNB22300
018700 01  WS-SUP-LINE.                                                 CNB22300
018800     05  SUP-INIT                  PIC X(8).                      CNB22300
018900     05  FILLER                    PIC X(10) VALUE '  REFUSED '.  CNB22300
019000     05  SUP-REFUSED               PIC ZZ,ZZ9.                    CNB22300
019100     05  FILLER                    PIC X(12) VALUE '  NOT SHORT '.CNB22300
019200     05  SUP-NOT-SHORT             PIC ZZ,ZZ9.                    CNB22300
019300     05  FILLER                    PIC X(90) VALUE SPACES.        CNB22300
019400 01  WS-CNT-LINE.                                                 CNB22300
019500     05  CNT-LABEL                 PIC X(30).                     CNB22300
019600     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB22300
019700     05  FILLER                    PIC X(95) VALUE SPACES.        CNB22300
019800*                                                                 CNB22300
019900 PROCEDURE DIVISION.                                              CNB22300
020000 P0000-MAINLINE.                                                  CNB22300
020100     PERFORM P1000-INITIALIZE                                     CNB22300
020200     PERFORM P2000-SELECT-REFUSALS UNTIL WS-EOF-INPUT             CNB22300
020300     PERFORM P3000-PRINT-BOARDS                                   CNB22300
020400     PERFORM P4000-PRINT-SUPERVISORS                              CNB22300
020500     PERFORM P9000-TERMINATE                                      CNB22300
020600     GOBACK.                                                      CNB22300
020700*                                                                 CNB22300
020800 P1000-INITIALIZE.                                                CNB22300
020900     OPEN INPUT PARM-FILE                                         CNB22300
021000     IF NOT WS-PARM-OK                                            CNB22300
021100        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB22300
021200        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB22300
021300        PERFORM P9999-GOT-PROBLEM                                 CNB22300
021400     END-IF                                                       CNB22300
021500     READ PARM-FILE                                               CNB22300
021600     IF NOT WS-PARM-OK                                            CNB22300
021700        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB22300
021800        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB22300
021900        PERFORM P9999-GOT-PROBLEM                                 CNB22300
022000     END-IF                                                       CNB22300
022100     MOVE PARM-FUNC                TO WS-FUNC                     CNB22300
022200     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB22300
022300     CLOSE PARM-FILE                                              CNB22300
022400     IF NOT WS-FUNC-MONTHLY                                       CNB22300
022500        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB22300
022600        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB22300
022700        PERFORM P9999-GOT-PROBLEM                                 CNB22300
022800     END-IF                                                       CNB22300
022900     IF PARM-MONTH NOT > SPACES                                   CNB22300
023000        MOVE WS-RUN-DATE-TIME (1:4) TO PARM-MONTH                 CNB22300
023100     END-IF                                                       CNB22300
023200     IF PARM-MIN-AVAIL NOT NUMERIC                                CNB22300
023300        MOVE ZEROS                 TO PARM-MIN-AVAIL              CNB22300
023400     END-IF                                                       CNB22300
023500     OPEN INPUT REF-FILE                                          CNB22300
023600     IF NOT WS-REF-OK                                             CNB22300
023700        MOVE 'P1000-OPEN-REF'      TO WS-ABEND-PARAGRAPH          CNB22300
023800        MOVE WS-REF-STATUS         TO WS-ABEND-STATUS             CNB22300
023900        PERFORM P9999-GOT-PROBLEM                                 CNB22300
024000     END-IF                                                       CNB22300
024100     OPEN OUTPUT RPT-FILE                                         CNB22300
024200     IF NOT WS-RPT-OK                                             CNB22300
024300        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB22300
024400        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB22300
024500        PERFORM P9999-GOT-PROBLEM                                 CNB22300
024600     END-IF                                                       CNB22300
024700     MOVE WS-FUNC                  TO HDR-FUNC                    CNB22300
024800     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB22300
024900     MOVE PARM-MONTH               TO HDR-MONTH                   CNB22300
025000     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB22300
025100     MOVE SPACES                   TO RPT-LINE                    CNB22300
025200     WRITE RPT-LINE                                               CNB22300
025300     MOVE 'REFUSALS WITH BOARD SNAPSHOT' TO SECT-TITLE            CNB22300
025400     WRITE RPT-LINE FROM WS-SECT-LINE.                            CNB22300
025500*                                                                 CNB22300
025600 P2000-SELECT-REFUSALS.                                           CNB22300
025700     READ REF-FILE NEXT                                           CNB22300
025800          AT END                                                  CNB22300
025900             SET WS-EOF-INPUT TO TRUE                             CNB22300
026000     END-READ                                                     CNB22300
026100     IF NOT WS-EOF-INPUT                                          CNB22300
026200        IF RF-DATE-TIME (1:4) = PARM-MONTH                        CNB22300
026300           ADD 1 TO WS-REF-COUNT                                  CNB22300
026400           IF RF-BOARD-POOL                                       CNB22300
026500              MOVE RF-POOL-AVAIL   TO WS-BOARD-AVAIL              CNB22300
026600           ELSE                                                   CNB22300
026700              MOVE RF-XB-AVAIL     TO WS-BOARD-AVAIL              CNB22300
026800           END-IF                                                 CNB22300
026900           IF WS-BOARD-AVAIL > PARM-MIN-AVAIL                     CNB22300
027000              SET WS-NOT-SHORT     TO TRUE                        CNB22300
027100              ADD 1 TO WS-NOT-SHORT-COUNT                         CNB22300
027200           ELSE                                                   CNB22300
027300              MOVE 'N'             TO WS-NOT-SHORT-SW             CNB22300
027400              ADD 1 TO WS-SHORT-COUNT                             CNB22300
027500           END-IF                                                 CNB22300
027600           PERFORM P2100-PRINT-REFUSAL                            CNB22300
027700           PERFORM P2200-TALLY-BOARD                              CNB22300
027800           PERFORM P2300-TALLY-SUPERVISOR                         CNB22300
027900        END-IF                                                    CNB22300
028000     END-IF.                                                      CNB22300
028100*                                                                 CNB22300
028200 P2100-PRINT-REFUSAL.                                             CNB22300
028300     MOVE RF-EMP-NBR               TO DTL-EMP-NBR                 CNB22300
028400     MOVE RF-DATE-TIME             TO DTL-DATE-TIME               CNB22300
028500     MOVE RF-DIST                  TO DTL-DIST                    CNB22300
028600     MOVE RF-SDIST                 TO DTL-SDIST                   CNB22300
028700     MOVE RF-CRAFT                 TO DTL-CRAFT                   CNB22300
028800     MOVE RF-POOL                  TO DTL-POOL                    CNB22300
028900     MOVE RF-SUPV-INIT             TO DTL-SUPV                    CNB22300
029000     MOVE RF-REASON                TO DTL-REASON                  CNB22300
029100     MOVE RF-ECC-CODE              TO DTL-ECC                     CNB22300
029200     MOVE RF-XB-AVAIL              TO DTL-XB-AVAIL                CNB22300
029300     MOVE RF-XB-TOTAL              TO DTL-XB-TOTAL                CNB22300
029400     MOVE RF-POOL-AVAIL            TO DTL-POOL-AVAIL              CNB22300
029500     MOVE RF-POOL-TOTAL            TO DTL-POOL-TOTAL              CNB22300
029600     IF WS-NOT-SHORT                                              CNB22300
029700        MOVE 'NOT SHORT'           TO DTL-NOTE                    CNB22300
029800     ELSE                                                         CNB22300
029900        MOVE SPACES                TO DTL-NOTE                    CNB22300
030000     END-IF                                                       CNB22300
030100     WRITE RPT-LINE FROM WS-DTL-LINE.                             CNB22300
030200*                                                                 CNB22300
030300 P2200-TALLY-BOARD.                                               CNB22300
030400     MOVE 'N'                      TO WS-BRD-FOUND-SW             CNB22300
030500     PERFORM P2210-MATCH-BOARD                                    CNB22300
030600             VARYING WS-BRD-SUB FROM 1 BY 1                       CNB22300
030700             UNTIL WS-BRD-SUB > WS-BRD-COUNT                      CNB22300
030800                OR WS-BRD-FOUND                                   CNB22300
030900     IF WS-BRD-FOUND                                              CNB22300
031000        SUBTRACT 1 FROM WS-BRD-SUB                                CNB22300
031100     ELSE                                                         CNB22300
031200        IF WS-BRD-COUNT = WS-BRD-MAX                              CNB22300
031300           MOVE 'P2200-TBL-FULL'   TO WS-ABEND-PARAGRAPH          CNB22300
031400           MOVE 'TF'               TO WS-ABEND-STATUS             CNB22300
031500           PERFORM P9999-GOT-PROBLEM                              CNB22300
031600        END-IF                                                    CNB22300
031700        ADD 1 TO WS-BRD-COUNT                                     CNB22300
031800        MOVE WS-BRD-COUNT          TO WS-BRD-SUB                  CNB22300
031900        MOVE RF-DIST               TO WS-BRD-DIST (WS-BRD-SUB)    CNB22300
032000        MOVE RF-SDIST              TO WS-BRD-SDIST (WS-BRD-SUB)   CNB22300
032100        MOVE RF-BOARD-TYPE         TO WS-BRD-TYPE (WS-BRD-SUB)    CNB22300
032200        IF RF-BOARD-POOL                                          CNB22300
032300           MOVE RF-POOL            TO WS-BRD-ID (WS-BRD-SUB)      CNB22300
032400        ELSE                                                      CNB22300
032500           MOVE RF-CRAFT           TO WS-BRD-ID (WS-BRD-SUB)      CNB22300
032600        END-IF                                                    CNB22300
032700        MOVE ZEROS              TO WS-BRD-REFUSED (WS-BRD-SUB)    CNB22300
032800                                   WS-BRD-NOT-SHORT (WS-BRD-SUB)  CNB22300
032900                                   WS-BRD-MAX-AVAIL (WS-BRD-SUB)  CNB22300
033000        MOVE WS-BOARD-AVAIL     TO WS-BRD-MIN-AVAIL (WS-BRD-SUB)  CNB22300
033100     END-IF                                                       CNB22300
033200     ADD 1 TO WS-BRD-REFUSED (WS-BRD-SUB)                         CNB22300
033300     IF WS-NOT-SHORT                                              CNB22300
033400        ADD 1 TO WS-BRD-NOT-SHORT (WS-BRD-SUB)                    CNB22300
033500     END-IF                                                       CNB22300
033600     IF WS-BOARD-AVAIL < WS-BRD-MIN-AVAIL (WS-BRD-SUB)            CNB22300
033700        MOVE WS-BOARD-AVAIL     TO WS-BRD-MIN-AVAIL (WS-BRD-SUB)  CNB22300
033800     END-IF                                                       CNB22300
033900     IF WS-BOARD-AVAIL > WS-BRD-MAX-AVAIL (WS-BRD-SUB)            CNB22300
034000        MOVE WS-BOARD-AVAIL     TO WS-BRD-MAX-AVAIL (WS-BRD-SUB)  CNB22300
034100     END-IF.                                                      CNB22300
034200*                                                                 CNB22300
034300 P2210-MATCH-BOARD.                                               CNB22300
034400     IF WS-BRD-DIST (WS-BRD-SUB) = RF-DIST                        CNB22300
034500        AND WS-BRD-SDIST (WS-BRD-SUB) = RF-SDIST                  CNB22300
034600        AND WS-BRD-TYPE (WS-BRD-SUB) = RF-BOARD-TYPE              CNB22300
034700        AND ((RF-BOARD-POOL                                       CNB22300
034800              AND WS-BRD-ID (WS-BRD-SUB) = RF-POOL)               CNB22300
034900          OR (NOT RF-BOARD-POOL                                   CNB22300
035000              AND WS-BRD-ID (WS-BRD-SUB) = RF-CRAFT))             CNB22300
035100        SET WS-BRD-FOUND TO TRUE                                  CNB22300
035200     END-IF.                                                      CNB22300
035300*                                                                 CNB22300
035400 P2300-TALLY-SUPERVISOR.                                          CNB22300
035500     MOVE 'N'                      TO WS-SUP-FOUND-SW             CNB22300
035600     PERFORM P2310-MATCH-SUPERVISOR                               CNB22300
035700             VARYING WS-SUP-SUB FROM 1 BY 1                       CNB22300
035800             UNTIL WS-SUP-SUB > WS-SUP-COUNT                      CNB22300
035900                OR WS-SUP-FOUND                                   CNB22300
036000     IF WS-SUP-FOUND                                              CNB22300
036100        SUBTRACT 1 FROM WS-SUP-SUB                                CNB22300
036200     ELSE                                                         CNB22300
036300        IF WS-SUP-COUNT = WS-SUP-MAX                              CNB22300
036400           MOVE 'P2300-TBL-FULL'   TO WS-ABEND-PARAGRAPH          CNB22300
036500           MOVE 'TF'               TO WS-ABEND-STATUS             CNB22300
036600           PERFORM P9999-GOT-PROBLEM                              CNB22300
036700        END-IF                                                    CNB22300
036800        ADD 1 TO WS-SUP-COUNT                                     CNB22300
036900        MOVE WS-SUP-COUNT          TO WS-SUP-SUB                  CNB22300
037000        MOVE RF-SUPV-INIT          TO WS-SUP-INIT (WS-SUP-SUB)    CNB22300
037100        MOVE ZEROS              TO WS-SUP-REFUSED (WS-SUP-SUB)    CNB22300
037200                                   WS-SUP-NOT-SHORT (WS-SUP-SUB)  CNB22300
037300     END-IF                                                       CNB22300
037400     ADD 1 TO WS-SUP-REFUSED (WS-SUP-SUB)                         CNB22300
037500     IF WS-NOT-SHORT                                              CNB22300
037600        ADD 1 TO WS-SUP-NOT-SHORT (WS-SUP-SUB)                    CNB22300
037700     END-IF.                                                      CNB22300
037800*                                                                 CNB22300
037900 P2310-MATCH-SUPERVISOR.                                          CNB22300
038000     IF WS-SUP-INIT (WS-SUP-SUB) = RF-SUPV-INIT                   CNB22300
038100        SET WS-SUP-FOUND TO TRUE                                  CNB22300
038200     END-IF.                                                      CNB22300
038300*                                                                 CNB22300
038400 P3000-PRINT-BOARDS.                                              CNB22300
038500     MOVE SPACES                   TO RPT-LINE                    CNB22300
038600     WRITE RPT-LINE                                               CNB22300
038700     MOVE 'REFUSALS BY BOARD' TO SECT-TITLE                       CNB22300
038800     WRITE RPT-LINE FROM WS-SECT-LINE                             CNB22300
038900     PERFORM P3100-PRINT-BOARD                                    CNB22300
039000             VARYING WS-BRD-SUB FROM 1 BY 1                       CNB22300
039100             UNTIL WS-BRD-SUB > WS-BRD-COUNT.                     CNB22300
039200*                                                                 CNB22300
039300 P3100-PRINT-BOARD.                                               CNB22300
039400     MOVE WS-BRD-DIST (WS-BRD-SUB) TO BRD-DIST                    CNB22300
039500     MOVE WS-BRD-SDIST (WS-BRD-SUB) TO BRD-SDIST                  CNB22300
039600     IF WS-BRD-TYPE (WS-BRD-SUB) = 'P'                            CNB22300
039700        MOVE 'POOL'                TO BRD-TYPE                    CNB22300
039800     ELSE                                                         CNB22300
039900        MOVE 'XB  '                TO BRD-TYPE                    CNB22300
040000     END-IF                                                       CNB22300
040100     MOVE WS-BRD-ID (WS-BRD-SUB)   TO BRD-ID                      CNB22300
040200     MOVE WS-BRD-REFUSED (WS-BRD-SUB) TO BRD-REFUSED              CNB22300
040300     MOVE WS-BRD-NOT-SHORT (WS-BRD-SUB) TO BRD-NOT-SHORT          CNB22300
040400     MOVE WS-BRD-MIN-AVAIL (WS-BRD-SUB) TO BRD-MIN-AVAIL          CNB22300
040500     MOVE WS-BRD-MAX-AVAIL (WS-BRD-SUB) TO BRD-MAX-AVAIL          CNB22300
040600     WRITE RPT-LINE FROM WS-BRD-LINE.                             CNB22300
040700*                                                                 CNB22300
040800 P4000-PRINT-SUPERVISORS.                                         CNB22300
040900     MOVE SPACES                   TO RPT-LINE                    CNB22300
041000     WRITE RPT-LINE                                               CNB22300
041100     MOVE 'REFUSALS BY SUPERVISOR' TO SECT-TITLE                  CNB22300
041200     WRITE RPT-LINE FROM WS-SECT-LINE                             CNB22300
041300     PERFORM P4100-PRINT-SUPERVISOR                               CNB22300
041400             VARYING WS-SUP-SUB FROM 1 BY 1                       CNB22300
041500             UNTIL WS-SUP-SUB > WS-SUP-COUNT.                     CNB22300
041600*                                                                 CNB22300
041700 P4100-PRINT-SUPERVISOR.                                          CNB22300
041800     MOVE WS-SUP-INIT (WS-SUP-SUB) TO SUP-INIT                    CNB22300
041900     MOVE WS-SUP-REFUSED (WS-SUP-SUB) TO SUP-REFUSED              CNB22300
042000     MOVE WS-SUP-NOT-SHORT (WS-SUP-SUB) TO SUP-NOT-SHORT          CNB22300
042100     WRITE RPT-LINE FROM WS-SUP-LINE.                             CNB22300
042200*                                                                 CNB22300
042300 P9000-TERMINATE.                                                 CNB22300
042400     MOVE SPACES                   TO RPT-LINE                    CNB22300
042500     WRITE RPT-LINE                                               CNB22300
042600     MOVE 'REFUSALS IN MONTH .........' TO CNT-LABEL              CNB22300
042700     MOVE WS-REF-COUNT             TO CNT-VALUE                   CNB22300
042800     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB22300
042900     MOVE 'BOARD SHORT AT REFUSAL ....' TO CNT-LABEL              CNB22300
043000     MOVE WS-SHORT-COUNT           TO CNT-VALUE                   CNB22300
043100     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB22300
043200     MOVE 'BOARD NOT SHORT ...........' TO CNT-LABEL              CNB22300
043300     MOVE WS-NOT-SHORT-COUNT       TO CNT-VALUE                   CNB22300
043400     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB22300
043500     CLOSE REF-FILE                                               CNB22300
043600           RPT-FILE.                                              CNB22300
043700*                                                                 CNB22300
043800 P9999-GOT-PROBLEM.                                               CNB22300
043810     MOVE 'CNB223'                 TO XE-PROGRAM                  CNB22300
043820     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB22300
043830     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB22300
043840     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB22300
043900     DISPLAY 'CNB223 ABEND IN ' WS-ABEND-PARAGRAPH                CNB22300
044000              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB22300
044100     MOVE 16 TO RETURN-CODE                                       CNB22300
044200     GOBACK.                                                      CNB22300
