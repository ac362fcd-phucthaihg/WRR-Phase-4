000100 IDENTIFICATION DIVISION.                                         CNB22700
000200 PROGRAM-ID. CNB227.                                              CNB22700
000300*AUTHOR.     JMC.                                                 CNB22700
000400*DATE-WRITTEN. 10/15/26.                                          CNB22700
000500*REMARKS.                                                         CNB22700
000600*    STRAIGHT-TIME / OVERTIME STARTS LEDGER.  STARTS ARE COUNTED  CNB22700
000700*    IN SEVERAL PLACES - P931 KEEPS THE CRAFT STT/OVT COUNTS THAT CNB22700
000800*    P1510-INQUIRE-STARTS SHOWS, CNP919 APPLIES THE DECISION-RULE CNB22700
000900*    STT/OVT STARTS EXCEPTION FLAGS TO THE MASTER AND PASSES      CNB22700
001000*    DISQUALIFIED STARTS, AND CNP917 ADDS OR RESETS STARTS FOR    CNB22700
001100*    MISSED CALLS AND DELETES VIRTUAL STARTS AT MARKUP - BUT THERECNB22700
001200*    WAS NO ONE PLACE TO SEE AN EMPLOYEE'S STARTS FOR THE PERIOD. CNB22700
001300*    CNP919 AND CNP917 NOW POST TO THE LEDGER AT EACH OF THOSE    CNB22700
001400*    POINTS; STLFILE KEEPS ONE LEDGER ENTRY PER EVENT WITH THE    CNB22700
001500*    EXCEPTION FLAGS AND DECISION RULE THAT APPLIED TO IT.  A     CNB22700
001600*    CALL IS AN OVERTIME START WHEN IT FALLS ON A REST DAY OF THE CNB22700
001700*    EMPLOYEE'S OWN ASSIGNMENT (CNP919 P1104-CHECK-REST-DAY),     CNB22700
001800*    OTHERWISE A STRAIGHT-TIME START.  THE PERIOD IS THE CALENDAR CNB22700
001900*    MONTH (YYMM) OF THE EVENT.  FUNCTIONS FROM THE PARM CARD:    CNB22700
002000*      LEDGER - EVERY LEDGER ENTRY FOR THE PARM PERIOD (BLANK =   CNB22700
002100*               THE RUN MONTH), ONE EMPLOYEE OR ALL, WITH PERIOD  CNB22700
002200*               TOTALS: STRAIGHT TIME, OVERTIME, DISQUALIFIED,    CNB22700
002300*               VIRTUAL-START DELETIONS, RESETS, AND THE STARTS   CNB22700
002400*               COUNTED SINCE THE LAST RESET.                     CNB22700
002500*      CAPS   - EXCEPTION REPORT: EVERY EMPLOYEE WHOSE COUNTED    CNB22700
002600*               STARTS FOR THE PERIOD ARE OVER THE CONTRACTUAL    CNB22700
002700*               CAP FOR THEIR BOARD.  CAPS COME FROM STCAP CARDS  CNB22700
002800*               (DIST, SUB-DIST, CRAFT - BLANK = ALL CRAFTS - AND CNB22700
002900*               THE STT, OVT AND TOTAL CAP; ZERO = NO CAP).  THE  CNB22700
003000*               BOARD IS THE ONE ON THE EMPLOYEE'S LATEST ENTRY.  CNB22700
003100*    COUNTED STARTS ARE STRAIGHT TIME PLUS OVERTIME LESS          CNB22700
003200*    DISQUALIFIED, FROM THE LAST RESET IN THE PERIOD ON.          CNB22700
003300*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB22700
003400*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB22700
003500*                                                                 CNB22700
003600*TBD  P931 DOES NOT RETURN HOW MANY VIRTUAL STARTS IT DELETED, SO CNB22700
003700*A DELETION IS LEDGERED AS ONE EVENT WITH THE CUT-OFF DATE-TIME   CNB22700
003800*AND A ZERO COUNT.                                                CNB22700
003900*                                                                 CNB22700
004000 ENVIRONMENT DIVISION.                                            CNB22700
004100 CONFIGURATION SECTION.                                           CNB22700
004200 SOURCE-COMPUTER.  IBM-370.                                       CNB22700
004300 OBJECT-COMPUTER.  IBM-370.                                       CNB22700
004400 INPUT-OUTPUT SECTION.                                            CNB22700
004500 FILE-CONTROL.                                                    CNB22700
004600     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB22700
004700            ORGANIZATION  SEQUENTIAL                              CNB22700
004800            FILE STATUS   WS-PARM-STATUS.                         CNB22700
004900     SELECT CAP-FILE     ASSIGN TO STCAP                          CNB22700
005000            ORGANIZATION  SEQUENTIAL                              CNB22700
005100            FILE STATUS   WS-CAP-STATUS.                          CNB22700
005200     SELECT STL-FILE     ASSIGN TO STLFILE                        CNB22700
005300            ORGANIZATION  INDEXED                                 CNB22700
005400            ACCESS MODE   DYNAMIC                                 CNB22700
005500            RECORD KEY    SL-KEY                                  CNB22700
005600            FILE STATUS   WS-STL-STATUS.                          CNB22700
005700     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB22700
005800            ORGANIZATION  LINE SEQUENTIAL                         CNB22700
005900            FILE STATUS   WS-RPT-STATUS.                          CNB22700
006000*                                                                 CNB22700
006100 DATA DIVISION.                                                   CNB22700
006200 FILE SECTION.                                                    CNB22700
006300 FD  PARM-FILE                                                    CNB22700
006400     RECORD CONTAINS 80 CHARACTERS.                               CNB22700
006500 01  WS-PARM-RECORD.                                              CNB22700
006600     05  PARM-FUNC                 PIC X(8).                      CNB22700
006700     05  PARM-DATE-TIME            PIC X(12).                     CNB22700
006800*    YYMM:                                                        CNB22700
006900     05  PARM-PERIOD               PIC X(4).                      CNB22700
007000     05  PARM-EMP-NBR              PIC X(9).                      CNB22700
007100     05  FILLER                    PIC X(47).                     CNB22700
007200 FD  CAP-FILE                                                     CNB22700
007300     RECORD CONTAINS 80 CHARACTERS.                               CNB22700
007400 01  CP-RECORD.                                                   CNB22700
007500     05  CP-DIST                   PIC X(2).                      CNB22700
007600     05  CP-SDIST                  PIC X(2).                      CNB22700
007700     05  CP-CRAFT                  PIC X(2).                      CNB22700
007800     05  CP-STT-CAP                PIC 9(3).                      CNB22700
007900     05  CP-OVT-CAP                PIC 9(3).                      CNB22700
008000     05  CP-TOTAL-CAP              PIC 9(3).                      CNB22700
008100     05  FILLER                    PIC X(65).                     CNB22700
008200 FD  STL-FILE                                                     CNB22700
008300     RECORD CONTAINS 150 CHARACTERS.                              CNB22700
008400 01  SL-RECORD.                                                   CNB22700
008500     05  SL-KEY.                                                  CNB22700
008600         10  SL-EMP-NBR            PIC X(9).                      CNB22700
008700*        YYMMDDHHMM:                                              CNB22700
008800         10  SL-EVENT-DATE-TIME    PIC X(10).                     CNB22700
008900         10  SL-SEQ                PIC 9(2).                      CNB22700
009000     05  SL-EVENT                  PIC X(1).                      CNB22700
009100         88  SL-STT-START                VALUE 'S'.               CNB22700
009200         88  SL-OVT-START                VALUE 'O'.               CNB22700
009300         88  SL-DISQUALIFIED             VALUE 'D'.               CNB22700
009400         88  SL-VIRTUAL-DELETED          VALUE 'V'.               CNB22700
009500         88  SL-RESET                    VALUE 'R'.               CNB22700
009600     05  SL-COUNT                  PIC 9(3).                      CNB22700
009700     05  SL-DIST                   PIC X(2).                      CNB22700
009800     05  SL-SDIST                  PIC X(2).                      CNB22700
009900     05  SL-CRAFT                  PIC X(2).                      CNB22700
010000     05  SL-EMP-NAME               PIC X(26).                     CNB22700
010100     05  SL-STT-EXCPT-FLAG         PIC X(1).                      CNB22700
010200     05  SL-OVT-EXCPT-FLAG         PIC X(1).                      CNB22700
010300     05  SL-RULE-NO                PIC X(4).                      CNB22700
010400     05  SL-SOURCE                 PIC X(8).                      CNB22700
010500     05  SL-FROM-DATE-TIME         PIC X(10).                     CNB22700
010600     05  FILLER                    PIC X(69).                     CNB22700
010700 FD  RPT-FILE                                                     CNB22700
010800     RECORD CONTAINS 132 CHARACTERS.                              CNB22700
010900 01  RPT-LINE                      PIC X(132).                    CNB22700
011000*                                                                 CNB22700
011100 WORKING-STORAGE SECTION.                                         CNB22700
011200 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB22700
011300     88  WS-PARM-OK                       VALUE '00'.             CNB22700
011400 01  WS-CAP-STATUS                 PIC XX VALUE SPACES.           CNB22700
011500     88  WS-CAP-OK                        VALUE '00'.             CNB22700
011600 01  WS-STL-STATUS                 PIC XX VALUE SPACES.           CNB22700
011700     88  WS-STL-OK                        VALUE '00'.             CNB22700
011800 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB22700
011900     88  WS-RPT-OK                        VALUE '00'.             CNB22700
012000 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB22700
012100 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB22700
012110 COPY WSERRLOG.                                                   CNB22700
012200 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB22700
012300     88  WS-FUNC-LEDGER                   VALUE 'LEDGER'.         CNB22700
012400     88  WS-FUNC-CAPS                     VALUE 'CAPS'.           CNB22700
012500 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB22700
012600 01  WS-PERIOD                     PIC X(4) VALUE SPACES.         CNB22700
012700 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB22700
012800     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB22700
012900 01  WS-CAP-EOF-SW                 PIC X  VALUE 'N'.              CNB22700
013000     88  WS-CAP-EOF                       VALUE 'Y'.              CNB22700
013100 01  WS-CUR-EMP-NBR                PIC X(9) VALUE SPACES.         CNB22700
013200 01  WS-CUR-EMP-NAME               PIC X(26) VALUE SPACES.        CNB22700
013300 01  WS-CUR-BOARD.                                                CNB22700
013400     05  WS-CUR-DIST               PIC X(2).                      CNB22700
013500     05  WS-CUR-SDIST              PIC X(2).                      CNB22700
013600     05  WS-CUR-CRAFT              PIC X(2).                      CNB22700
013700 01  WS-EMP-ACCUMS.                                               CNB22700
013800     05  WS-EMP-ENTRIES            PIC S9(5) COMP.                CNB22700
013900     05  WS-EMP-STT                PIC S9(5) COMP.                CNB22700
014000     05  WS-EMP-OVT                PIC S9(5) COMP.                CNB22700
014100     05  WS-EMP-DISQ               PIC S9(5) COMP.                CNB22700
014200     05  WS-EMP-VDEL               PIC S9(5) COMP.                CNB22700
014300     05  WS-EMP-RESETS             PIC S9(5) COMP.                CNB22700
014400     05  WS-EMP-CTD-STT            PIC S9(5) COMP.                CNB22700
014500     05  WS-EMP-CTD-OVT            PIC S9(5) COMP.                CNB22700
014600     05  WS-EMP-CTD-DISQ           PIC S9(5) COMP.                CNB22700
014700 01  WS-EMP-COUNTED                PIC S9(5) COMP VALUE ZEROS.    CNB22700
014800 01  WS-OVER                       PIC X(20) VALUE SPACES.        CNB22700
014900 01  WS-OVER-PTR                   PIC S9(4) COMP VALUE ZEROS.    CNB22700
015000 01  WS-EMP-COUNT                  PIC 9(7) VALUE ZEROS.          CNB22700
015100 01  WS-ENTRY-COUNT                PIC 9(7) VALUE ZEROS.          CNB22700
015200 01  WS-OVER-COUNT                 PIC 9(7) VALUE ZEROS.          CNB22700
015300 01  WS-NO-CAP-COUNT               PIC 9(7) VALUE ZEROS.          CNB22700
015400 01  WS-CAP-COUNT                  PIC S9(4) COMP VALUE ZEROS.    CNB22700
015500 01  WS-CAP-MAX                    PIC S9(4) COMP VALUE +200.     CNB22700
015600 01  WS-CAP-SUB                    PIC S9(4) COMP VALUE ZEROS.    CNB22700
015700 01  WS-CAP-HIT                    PIC S9(4) COMP VALUE ZEROS.    CNB22700
015800 01  WS-CAP-TABLE.                                                CNB22700
015900     05  WS-CAP-ENTRY OCCURS 200 TIMES.                           CNB22700
016000         10  WS-CT-BOARD.                                         CNB22700
016100             15  WS-CT-DIST        PIC X(2).                      CNB22700
016200             15  WS-CT-SDIST       PIC X(2).                      CNB22700
016300             15  WS-CT-CRAFT       PIC X(2).                      CNB22700
016400         10  WS-CT-STT-CAP         PIC 9(3).                      CNB22700
016500         10  WS-CT-OVT-CAP         PIC 9(3).                      CNB22700
016600         10  WS-CT-TOTAL-CAP       PIC 9(3).                      CNB22700
016700 01  WS-HDR-LINE.                                                 CNB22700
016800     05  FILLER                PIC X(38)  VALUE                   CNB22700
016900         'CNB227 - STT/OVT STARTS LEDGER        '.                CNB22700
017000     05  FILLER                PIC X(2)   VALUE SPACES.           CNB22700
017100     05  HDR-FUNC              PIC X(8).                          CNB22700
017200     05  FILLER                PIC X(2)   VALUE SPACES.           CNB22700
017300     05  HDR-DATE-TIME         PIC X(12).                         CNB22700
017400     05  FILLER                PIC X(9)   VALUE '  PERIOD '.      CNB22700
017500     05  HDR-PERIOD            PIC X(4).                          CNB22700
017600     05  FILLER                PIC X(57)  VALUE SPACES.           CNB22700
017700 01  WS-DTL-LINE.                                                 CNB22700
017800     05  DTL-EMP-NBR               PIC X(9).                      CNB22700
017900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22700
018000     05  DTL-EMP-NAME              PIC X(26).                     CNB22700
018100     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22700
018200     05  DTL-DIST                  PIC X(2).                      CNB22700
018300     05  DTL-SDIST                 PIC X(2).                      CNB22700
018400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22700
018500     05  DTL-CRAFT                 PIC X(2).                      CNB22700
018600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22700
018700     05  DTL-EVENT-DATE-TIME       PIC X(10).                     CNB22700
018800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22700
018900     05  DTL-EVENT                 PIC X(12).                     CNB22700
019000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22700
019100     05  DTL-COUNT                 PIC ZZ9.                       CNB22700
019200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22700
019300     05  DTL-STT-EXCPT             PIC X(6).                      CNB22700
019400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22700
019500     05  DTL-OVT-EXCPT             PIC X(6).                      CNB22700
019600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22700
019700     05  DTL-RULE-NO               PIC X(4).                      CNB22700
019800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22700
019900     05  DTL-SOURCE                PIC X(8).                      CNB22700
020000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22700
020100     05  DTL-FROM-DATE-TIME        PIC X(10).                     CNB22700
020200     05  FILLER                    PIC X(21) VALUE SPACES.        CNB22700
020300 01  WS-TOT-LINE.                                                 CNB22700
020400     05  FILLER                    PIC X(20) VALUE                CNB22700
020500         '    PERIOD TOTALS - '.                                  CNB22700
020600     05  FILLER                    PIC X(4) VALUE 'STT '.         CNB22700
020700     05  TOT-STT                   PIC ZZZZ9.                     CNB22700
020800     05  FILLER                    PIC X(6) VALUE '  OVT '.       CNB22700
020900     05  TOT-OVT                   PIC ZZZZ9.                     CNB22700
021000     05  FILLER                    PIC X(7) VALUE '  DISQ '.      CNB22700
021100     05  TOT-DISQ                  PIC ZZZZ9.                     CNB22700
021200     05  FILLER                    PIC X(15) VALUE                CNB22700
021300         '  VIRTUAL DELS '.                                       CNB22700
021400     05  TOT-VDEL                  PIC ZZZZ9.                     CNB22700
021500     05  FILLER                    PIC X(9) VALUE '  RESETS '.    CNB22700
021600     05  TOT-RESETS                PIC ZZZZ9.                     CNB22700
021700     05  FILLER                    PIC X(10) VALUE '  COUNTED '.  CNB22700
021800     05  TOT-COUNTED               PIC ZZZZ9.                     CNB22700
021900     05  FILLER                    PIC X(31) VALUE SPACES.        CNB22700
022000 01  WS-EXC-HDR-LINE.                                             CNB22700
022100     05  FILLER                    PIC X(47) VALUE                CNB22700
022200         'EMPLOYEE  NAME                       BOARD'.            CNB22700
022300     05  FILLER                    PIC X(31) VALUE                CNB22700
022400         'STT/CAP  OVT/CAP  TOT/CAP  OVER'.                       CNB22700
022500     05  FILLER                    PIC X(54) VALUE SPACES.        CNB22700
022600 01  WS-EXC-LINE.                                                 CNB22700
022700     05  EXC-EMP-NBR               PIC X(9).                      CNB22700
022800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22700
022900     05  EXC-EMP-NAME              PIC X(26).                     CNB22700
023000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22700
023100     05  EXC-DIST                  PIC X(2).                      CNB22700
023200     05  EXC-SDIST                 PIC X(2).                      CNB22700
023300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22700
023400     05  EXC-CRAFT                 PIC X(2).                      CNB22700
023500     05  FILLER                    PIC X(3) VALUE SPACES.         CNB22700
023600     05  EXC-STT                   PIC ZZ9.                       CNB22700
023700     05  FILLER                    PIC X(1) VALUE '/'.            CNB22700
023800     05  EXC-STT-CAP               PIC ZZ9.                       CNB22700
023900     05  FILLER                    PIC X(2) VALUE SPACES.         CNB22700
024000     05  EXC-OVT                   PIC ZZ9.                       CNB22700
024100     05  FILLER                    PIC X(1) VALUE '/'.            CNB22700
024200     05  EXC-OVT-CAP               PIC ZZ9.                       CNB22700
024300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB22700
024400     05  EXC-TOT                   PIC ZZ9.                       CNB22700
024500     05  FILLER                    PIC X(1) VALUE '/'.            CNB22700
024600     05  EXC-TOT-CAP               PIC ZZ9.                       CNB22700
024700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB22700
024800     05  EXC-OVER                  PIC X(20).                     CNB22700
024900     05  FILLER                    PIC X(38) VALUE SPACES.        CNB22700
025000 01  WS-CNT-LINE.                                                 CNB22700
025100     05  CNT-LABEL                 PIC X(30).                     CNB22700
025200     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB22700
025300     05  FILLER                    PIC X(95) VALUE SPACES.        CNB22700
025400*                                                                 CNB22700
025500 PROCEDURE DIVISION.                                              CNB22700
025600 P0000-MAINLINE.                                                  CNB22700
025700     PERFORM P1000-INITIALIZE                                     CNB22700
025800     PERFORM P2000-READ-LEDGER UNTIL WS-EOF-INPUT                 CNB22700
025900     IF WS-CUR-EMP-NBR > SPACES                                   CNB22700
026000        PERFORM P4000-EMPLOYEE-BREAK                              CNB22700
026100     END-IF                                                       CNB22700
026200     PERFORM P9000-TERMINATE                                      CNB22700
026300     GOBACK.                                                      CNB22700
026400*                                                                 CNB22700
026500 P1000-INITIALIZE.                                                CNB22700
026600     OPEN INPUT PARM-FILE                                         CNB22700
026700     IF NOT WS-PARM-OK                                            CNB22700
026800        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB22700
026900        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB22700
027000        PERFORM P9999-GOT-PROBLEM                                 CNB22700
027100     END-IF                                                       CNB22700
027200     READ PARM-FILE                                               CNB22700
027300     IF NOT WS-PARM-OK                                            CNB22700
027400        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB22700
027500        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB22700
027600        PERFORM P9999-GOT-PROBLEM                                 CNB22700
027700     END-IF                                                       CNB22700
027800     MOVE PARM-FUNC                TO WS-FUNC                     CNB22700
027900     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB22700
028000     IF PARM-PERIOD > SPACES                                      CNB22700
028100        MOVE PARM-PERIOD           TO WS-PERIOD                   CNB22700
028200     ELSE                                                         CNB22700
028300        MOVE WS-RUN-DATE-TIME (1:4) TO WS-PERIOD                  CNB22700
028400     END-IF                                                       CNB22700
028500     CLOSE PARM-FILE                                              CNB22700
028600     IF NOT WS-FUNC-LEDGER AND NOT WS-FUNC-CAPS                   CNB22700
028700        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB22700
028800        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB22700
028900        PERFORM P9999-GOT-PROBLEM                                 CNB22700
029000     END-IF                                                       CNB22700
029100     OPEN INPUT STL-FILE                                          CNB22700
029200     IF NOT WS-STL-OK                                             CNB22700
029300        MOVE 'P1000-OPEN-STL'      TO WS-ABEND-PARAGRAPH          CNB22700
029400        MOVE WS-STL-STATUS         TO WS-ABEND-STATUS             CNB22700
029500        PERFORM P9999-GOT-PROBLEM                                 CNB22700
029600     END-IF                                                       CNB22700
029700     OPEN OUTPUT RPT-FILE                                         CNB22700
029800     IF NOT WS-RPT-OK                                             CNB22700
029900        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB22700
030000        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB22700
030100        PERFORM P9999-GOT-PROBLEM                                 CNB22700
030200     END-IF                                                       CNB22700
030300     MOVE WS-FUNC                  TO HDR-FUNC                    CNB22700
030400     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB22700
030500     MOVE WS-PERIOD                TO HDR-PERIOD                  CNB22700
030600     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB22700
030700     MOVE SPACES                   TO RPT-LINE                    CNB22700
030800     WRITE RPT-LINE                                               CNB22700
030900     IF WS-FUNC-CAPS                                              CNB22700
031000        PERFORM P1100-LOAD-CAPS                                   CNB22700
031100        WRITE RPT-LINE FROM WS-EXC-HDR-LINE                       CNB22700
031200     END-IF                                                       CNB22700
031300     MOVE LOW-VALUES               TO SL-KEY                      CNB22700
031400     IF PARM-EMP-NBR > SPACES                                     CNB22700
031500        MOVE PARM-EMP-NBR          TO SL-EMP-NBR                  CNB22700
031600     END-IF                                                       CNB22700
031700     START STL-FILE KEY NOT < SL-KEY                              CNB22700
031800     IF NOT WS-STL-OK                                             CNB22700
031900        SET WS-EOF-INPUT TO TRUE                                  CNB22700
032000     END-IF.                                                      CNB22700
032100*                                                                 CNB22700
032200 P1100-LOAD-CAPS.                                                 CNB22700
032300     OPEN INPUT CAP-FILE                                          CNB22700
032400     IF NOT WS-CAP-OK                                             CNB22700
032500        MOVE 'P1100-OPEN-CAP'      TO WS-ABEND-PARAGRAPH          CNB22700
032600        MOVE WS-CAP-STATUS         TO WS-ABEND-STATUS             CNB22700
032700        PERFORM P9999-GOT-PROBLEM                                 CNB22700
032800     END-IF                                                       CNB22700
032900     PERFORM P1110-READ-CAP                                       CNB22700
033000     PERFORM P1120-STORE-CAP UNTIL WS-CAP-EOF                     CNB22700
033100     CLOSE CAP-FILE.                                              CNB22700
033200*                                                                 CNB22700
033300 P1110-READ-CAP.                                                  CNB22700
033400     READ CAP-FILE                                                CNB22700
033500          AT END                                                  CNB22700
033600             SET WS-CAP-EOF TO TRUE                               CNB22700
033700     END-READ.                                                    CNB22700
033800*                                                                 CNB22700
033900 P1120-STORE-CAP.                                                 CNB22700
034000     IF WS-CAP-COUNT = WS-CAP-MAX                                 CNB22700
034100        MOVE 'P1120-TBL-FULL'      TO WS-ABEND-PARAGRAPH          CNB22700
034200        MOVE 'TF'                  TO WS-ABEND-STATUS             CNB22700
034300        PERFORM P9999-GOT-PROBLEM                                 CNB22700
034400     END-IF                                                       CNB22700
034500     ADD 1 TO WS-CAP-COUNT                                        CNB22700
034600     MOVE CP-RECORD (1:15)         TO WS-CAP-ENTRY (WS-CAP-COUNT) CNB22700
034700     PERFORM P1110-READ-CAP.                                      CNB22700
034800*                                                                 CNB22700
034900 P2000-READ-LEDGER.                                               CNB22700
035000     READ STL-FILE NEXT                                           CNB22700
035100          AT END                                                  CNB22700
035200             SET WS-EOF-INPUT TO TRUE                             CNB22700
035300     END-READ                                                     CNB22700
035400     IF NOT WS-EOF-INPUT                                          CNB22700
035500        IF PARM-EMP-NBR > SPACES                                  CNB22700
035600           AND SL-EMP-NBR NOT = PARM-EMP-NBR                      CNB22700
035700           SET WS-EOF-INPUT TO TRUE                               CNB22700
035800        END-IF                                                    CNB22700
035900     END-IF                                                       CNB22700
036000     IF NOT WS-EOF-INPUT                                          CNB22700
036100        IF SL-EVENT-DATE-TIME (1:4) = WS-PERIOD                   CNB22700
036200           IF SL-EMP-NBR NOT = WS-CUR-EMP-NBR                     CNB22700
036300              IF WS-CUR-EMP-NBR > SPACES                          CNB22700
036400                 PERFORM P4000-EMPLOYEE-BREAK                     CNB22700
036500              END-IF                                              CNB22700
036600              MOVE SL-EMP-NBR      TO WS-CUR-EMP-NBR              CNB22700
036700              MOVE ZEROS           TO WS-EMP-ENTRIES              CNB22700
036800                                      WS-EMP-STT                  CNB22700
036900                                      WS-EMP-OVT                  CNB22700
037000                                      WS-EMP-DISQ                 CNB22700
037100                                      WS-EMP-VDEL                 CNB22700
037200                                      WS-EMP-RESETS               CNB22700
037300                                      WS-EMP-CTD-STT              CNB22700
037400                                      WS-EMP-CTD-OVT              CNB22700
037500                                      WS-EMP-CTD-DISQ             CNB22700
037600           END-IF                                                 CNB22700
037700           PERFORM P3000-ACCUMULATE-ENTRY                         CNB22700
037800        END-IF                                                    CNB22700
037900     END-IF.                                                      CNB22700
038000*                                                                 CNB22700
038100 P3000-ACCUMULATE-ENTRY.                                          CNB22700
038200     ADD 1 TO WS-EMP-ENTRIES                                      CNB22700
038300     ADD 1 TO WS-ENTRY-COUNT                                      CNB22700
038400     MOVE SL-EMP-NAME              TO WS-CUR-EMP-NAME             CNB22700
038500     MOVE SL-DIST                  TO WS-CUR-DIST                 CNB22700
038600     MOVE SL-SDIST                 TO WS-CUR-SDIST                CNB22700
038700     MOVE SL-CRAFT                 TO WS-CUR-CRAFT                CNB22700
038800     EVALUATE TRUE                                                CNB22700
038900        WHEN SL-STT-START                                         CNB22700
039000             ADD SL-COUNT          TO WS-EMP-STT                  CNB22700
039100                                      WS-EMP-CTD-STT              CNB22700
039200             MOVE 'STRAIGHT'       TO DTL-EVENT                   CNB22700
039300        WHEN SL-OVT-START                                         CNB22700
039400             ADD SL-COUNT          TO WS-EMP-OVT                  CNB22700
039500                                      WS-EMP-CTD-OVT              CNB22700
039600             MOVE 'OVERTIME'       TO DTL-EVENT                   CNB22700
039700        WHEN SL-DISQUALIFIED                                      CNB22700
039800             ADD SL-COUNT          TO WS-EMP-DISQ                 CNB22700
039900                                      WS-EMP-CTD-DISQ             CNB22700
040000             MOVE 'DISQUALIFIED'   TO DTL-EVENT                   CNB22700
040100        WHEN SL-VIRTUAL-DELETED                                   CNB22700
040200             ADD 1                 TO WS-EMP-VDEL                 CNB22700
040300             MOVE 'VIRTUAL DEL'    TO DTL-EVENT                   CNB22700
040400        WHEN SL-RESET                                             CNB22700
040500             ADD 1                 TO WS-EMP-RESETS               CNB22700
040600             MOVE ZEROS            TO WS-EMP-CTD-STT              CNB22700
040700                                      WS-EMP-CTD-OVT              CNB22700
040800                                      WS-EMP-CTD-DISQ             CNB22700
040900             MOVE 'RESET'          TO DTL-EVENT                   CNB22700
041000        WHEN OTHER                                                CNB22700
041100             MOVE SL-EVENT         TO DTL-EVENT                   CNB22700
041200     END-EVALUATE                                                 CNB22700
041300     IF WS-FUNC-LEDGER                                            CNB22700
041400        PERFORM P3100-PRINT-ENTRY                                 CNB22700
041500     END-IF.                                                      CNB22700
041600*                                                                 CNB22700
041700 P3100-PRINT-ENTRY.                                               CNB22700
041800     MOVE SL-EMP-NBR               TO DTL-EMP-NBR                 CNB22700
041900     MOVE SL-EMP-NAME              TO DTL-EMP-NAME                CNB22700
042000     MOVE SL-DIST                  TO DTL-DIST                    CNB22700
042100     MOVE SL-SDIST                 TO DTL-SDIST                   CNB22700
042200     MOVE SL-CRAFT                 TO DTL-CRAFT                   CNB22700
042300     MOVE SL-EVENT-DATE-TIME       TO DTL-EVENT-DATE-TIME         CNB22700
042400     MOVE SL-COUNT                 TO DTL-COUNT                   CNB22700
042500     EVALUATE SL-STT-EXCPT-FLAG                                   CNB22700
042600        WHEN '1'                                                  CNB22700
042700             MOVE 'RETAIN'         TO DTL-STT-EXCPT               CNB22700
042800        WHEN '2'                                                  CNB22700
042900             MOVE 'RESET'          TO DTL-STT-EXCPT               CNB22700
043000        WHEN '3'                                                  CNB22700
043100             MOVE 'ADD'            TO DTL-STT-EXCPT               CNB22700
043200        WHEN OTHER                                                CNB22700
043300             MOVE SL-STT-EXCPT-FLAG TO DTL-STT-EXCPT              CNB22700
043400     END-EVALUATE                                                 CNB22700
043500     EVALUATE SL-OVT-EXCPT-FLAG                                   CNB22700
043600        WHEN '1'                                                  CNB22700
043700             MOVE 'RETAIN'         TO DTL-OVT-EXCPT               CNB22700
043800        WHEN '2'                                                  CNB22700
043900             MOVE 'RESET'          TO DTL-OVT-EXCPT               CNB22700
044000        WHEN OTHER                                                CNB22700
044100             MOVE SL-OVT-EXCPT-FLAG TO DTL-OVT-EXCPT              CNB22700
044200     END-EVALUATE                                                 CNB22700
044300     MOVE SL-RULE-NO               TO DTL-RULE-NO                 CNB22700
044400     MOVE SL-SOURCE                TO DTL-SOURCE                  CNB22700
044500     MOVE SL-FROM-DATE-TIME        TO DTL-FROM-DATE-TIME          CNB22700
044600     WRITE RPT-LINE FROM WS-DTL-LINE.                             CNB22700
044700*                                                                 CNB22700
044800 P4000-EMPLOYEE-BREAK.                                            CNB22700
044900     ADD 1 TO WS-EMP-COUNT                                        CNB22700
045000     COMPUTE WS-EMP-COUNTED = WS-EMP-CTD-STT + WS-EMP-CTD-OVT     CNB22700
045100                            - WS-EMP-CTD-DISQ                     CNB22700
045200     IF WS-EMP-COUNTED < ZEROS                                    CNB22700
045300        MOVE ZEROS                 TO WS-EMP-COUNTED              CNB22700
045400     END-IF                                                       CNB22700
045500     IF WS-FUNC-LEDGER                                            CNB22700
045600        MOVE WS-EMP-STT            TO TOT-STT                     CNB22700
045700        MOVE WS-EMP-OVT            TO TOT-OVT                     CNB22700
045800        MOVE WS-EMP-DISQ           TO TOT-DISQ                    CNB22700
045900        MOVE WS-EMP-VDEL           TO TOT-VDEL                    CNB22700
046000        MOVE WS-EMP-RESETS         TO TOT-RESETS                  CNB22700
046100        MOVE WS-EMP-COUNTED        TO TOT-COUNTED                 CNB22700
046200        WRITE RPT-LINE FROM WS-TOT-LINE                           CNB22700
046300        MOVE SPACES                TO RPT-LINE                    CNB22700
046400        WRITE RPT-LINE                                            CNB22700
046500     ELSE                                                         CNB22700
046600        PERFORM P4100-CHECK-CAPS                                  CNB22700
046700     END-IF.                                                      CNB22700
046800*                                                                 CNB22700
046900 P4100-CHECK-CAPS.                                                CNB22700
047000*    AN EXACT DIST/SUB-DIST/CRAFT CAP CARD WINS OVER AN ALL-CRAFTSCNB22700
047100*    CARD FOR THE SAME SUB-DISTRICT.                              CNB22700
047200     MOVE ZEROS                    TO WS-CAP-HIT                  CNB22700
047300     MOVE 1                        TO WS-CAP-SUB                  CNB22700
047400     PERFORM P4110-FIND-CAP UNTIL WS-CAP-SUB > WS-CAP-COUNT       CNB22700
047500     IF WS-CAP-HIT = ZEROS                                        CNB22700
047600        ADD 1 TO WS-NO-CAP-COUNT                                  CNB22700
047700     ELSE                                                         CNB22700
047800        MOVE SPACES                TO WS-OVER                     CNB22700
047900        MOVE 1                     TO WS-OVER-PTR                 CNB22700
048000        IF WS-CT-STT-CAP (WS-CAP-HIT) > ZEROS                     CNB22700
048100           AND WS-EMP-CTD-STT > WS-CT-STT-CAP (WS-CAP-HIT)        CNB22700
048200           STRING 'STT ' DELIMITED BY SIZE                        CNB22700
048300                  INTO WS-OVER WITH POINTER WS-OVER-PTR           CNB22700
048400        END-IF                                                    CNB22700
048500        IF WS-CT-OVT-CAP (WS-CAP-HIT) > ZEROS                     CNB22700
048600           AND WS-EMP-CTD-OVT > WS-CT-OVT-CAP (WS-CAP-HIT)        CNB22700
048700           STRING 'OVT ' DELIMITED BY SIZE                        CNB22700
048800                  INTO WS-OVER WITH POINTER WS-OVER-PTR           CNB22700
048900        END-IF                                                    CNB22700
049000        IF WS-CT-TOTAL-CAP (WS-CAP-HIT) > ZEROS                   CNB22700
049100           AND WS-EMP-COUNTED > WS-CT-TOTAL-CAP (WS-CAP-HIT)      CNB22700
049200           STRING 'TOTAL' DELIMITED BY SIZE                       CNB22700
049300                  INTO WS-OVER WITH POINTER WS-OVER-PTR           CNB22700
049400        END-IF                                                    CNB22700
049500        IF WS-OVER > SPACES                                       CNB22700
049600           ADD 1 TO WS-OVER-COUNT                                 CNB22700
049700           MOVE WS-CUR-EMP-NBR     TO EXC-EMP-NBR                 CNB22700
049800           MOVE WS-CUR-EMP-NAME    TO EXC-EMP-NAME                CNB22700
049900           MOVE WS-CUR-DIST        TO EXC-DIST                    CNB22700
050000           MOVE WS-CUR-SDIST       TO EXC-SDIST                   CNB22700
050100           MOVE WS-CUR-CRAFT       TO EXC-CRAFT                   CNB22700
050200           MOVE WS-EMP-CTD-STT     TO EXC-STT                     CNB22700
050300           MOVE WS-CT-STT-CAP (WS-CAP-HIT) TO EXC-STT-CAP         CNB22700
050400           MOVE WS-EMP-CTD-OVT     TO EXC-OVT                     CNB22700
050500           MOVE WS-CT-OVT-CAP (WS-CAP-HIT) TO EXC-OVT-CAP         CNB22700
050600           MOVE WS-EMP-COUNTED     TO EXC-TOT                     CNB22700
050700           MOVE WS-CT-TOTAL-CAP (WS-CAP-HIT) TO EXC-TOT-CAP       CNB22700
050800           MOVE WS-OVER            TO EXC-OVER                    CNB22700
050900           WRITE RPT-LINE FROM WS-EXC-LINE                        CNB22700
051000        END-IF                                                    CNB22700
051100     END-IF.                                                      CNB22700
051200*                                                                 CNB22700
051300 P4110-FIND-CAP.                                                  CNB22700
051400     IF WS-CT-DIST (WS-CAP-SUB) = WS-CUR-DIST                     CNB22700
051500        AND WS-CT-SDIST (WS-CAP-SUB) = WS-CUR-SDIST               CNB22700
051600        IF WS-CT-CRAFT (WS-CAP-SUB) = WS-CUR-CRAFT                CNB22700
051700           MOVE WS-CAP-SUB         TO WS-CAP-HIT                  CNB22700
051800        ELSE                                                      CNB22700
051900           IF WS-CT-CRAFT (WS-CAP-SUB) = SPACES                   CNB22700
052000              AND WS-CAP-HIT = ZEROS                              CNB22700
052100              MOVE WS-CAP-SUB      TO WS-CAP-HIT                  CNB22700
052200           END-IF                                                 CNB22700
052300        END-IF                                                    CNB22700
052400     END-IF                                                       CNB22700
052500     ADD 1 TO WS-CAP-SUB.                                         CNB22700
052600*                                                                 CNB22700
052700 P9000-TERMINATE.                                                 CNB22700
052800     MOVE SPACES                   TO RPT-LINE                    CNB22700
052900     WRITE RPT-LINE                                               CNB22700
053000     MOVE 'EMPLOYEES IN PERIOD .......' TO CNT-LABEL              CNB22700
053100     MOVE WS-EMP-COUNT             TO CNT-VALUE                   CNB22700
053200     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB22700
053300     MOVE 'LEDGER ENTRIES IN PERIOD ..' TO CNT-LABEL              CNB22700
053400     MOVE WS-ENTRY-COUNT           TO CNT-VALUE                   CNB22700
053500     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB22700
053600     IF WS-FUNC-CAPS                                              CNB22700
053700        MOVE 'EMPLOYEES OVER CAP ........' TO CNT-LABEL           CNB22700
053800        MOVE WS-OVER-COUNT         TO CNT-VALUE                   CNB22700
053900        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB22700
054000        MOVE 'NO CAP CARD FOR BOARD .....' TO CNT-LABEL           CNB22700
054100        MOVE WS-NO-CAP-COUNT       TO CNT-VALUE                   CNB22700
054200        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB22700
054300     END-IF                                                       CNB22700
054400     CLOSE STL-FILE                                               CNB22700
054500           RPT-FILE.                                              CNB22700
054600*                                                                 CNB22700
054700 P9999-GOT-PROBLEM.                                               CNB22700
054710     MOVE 'CNB227'                 TO XE-PROGRAM                  CNB22700
054720     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB22700
054730     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB22700
054740     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB22700
054800     DISPLAY 'CNB227 ABEND IN ' WS-ABEND-PARAGRAPH                CNB22700
054900              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB22700
055000     MOVE 16 TO RETURN-CODE                                       CNB22700
055100     GOBACK.                                                      CNB22700
