000100 IDENTIFICATION DIVISION.                                         CNB24700
000200 PROGRAM-ID. CNB247.                                              CNB24700
000300*AUTHOR.     JMC.                                                 CNB24700
000400*DATE-WRITTEN. 10/15/26.                                          CNB24700
000500*REMARKS.                                                         CNB24700
000600*    STATUS-TRANSITION RULES.  CNP917 EDITS A STATUS CHANGE       CNB24700
000700*    AGAINST THE STATUS/REASON CONTROL RECORD FOR THE NEW STATUS  CNB24700
000800*    ONLY - NOTHING SAID WHICH STATUS AN EMPLOYEE MAY MOVE TO     CNB24700
000900*    FROM THE ONE THEY ARE IN.  STRFILE HOLDS ONE RULE PER        CNB24700
001000*    FROM-STATUS / TO-STATUS / REASON: LAYOFF-CODE-1 AND          CNB24700
001100*    LAYOFF-CODE-2 AS THEY STAND, THE NEW P917-STATUS-CODE1/2 AND CNB24700
001200*    THE REASON (P917-EDB-CODE).  '*' IN A STATUS OR SUB-CODE     CNB24700
001300*    POSITION, OR '**' AS THE REASON, MATCHES ANY VALUE.  EACH    CNB24700
001400*    RULE ALLOWS OR DENIES THE CHANGE AND MAY REQUIRE SUPERVISOR  CNB24700
001500*    INITIALS OR AN EXPIRATION DATE (OR NUMBER OF DAYS) ON TOP OF CNB24700
001600*    THE CONTROL-RECORD EDITS, AND MAY RAISE A TASK LIST ENTRY    CNB24700
001700*    WHEN THE CHANGE IS MADE.  CNP917 LOOKS THE RULE UP (CICS FILECNB24700
001800*    CONTROL) FROM P1090-CHECK-TRANSITION-RULE; A CHANGE NO RULE  CNB24700
001900*    COVERS IS LEFT TO THE CONTROL-RECORD EDITS AS BEFORE.        CNB24700
002000*    FUNCTIONS FROM THE PARM CARD:                                CNB24700
002100*      MAINT   - APPLY STRTRAN RULE-MAINTENANCE CARDS:            CNB24700
002200*                A - ADD A RULE.                                  CNB24700
002300*                C - CHANGE A RULE'S SETTINGS (A BLANK DESCRIPTIONCNB24700
002400*                    KEEPS THE ONE ON FILE).                      CNB24700
002500*                D - DELETE A RULE.                               CNB24700
002600*      LIST    - PRINT THE CURRENT TRANSITION MATRIX IN KEY ORDER CNB24700
002700*                WITH THE ORDER IN WHICH CNP917 TRIES THE RULES.  CNB24700
002800*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB24700
002900*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB24700
003000*                                                                 CNB24700
003100*TBD  THE ONLINE RULE MAINTENANCE SCREEN IS NOT IN THIS LIBRARY.  CNB24700
003200*UNTIL IT IS, RULES ARE KEYED AS STRTRAN CARDS AND THE MATRIX IS  CNB24700
003300*CHECKED FROM THE LIST RUN.  THE TASKFILE LAYOUT IS CNB162'S -    CNB24700
003400*VERIFY BEFORE NEXT COMPILE.                                      CNB24700
003500*                                                                 CNB24700
003600 ENVIRONMENT DIVISION.                                            CNB24700
003700 CONFIGURATION SECTION.                                           CNB24700
003800 SOURCE-COMPUTER.  IBM-370.                                       CNB24700
003900 OBJECT-COMPUTER.  IBM-370.                                       CNB24700
004000 INPUT-OUTPUT SECTION.                                            CNB24700
004100 FILE-CONTROL.                                                    CNB24700
004200     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB24700
004300            ORGANIZATION  SEQUENTIAL                              CNB24700
004400            FILE STATUS   WS-PARM-STATUS.                         CNB24700
004500     SELECT TRAN-FILE    ASSIGN TO STRTRAN                        CNB24700
004600            ORGANIZATION  SEQUENTIAL                              CNB24700
004700            FILE STATUS   WS-TRAN-STATUS.                         CNB24700
004800     SELECT STR-FILE     ASSIGN TO STRFILE                        CNB24700
004900            ORGANIZATION  INDEXED                                 CNB24700
005000            ACCESS MODE   DYNAMIC                                 CNB24700
005100            RECORD KEY    TR-KEY                                  CNB24700
005200            FILE STATUS   WS-STR-STATUS.                          CNB24700
005300     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB24700
005400            ORGANIZATION  LINE SEQUENTIAL                         CNB24700
005500            FILE STATUS   WS-RPT-STATUS.                          CNB24700
005600*                                                                 CNB24700
005700 DATA DIVISION.                                                   CNB24700
005800 FILE SECTION.                                                    CNB24700
005900 FD  PARM-FILE                                                    CNB24700
006000     RECORD CONTAINS 80 CHARACTERS.                               CNB24700
006100 01  WS-PARM-RECORD.                                              CNB24700
006200     05  PARM-FUNC                 PIC X(8).                      CNB24700
006300     05  PARM-DATE-TIME            PIC X(12).                     CNB24700
006400     05  FILLER                    PIC X(60).                     CNB24700
006500 FD  TRAN-FILE                                                    CNB24700
006600     RECORD CONTAINS 80 CHARACTERS.                               CNB24700
006700 01  ST-RECORD.                                                   CNB24700
006800     05  ST-TYPE                   PIC X(1).                      CNB24700
006900         88  ST-ADD                      VALUE 'A'.               CNB24700
007000         88  ST-CHANGE                   VALUE 'C'.               CNB24700
007100         88  ST-DELETE                   VALUE 'D'.               CNB24700
007200     05  ST-KEY.                                                  CNB24700
007300         10  ST-FROM-CODE1         PIC X(1).                      CNB24700
007400         10  ST-FROM-CODE2         PIC X(1).                      CNB24700
007500         10  ST-TO-CODE1           PIC X(1).                      CNB24700
007600         10  ST-TO-CODE2           PIC X(1).                      CNB24700
007700         10  ST-REASON             PIC X(2).                      CNB24700
007800     05  ST-ACTION                 PIC X(1).                      CNB24700
007900     05  ST-SUPV-REQ               PIC X(1).                      CNB24700
008000     05  ST-EXP-REQ                PIC X(1).                      CNB24700
008100     05  ST-TASK-CAT               PIC X(4).                      CNB24700
008200     05  ST-TASK-PRIORITY          PIC X(1).                      CNB24700
008300     05  ST-USER                   PIC X(8).                      CNB24700
008400     05  ST-DESC                   PIC X(40).                     CNB24700
008500     05  FILLER                    PIC X(17).                     CNB24700
008600 FD  STR-FILE                                                     CNB24700
008700     RECORD CONTAINS 150 CHARACTERS.                              CNB24700
008800 01  TR-RECORD.                                                   CNB24700
008900     05  TR-KEY.                                                  CNB24700
009000*        LAYOFF-CODE-1 / LAYOFF-CODE-2 THE EMPLOYEE IS IN:        CNB24700
009100         10  TR-FROM-CODE1         PIC X(1).                      CNB24700
009200         10  TR-FROM-CODE2         PIC X(1).                      CNB24700
009300*        P917-STATUS-CODE1 / P917-STATUS-CODE2 REQUESTED:         CNB24700
009400         10  TR-TO-CODE1           PIC X(1).                      CNB24700
009500         10  TR-TO-CODE2           PIC X(1).                      CNB24700
009600*        P917-EDB-CODE:                                           CNB24700
009700         10  TR-REASON             PIC X(2).                      CNB24700
009800     05  TR-ACTION                 PIC X(1).                      CNB24700
009900         88  TR-ALLOW                    VALUE 'A'.               CNB24700
010000         88  TR-DENY                     VALUE 'D'.               CNB24700
010100     05  TR-SUPV-REQ               PIC X(1).                      CNB24700
010200     05  TR-EXP-REQ                PIC X(1).                      CNB24700
010300*    BLANK - NO TASK:                                             CNB24700
010400     05  TR-TASK-CAT               PIC X(4).                      CNB24700
010500     05  TR-TASK-PRIORITY          PIC 9(1).                      CNB24700
010600     05  TR-DESC                   PIC X(40).                     CNB24700
010700     05  TR-CHG-USER               PIC X(8).                      CNB24700
010800     05  TR-CHG-DATE-TIME          PIC X(12).                     CNB24700
010900     05  FILLER                    PIC X(76).                     CNB24700
011000 FD  RPT-FILE                                                     CNB24700
011100     RECORD CONTAINS 132 CHARACTERS.                              CNB24700
011200 01  RPT-LINE                      PIC X(132).                    CNB24700
011300*                                                                 CNB24700
011400 WORKING-STORAGE SECTION.                                         CNB24700
011500 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB24700
011600     88  WS-PARM-OK                       VALUE '00'.             CNB24700
011700 01  WS-TRAN-STATUS                PIC XX VALUE SPACES.           CNB24700
011800     88  WS-TRAN-OK                       VALUE '00'.             CNB24700
011900 01  WS-STR-STATUS                 PIC XX VALUE SPACES.           CNB24700
012000     88  WS-STR-OK                        VALUE '00'.             CNB24700
012100     88  WS-STR-DUP                       VALUE '22'.             CNB24700
012200     88  WS-STR-NOTFND                    VALUE '23'.             CNB24700
012300 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB24700
012400     88  WS-RPT-OK                        VALUE '00'.             CNB24700
012500 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB24700
012600 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB24700
012610 COPY WSERRLOG.                                                   CNB24700
012700 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB24700
012800     88  WS-FUNC-MAINT                    VALUE 'MAINT'.          CNB24700
012900     88  WS-FUNC-LIST                     VALUE 'LIST'.           CNB24700
013000 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB24700
013100 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB24700
013200     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB24700
013300 01  WS-REJECT-CODE                PIC X(4) VALUE SPACES.         CNB24700
013400 01  WS-RESULT-MSG                 PIC X(40) VALUE SPACES.        CNB24700
013500 01  WS-TRAN-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24700
013600 01  WS-REJECT-COUNT               PIC 9(7) VALUE ZEROS.          CNB24700
013700 01  WS-ADD-COUNT                  PIC 9(7) VALUE ZEROS.          CNB24700
013800 01  WS-CHANGE-COUNT               PIC 9(7) VALUE ZEROS.          CNB24700
013900 01  WS-DELETE-COUNT               PIC 9(7) VALUE ZEROS.          CNB24700
014000 01  WS-RULE-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24700
014100 01  WS-DENY-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24700
014200 01  WS-TASK-RULE-COUNT            PIC 9(7) VALUE ZEROS.          CNB24700
014300*    THE ORDER CNP917 TRIES THE KEY PATTERNS IN, FOR THE LIST     CNB24700
014400*    FOOTING - KEEP IN STEP WITH STR-MASK-VALUES IN CNP917.       CNB24700
014500 01  WS-ORDER-VALUES.                                             CNB24700
014600     05  FILLER                    PIC X(66) VALUE                CNB24700
014700         '  1 FS TU RR    2 FS TU **    3 FS T* RR    4 FS T* **'.CNB24700
014800     05  FILLER                    PIC X(66) VALUE                CNB24700
014900         '  5 F* TU RR    6 F* TU **    7 F* T* RR    8 F* T* **'.CNB24700
015000     05  FILLER                    PIC X(66) VALUE                CNB24700
015100         '  9 FS ** RR   10 FS ** **   11 F* ** RR   12 F* ** **'.CNB24700
015200     05  FILLER                    PIC X(66) VALUE                CNB24700
015300         ' 13 ** TU RR   14 ** TU **   15 ** T* RR   16 ** T* **'.CNB24700
015400     05  FILLER                    PIC X(66) VALUE                CNB24700
015500         ' 17 ** ** RR   18 ** ** **'.                            CNB24700
015600 01  WS-ORDER-TABLE REDEFINES WS-ORDER-VALUES.                    CNB24700
015700     05  WS-ORDER-TEXT OCCURS 5 TIMES PIC X(66).                  CNB24700
015800 01  WS-ORDER-SUB                  PIC S9(4) COMP VALUE ZEROS.    CNB24700
015900 01  WS-HDR-LINE.                                                 CNB24700
016000     05  FILLER                PIC X(38)  VALUE                   CNB24700
016100         'CNB247 - STATUS-TRANSITION RULES      '.                CNB24700
016200     05  FILLER                PIC X(2)   VALUE SPACES.           CNB24700
016300     05  HDR-FUNC              PIC X(8).                          CNB24700
016400     05  FILLER                PIC X(2)   VALUE SPACES.           CNB24700
016500     05  HDR-DATE-TIME         PIC X(12).                         CNB24700
016600     05  FILLER                PIC X(70)  VALUE SPACES.           CNB24700
016700 01  WS-TRAN-HDR-LINE.                                            CNB24700
016800     05  FILLER                    PIC X(44) VALUE                CNB24700
016900         'T FROM TO RSN A S E TASK P USER     RJCT RES'.          CNB24700
017000     05  FILLER                    PIC X(4)  VALUE 'ULT '.        CNB24700
017100     05  FILLER                    PIC X(84) VALUE SPACES.        CNB24700
017200 01  WS-TRAN-LINE.                                                CNB24700
017300     05  TRN-TYPE                  PIC X(1).                      CNB24700
017400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24700
017500     05  TRN-FROM-CODE1            PIC X(1).                      CNB24700
017600     05  TRN-FROM-CODE2            PIC X(1).                      CNB24700
017700     05  FILLER                    PIC X(3) VALUE SPACES.         CNB24700
017800     05  TRN-TO-CODE1              PIC X(1).                      CNB24700
017900     05  TRN-TO-CODE2              PIC X(1).                      CNB24700
018000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24700
018100     05  TRN-REASON                PIC X(2).                      CNB24700
018200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB24700
018300     05  TRN-ACTION                PIC X(1).                      CNB24700
018400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24700
018500     05  TRN-SUPV-REQ              PIC X(1).                      CNB24700
018600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24700
018700     05  TRN-EXP-REQ               PIC X(1).                      CNB24700
018800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24700
018900     05  TRN-TASK-CAT              PIC X(4).                      CNB24700
019000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24700
019100     05  TRN-TASK-PRIORITY         PIC X(1).                      CNB24700
019200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24700
019300     05  TRN-USER                  PIC X(8).                      CNB24700
019400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24700
019500     05  TRN-REJECT-CODE           PIC X(4).                      CNB24700
019600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24700
019700     05  TRN-RESULT-MSG            PIC X(40).                     CNB24700
019800     05  FILLER                    PIC X(51) VALUE SPACES.        CNB24700
019900 01  WS-MTX-HDR-LINE.                                             CNB24700
020000     05  FILLER                    PIC X(44) VALUE                CNB24700
020100         'FROM  TO    RSN  ACTION  SUPV  EXP  TASK  PR'.          CNB24700
020200     05  FILLER                    PIC X(44) VALUE                CNB24700
020300         'I  DESCRIPTION                              '.          CNB24700
020400     05  FILLER                    PIC X(23) VALUE                CNB24700
020500         'CHANGED BY  CHANGED ON '.                               CNB24700
020600     05  FILLER                    PIC X(21) VALUE SPACES.        CNB24700
020700 01  WS-MTX-LINE.                                                 CNB24700
020800     05  MTX-FROM-CODE1            PIC X(1).                      CNB24700
020900     05  MTX-FROM-CODE2            PIC X(1).                      CNB24700
021000     05  FILLER                    PIC X(4) VALUE SPACES.         CNB24700
021100     05  MTX-TO-CODE1              PIC X(1).                      CNB24700
021200     05  MTX-TO-CODE2              PIC X(1).                      CNB24700
021300     05  FILLER                    PIC X(4) VALUE SPACES.         CNB24700
021400     05  MTX-REASON                PIC X(2).                      CNB24700
021500     05  FILLER                    PIC X(3) VALUE SPACES.         CNB24700
021600     05  MTX-ACTION                PIC X(5).                      CNB24700
021700     05  FILLER                    PIC X(4) VALUE SPACES.         CNB24700
021800     05  MTX-SUPV-REQ              PIC X(1).                      CNB24700
021900     05  FILLER                    PIC X(5) VALUE SPACES.         CNB24700
022000     05  MTX-EXP-REQ               PIC X(1).                      CNB24700
022100     05  FILLER                    PIC X(3) VALUE SPACES.         CNB24700
022200     05  MTX-TASK-CAT              PIC X(4).                      CNB24700
022300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB24700
022400     05  MTX-TASK-PRIORITY         PIC X(1).                      CNB24700
022500     05  FILLER                    PIC X(4) VALUE SPACES.         CNB24700
022600     05  MTX-DESC                  PIC X(40).                     CNB24700
022700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24700
022800     05  MTX-CHG-USER              PIC X(8).                      CNB24700
022900     05  FILLER                    PIC X(4) VALUE SPACES.         CNB24700
023000     05  MTX-CHG-DATE-TIME         PIC X(12).                     CNB24700
023100     05  FILLER                    PIC X(20) VALUE SPACES.        CNB24700
023200 01  WS-NOTE-LINE.                                                CNB24700
023300     05  NOTE-TEXT                 PIC X(66).                     CNB24700
023400     05  FILLER                    PIC X(66) VALUE SPACES.        CNB24700
023500 01  WS-CNT-LINE.                                                 CNB24700
023600     05  CNT-LABEL                 PIC X(30).                     CNB24700
023700     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB24700
023800     05  FILLER                    PIC X(95) VALUE SPACES.        CNB24700
023900*                                                                 CNB24700
024000 PROCEDURE DIVISION.                                              CNB24700
024100 P0000-MAINLINE.                                                  CNB24700
024200     PERFORM P1000-INITIALIZE                                     CNB24700
024300     EVALUATE TRUE                                                CNB24700
024400        WHEN WS-FUNC-MAINT                                        CNB24700
024500             PERFORM P2000-APPLY-MAINT                            CNB24700
024600        WHEN WS-FUNC-LIST                                         CNB24700
024700             PERFORM P3000-LIST-MATRIX                            CNB24700
024800     END-EVALUATE                                                 CNB24700
024900     PERFORM P9000-TERMINATE                                      CNB24700
025000     GOBACK.                                                      CNB24700
025100*                                                                 CNB24700
025200 P1000-INITIALIZE.                                                CNB24700
025300     OPEN INPUT PARM-FILE                                         CNB24700
025400     IF NOT WS-PARM-OK                                            CNB24700
025500        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB24700
025600        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB24700
025700        PERFORM P9999-GOT-PROBLEM                                 CNB24700
025800     END-IF                                                       CNB24700
025900     READ PARM-FILE                                               CNB24700
026000     IF NOT WS-PARM-OK                                            CNB24700
026100        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB24700
026200        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB24700
026300        PERFORM P9999-GOT-PROBLEM                                 CNB24700
026400     END-IF                                                       CNB24700
026500     MOVE PARM-FUNC                TO WS-FUNC                     CNB24700
026600     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB24700
026700     CLOSE PARM-FILE                                              CNB24700
026800     IF NOT WS-FUNC-MAINT AND NOT WS-FUNC-LIST                    CNB24700
026900        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB24700
027000        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB24700
027100        PERFORM P9999-GOT-PROBLEM                                 CNB24700
027200     END-IF                                                       CNB24700
027300     IF WS-FUNC-MAINT                                             CNB24700
027400        OPEN I-O STR-FILE                                         CNB24700
027500        IF WS-STR-STATUS = '35'                                   CNB24700
027600           OPEN OUTPUT STR-FILE                                   CNB24700
027700           CLOSE STR-FILE                                         CNB24700
027800           OPEN I-O STR-FILE                                      CNB24700
027900        END-IF                                                    CNB24700
028000     ELSE                                                         CNB24700
028100        OPEN INPUT STR-FILE                                       CNB24700
028200     END-IF                                                       CNB24700
028300     IF NOT WS-STR-OK                                             CNB24700
028400        MOVE 'P1000-OPEN-STR'      TO WS-ABEND-PARAGRAPH          CNB24700
028500        MOVE WS-STR-STATUS         TO WS-ABEND-STATUS             CNB24700
028600        PERFORM P9999-GOT-PROBLEM                                 CNB24700
028700     END-IF                                                       CNB24700
028800     OPEN OUTPUT RPT-FILE                                         CNB24700
028900     IF NOT WS-RPT-OK                                             CNB24700
029000        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB24700
029100        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB24700
029200        PERFORM P9999-GOT-PROBLEM                                 CNB24700
029300     END-IF                                                       CNB24700
029400     MOVE WS-FUNC                  TO HDR-FUNC                    CNB24700
029500     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB24700
029600     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB24700
029700     MOVE SPACES                   TO RPT-LINE                    CNB24700
029800     WRITE RPT-LINE.                                              CNB24700
029900*                                                                 CNB24700
030000*    MAINT - ONE STRTRAN CARD AT A TIME AGAINST STRFILE.          CNB24700
030100*                                                                 CNB24700
030200 P2000-APPLY-MAINT.                                               CNB24700
030300     OPEN INPUT TRAN-FILE                                         CNB24700
030400     IF NOT WS-TRAN-OK                                            CNB24700
030500        MOVE 'P2000-OPEN-TRAN'     TO WS-ABEND-PARAGRAPH          CNB24700
030600        MOVE WS-TRAN-STATUS        TO WS-ABEND-STATUS             CNB24700
030700        PERFORM P9999-GOT-PROBLEM                                 CNB24700
030800     END-IF                                                       CNB24700
030900     WRITE RPT-LINE FROM WS-TRAN-HDR-LINE                         CNB24700
031000     PERFORM P2010-READ-TRAN                                      CNB24700
031100     PERFORM P2100-PROCESS-CARD UNTIL WS-EOF-INPUT                CNB24700
031200     CLOSE TRAN-FILE.                                             CNB24700
031300*                                                                 CNB24700
031400 P2010-READ-TRAN.                                                 CNB24700
031500     READ TRAN-FILE                                               CNB24700
031600          AT END                                                  CNB24700
031700             SET WS-EOF-INPUT TO TRUE                             CNB24700
031800     END-READ.                                                    CNB24700
031900*                                                                 CNB24700
032000 P2100-PROCESS-CARD.                                              CNB24700
032100     ADD 1 TO WS-TRAN-COUNT                                       CNB24700
032200     MOVE SPACES                   TO WS-REJECT-CODE              CNB24700
032300                                      WS-RESULT-MSG               CNB24700
032400     PERFORM P2200-EDIT-KEY                                       CNB24700
032500     IF WS-REJECT-CODE = SPACES                                   CNB24700
032600        EVALUATE TRUE                                             CNB24700
032700           WHEN ST-ADD                                            CNB24700
032800                PERFORM P2300-EDIT-SETTINGS                       CNB24700
032900                IF WS-REJECT-CODE = SPACES                        CNB24700
033000                   PERFORM P2400-ADD-RULE                         CNB24700
033100                END-IF                                            CNB24700
033200           WHEN ST-CHANGE                                         CNB24700
033300                PERFORM P2300-EDIT-SETTINGS                       CNB24700
033400                IF WS-REJECT-CODE = SPACES                        CNB24700
033500                   PERFORM P2500-CHANGE-RULE                      CNB24700
033600                END-IF                                            CNB24700
033700           WHEN ST-DELETE                                         CNB24700
033800                PERFORM P2600-DELETE-RULE                         CNB24700
033900           WHEN OTHER                                             CNB24700
034000                MOVE 'TYPE'        TO WS-REJECT-CODE              CNB24700
034100                MOVE 'CARD TYPE NOT A, C OR D' TO WS-RESULT-MSG   CNB24700
034200        END-EVALUATE                                              CNB24700
034300     END-IF                                                       CNB24700
034400     IF WS-REJECT-CODE > SPACES                                   CNB24700
034500        ADD 1 TO WS-REJECT-COUNT                                  CNB24700
034600     END-IF                                                       CNB24700
034700     MOVE ST-TYPE                  TO TRN-TYPE                    CNB24700
034800     MOVE ST-FROM-CODE1            TO TRN-FROM-CODE1              CNB24700
034900     MOVE ST-FROM-CODE2            TO TRN-FROM-CODE2              CNB24700
035000     MOVE ST-TO-CODE1              TO TRN-TO-CODE1                CNB24700
035100     MOVE ST-TO-CODE2              TO TRN-TO-CODE2                CNB24700
035200     MOVE ST-REASON                TO TRN-REASON                  CNB24700
035300     MOVE ST-ACTION                TO TRN-ACTION                  CNB24700
035400     MOVE ST-SUPV-REQ              TO TRN-SUPV-REQ                CNB24700
035500     MOVE ST-EXP-REQ               TO TRN-EXP-REQ                 CNB24700
035600     MOVE ST-TASK-CAT              TO TRN-TASK-CAT                CNB24700
035700     MOVE ST-TASK-PRIORITY         TO TRN-TASK-PRIORITY           CNB24700
035800     MOVE ST-USER                  TO TRN-USER                    CNB24700
035900     MOVE WS-REJECT-CODE           TO TRN-REJECT-CODE             CNB24700
036000     MOVE WS-RESULT-MSG            TO TRN-RESULT-MSG              CNB24700
036100     WRITE RPT-LINE FROM WS-TRAN-LINE                             CNB24700
036200     PERFORM P2010-READ-TRAN.                                     CNB24700
036300*                                                                 CNB24700
036400*    A SUB-CODE MAY ONLY BE GIVEN WITH ITS STATUS CODE, AND THE   CNB24700
036500*    REASON IS EITHER A CODE OR '**' - THESE ARE THE ONLY KEYS    CNB24700
036600*    CNP917 EVER PROBES FOR.                                      CNB24700
036700*                                                                 CNB24700
036800 P2200-EDIT-KEY.                                                  CNB24700
036900     IF ST-USER = SPACES                                          CNB24700
037000        MOVE 'USER'                TO WS-REJECT-CODE              CNB24700
037100        MOVE 'USER ID MISSING'     TO WS-RESULT-MSG               CNB24700
037200     ELSE                                                         CNB24700
037300        IF ST-FROM-CODE1 = SPACE OR ST-FROM-CODE2 = SPACE         CNB24700
037400           OR ST-TO-CODE1 = SPACE OR ST-TO-CODE2 = SPACE          CNB24700
037500           OR ST-REASON (1:1) = SPACE                             CNB24700
037600           OR ST-REASON (2:1) = SPACE                             CNB24700
037700           MOVE 'CODE'             TO WS-REJECT-CODE              CNB24700
037800           MOVE 'KEY POSITION BLANK - USE * FOR ANY'              CNB24700
037900                                   TO WS-RESULT-MSG               CNB24700
038000        ELSE                                                      CNB24700
038100           IF (ST-FROM-CODE1 = '*' AND ST-FROM-CODE2 NOT = '*')   CNB24700
038200              OR (ST-TO-CODE1 = '*' AND ST-TO-CODE2 NOT = '*')    CNB24700
038300              MOVE 'CODE'          TO WS-REJECT-CODE              CNB24700
038400              MOVE 'SUB-CODE GIVEN WITHOUT ITS STATUS CODE'       CNB24700
038500                                   TO WS-RESULT-MSG               CNB24700
038600           END-IF                                                 CNB24700
038700           IF (ST-REASON (1:1) = '*'                              CNB24700
038800               AND ST-REASON (2:1) NOT = '*')                     CNB24700
038900              OR (ST-REASON (2:1) = '*'                           CNB24700
039000                  AND ST-REASON (1:1) NOT = '*')                  CNB24700
039100              MOVE 'CODE'          TO WS-REJECT-CODE              CNB24700
039200              MOVE 'REASON MUST BE A CODE OR **'                  CNB24700
039300                                   TO WS-RESULT-MSG               CNB24700
039400           END-IF                                                 CNB24700
039500        END-IF                                                    CNB24700
039600     END-IF.                                                      CNB24700
039700*                                                                 CNB24700
039800 P2300-EDIT-SETTINGS.                                             CNB24700
039900     IF ST-ACTION NOT = 'A' AND ST-ACTION NOT = 'D'               CNB24700
040000        MOVE 'ACTN'                TO WS-REJECT-CODE              CNB24700
040100        MOVE 'ACTION NOT A (ALLOW) OR D (DENY)'                   CNB24700
040200                                   TO WS-RESULT-MSG               CNB24700
040300     ELSE                                                         CNB24700
040400        IF (ST-SUPV-REQ NOT = 'Y' AND ST-SUPV-REQ NOT = 'N'       CNB24700
040500            AND ST-SUPV-REQ NOT = SPACE)                          CNB24700
040600           OR (ST-EXP-REQ NOT = 'Y' AND ST-EXP-REQ NOT = 'N'      CNB24700
040700               AND ST-EXP-REQ NOT = SPACE)                        CNB24700
040800           MOVE 'FLAG'             TO WS-REJECT-CODE              CNB24700
040900           MOVE 'SUPV/EXP FLAG NOT Y, N OR BLANK'                 CNB24700
041000                                   TO WS-RESULT-MSG               CNB24700
041100        ELSE                                                      CNB24700
041200           IF ST-TASK-CAT > SPACES                                CNB24700
041300              AND (ST-TASK-PRIORITY NOT NUMERIC                   CNB24700
041400                   OR ST-TASK-PRIORITY = '0')                     CNB24700
041500              MOVE 'TASK'          TO WS-REJECT-CODE              CNB24700
041600              MOVE 'TASK PRIORITY NOT 1 - 9'                      CNB24700
041700                                   TO WS-RESULT-MSG               CNB24700
041800           END-IF                                                 CNB24700
041900        END-IF                                                    CNB24700
042000     END-IF.                                                      CNB24700
042100*                                                                 CNB24700
042200 P2400-ADD-RULE.                                                  CNB24700
042300     MOVE SPACES                   TO TR-RECORD                   CNB24700
042400     MOVE ST-KEY                   TO TR-KEY                      CNB24700
042500     PERFORM P2410-MOVE-SETTINGS                                  CNB24700
042600     MOVE ST-DESC                  TO TR-DESC                     CNB24700
042700     WRITE TR-RECORD                                              CNB24700
042800     IF WS-STR-DUP                                                CNB24700
042900        MOVE 'DUPL'                TO WS-REJECT-CODE              CNB24700
043000        MOVE 'RULE ALREADY ON FILE - USE C' TO WS-RESULT-MSG      CNB24700
043100     ELSE                                                         CNB24700
043200        IF NOT WS-STR-OK                                          CNB24700
043300           MOVE 'P2400-WRITE-STR'  TO WS-ABEND-PARAGRAPH          CNB24700
043400           MOVE WS-STR-STATUS      TO WS-ABEND-STATUS             CNB24700
043500           PERFORM P9999-GOT-PROBLEM                              CNB24700
043600        END-IF                                                    CNB24700
043700        ADD 1 TO WS-ADD-COUNT                                     CNB24700
043800        MOVE 'RULE ADDED'          TO WS-RESULT-MSG               CNB24700
043900     END-IF.                                                      CNB24700
044000*                                                                 CNB24700
044100 P2410-MOVE-SETTINGS.                                             CNB24700
044200     MOVE ST-ACTION                TO TR-ACTION                   CNB24700
044300     MOVE 'N'                      TO TR-SUPV-REQ                 CNB24700
044400                                      TR-EXP-REQ                  CNB24700
044500     IF ST-SUPV-REQ = 'Y'                                         CNB24700
044600        MOVE 'Y'                   TO TR-SUPV-REQ                 CNB24700
044700     END-IF                                                       CNB24700
044800     IF ST-EXP-REQ = 'Y'                                          CNB24700
044900        MOVE 'Y'                   TO TR-EXP-REQ                  CNB24700
045000     END-IF                                                       CNB24700
045100     MOVE ST-TASK-CAT              TO TR-TASK-CAT                 CNB24700
045200     IF ST-TASK-CAT > SPACES                                      CNB24700
045300        MOVE ST-TASK-PRIORITY      TO TR-TASK-PRIORITY            CNB24700
045400     ELSE                                                         CNB24700
045500        MOVE ZEROS                 TO TR-TASK-PRIORITY            CNB24700
045600     END-IF                                                       CNB24700
045700     MOVE ST-USER                  TO TR-CHG-USER                 CNB24700
045800     MOVE WS-RUN-DATE-TIME         TO TR-CHG-DATE-TIME.           CNB24700
045900*                                                                 CNB24700
046000 P2500-CHANGE-RULE.                                               CNB24700
046100     MOVE ST-KEY                   TO TR-KEY                      CNB24700
046200     READ STR-FILE                                                CNB24700
046300     IF WS-STR-NOTFND                                             CNB24700
046400        MOVE 'NOTF'                TO WS-REJECT-CODE              CNB24700
046500        MOVE 'NO SUCH RULE - USE A' TO WS-RESULT-MSG              CNB24700
046600     ELSE                                                         CNB24700
046700        IF NOT WS-STR-OK                                          CNB24700
046800           MOVE 'P2500-READ-STR'   TO WS-ABEND-PARAGRAPH          CNB24700
046900           MOVE WS-STR-STATUS      TO WS-ABEND-STATUS             CNB24700
047000           PERFORM P9999-GOT-PROBLEM                              CNB24700
047100        END-IF                                                    CNB24700
047200        PERFORM P2410-MOVE-SETTINGS                               CNB24700
047300        IF ST-DESC > SPACES                                       CNB24700
047400           MOVE ST-DESC            TO TR-DESC                     CNB24700
047500        END-IF                                                    CNB24700
047600        REWRITE TR-RECORD                                         CNB24700
047700        IF NOT WS-STR-OK                                          CNB24700
047800           MOVE 'P2500-REWRT-STR'  TO WS-ABEND-PARAGRAPH          CNB24700
047900           MOVE WS-STR-STATUS      TO WS-ABEND-STATUS             CNB24700
048000           PERFORM P9999-GOT-PROBLEM                              CNB24700
048100        END-IF                                                    CNB24700
048200        ADD 1 TO WS-CHANGE-COUNT                                  CNB24700
048300        MOVE 'RULE CHANGED'        TO WS-RESULT-MSG               CNB24700
048400     END-IF.                                                      CNB24700
048500*                                                                 CNB24700
048600 P2600-DELETE-RULE.                                               CNB24700
048700     MOVE ST-KEY                   TO TR-KEY                      CNB24700
048800     READ STR-FILE                                                CNB24700
048900     IF WS-STR-NOTFND                                             CNB24700
049000        MOVE 'NOTF'                TO WS-REJECT-CODE              CNB24700
049100        MOVE 'NO SUCH RULE'        TO WS-RESULT-MSG               CNB24700
049200     ELSE                                                         CNB24700
049300        IF NOT WS-STR-OK                                          CNB24700
049400           MOVE 'P2600-READ-STR'   TO WS-ABEND-PARAGRAPH          CNB24700
049500           MOVE WS-STR-STATUS      TO WS-ABEND-STATUS             CNB24700
049600           PERFORM P9999-GOT-PROBLEM                              CNB24700
049700        END-IF                                                    CNB24700
049800        DELETE STR-FILE RECORD                                    CNB24700
049900        IF NOT WS-STR-OK                                          CNB24700
050000           MOVE 'P2600-DEL-STR'    TO WS-ABEND-PARAGRAPH          CNB24700
050100           MOVE WS-STR-STATUS      TO WS-ABEND-STATUS             CNB24700
050200           PERFORM P9999-GOT-PROBLEM                              CNB24700
050300        END-IF                                                    CNB24700
050400        ADD 1 TO WS-DELETE-COUNT                                  CNB24700
050500        MOVE 'RULE DELETED'        TO WS-RESULT-MSG               CNB24700
050600     END-IF.                                                      CNB24700
050700*                                                                 CNB24700
050800*    LIST - EVERY RULE IN KEY ORDER, THEN THE LOOKUP ORDER.       CNB24700
050900*                                                                 CNB24700
051000 P3000-LIST-MATRIX.                                               CNB24700
051100     WRITE RPT-LINE FROM WS-MTX-HDR-LINE                          CNB24700
051200     MOVE LOW-VALUES               TO TR-KEY                      CNB24700
051300     START STR-FILE KEY NOT < TR-KEY                              CNB24700
051400     IF NOT WS-STR-OK                                             CNB24700
051500        SET WS-EOF-INPUT TO TRUE                                  CNB24700
051600     END-IF                                                       CNB24700
051700     PERFORM P3100-LIST-RULE UNTIL WS-EOF-INPUT                   CNB24700
051800     PERFORM P3200-LIST-ORDER.                                    CNB24700
051900*                                                                 CNB24700
052000 P3100-LIST-RULE.                                                 CNB24700
052100     READ STR-FILE NEXT                                           CNB24700
052200          AT END                                                  CNB24700
052300             SET WS-EOF-INPUT TO TRUE                             CNB24700
052400     END-READ                                                     CNB24700
052500     IF NOT WS-EOF-INPUT                                          CNB24700
052600        ADD 1 TO WS-RULE-COUNT                                    CNB24700
052700        MOVE TR-FROM-CODE1         TO MTX-FROM-CODE1              CNB24700
052800        MOVE TR-FROM-CODE2         TO MTX-FROM-CODE2              CNB24700
052900        MOVE TR-TO-CODE1           TO MTX-TO-CODE1                CNB24700
053000        MOVE TR-TO-CODE2           TO MTX-TO-CODE2                CNB24700
053100        MOVE TR-REASON             TO MTX-REASON                  CNB24700
053200        IF TR-DENY                                                CNB24700
053300           MOVE 'DENY'             TO MTX-ACTION                  CNB24700
053400           ADD 1 TO WS-DENY-COUNT                                 CNB24700
053500        ELSE                                                      CNB24700
053600           MOVE 'ALLOW'            TO MTX-ACTION                  CNB24700
053700        END-IF                                                    CNB24700
053800        MOVE TR-SUPV-REQ           TO MTX-SUPV-REQ                CNB24700
053900        MOVE TR-EXP-REQ            TO MTX-EXP-REQ                 CNB24700
054000        MOVE TR-TASK-CAT           TO MTX-TASK-CAT                CNB24700
054100        IF TR-TASK-CAT > SPACES                                   CNB24700
054200           MOVE TR-TASK-PRIORITY   TO MTX-TASK-PRIORITY           CNB24700
054300           ADD 1 TO WS-TASK-RULE-COUNT                            CNB24700
054400        ELSE                                                      CNB24700
054500           MOVE SPACE              TO MTX-TASK-PRIORITY           CNB24700
054600        END-IF                                                    CNB24700
054700        MOVE TR-DESC               TO MTX-DESC                    CNB24700
054800        MOVE TR-CHG-USER           TO MTX-CHG-USER                CNB24700
054900        MOVE TR-CHG-DATE-TIME      TO MTX-CHG-DATE-TIME           CNB24700
055000        WRITE RPT-LINE FROM WS-MTX-LINE                           CNB24700
055100     END-IF.                                                      CNB24700
055200*                                                                 CNB24700
055300 P3200-LIST-ORDER.                                                CNB24700
055400     MOVE SPACES                   TO RPT-LINE                    CNB24700
055500     WRITE RPT-LINE                                               CNB24700
055600     MOVE 'FOR A CHANGE FROM STATUS/SUB-CODE FS TO TU, REASON RR,'CNB24700
055700                                   TO NOTE-TEXT                   CNB24700
055800     WRITE RPT-LINE FROM WS-NOTE-LINE                             CNB24700
055900     MOVE 'THE FIRST RULE FOUND IN THIS ORDER APPLIES (* = ANY):' CNB24700
056000                                   TO NOTE-TEXT                   CNB24700
056100     WRITE RPT-LINE FROM WS-NOTE-LINE                             CNB24700
056200     MOVE 1                        TO WS-ORDER-SUB                CNB24700
056300     PERFORM P3210-LIST-ORDER-LINE UNTIL WS-ORDER-SUB > 5         CNB24700
056400     MOVE 'A CHANGE NO RULE COVERS IS LEFT TO THE STATUS/REASON'  CNB24700
056500                                   TO NOTE-TEXT                   CNB24700
056600     WRITE RPT-LINE FROM WS-NOTE-LINE                             CNB24700
056700     MOVE 'CONTROL-RECORD EDITS ALONE.'                           CNB24700
056800                                   TO NOTE-TEXT                   CNB24700
056900     WRITE RPT-LINE FROM WS-NOTE-LINE.                            CNB24700
057000*                                                                 CNB24700
057100 P3210-LIST-ORDER-LINE.                                           CNB24700
057200     MOVE WS-ORDER-TEXT (WS-ORDER-SUB) TO NOTE-TEXT               CNB24700
057300     WRITE RPT-LINE FROM WS-NOTE-LINE                             CNB24700
057400     ADD 1 TO WS-ORDER-SUB.                                       CNB24700
057500*                                                                 CNB24700
057600 P9000-TERMINATE.                                                 CNB24700
057700     MOVE SPACES                   TO RPT-LINE                    CNB24700
057800     WRITE RPT-LINE                                               CNB24700
057900     EVALUATE TRUE                                                CNB24700
058000        WHEN WS-FUNC-MAINT                                        CNB24700
058100             MOVE 'STRTRAN CARDS READ ........' TO CNT-LABEL      CNB24700
058200             MOVE WS-TRAN-COUNT    TO CNT-VALUE                   CNB24700
058300             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24700
058400             MOVE 'RULES ADDED ...............' TO CNT-LABEL      CNB24700
058500             MOVE WS-ADD-COUNT     TO CNT-VALUE                   CNB24700
058600             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24700
058700             MOVE 'RULES CHANGED .............' TO CNT-LABEL      CNB24700
058800             MOVE WS-CHANGE-COUNT  TO CNT-VALUE                   CNB24700
058900             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24700
059000             MOVE 'RULES DELETED .............' TO CNT-LABEL      CNB24700
059100             MOVE WS-DELETE-COUNT  TO CNT-VALUE                   CNB24700
059200             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24700
059300             MOVE 'CARDS REJECTED ............' TO CNT-LABEL      CNB24700
059400             MOVE WS-REJECT-COUNT  TO CNT-VALUE                   CNB24700
059500             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24700
059600        WHEN WS-FUNC-LIST                                         CNB24700
059700             MOVE 'RULES LISTED ..............' TO CNT-LABEL      CNB24700
059800             MOVE WS-RULE-COUNT    TO CNT-VALUE                   CNB24700
059900             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24700
060000             MOVE 'DENY RULES ................' TO CNT-LABEL      CNB24700
060100             MOVE WS-DENY-COUNT    TO CNT-VALUE                   CNB24700
060200             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24700
060300             MOVE 'RULES RAISING A TASK ......' TO CNT-LABEL      CNB24700
060400             MOVE WS-TASK-RULE-COUNT TO CNT-VALUE                 CNB24700
060500             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24700
060600     END-EVALUATE                                                 CNB24700
060700     CLOSE STR-FILE                                               CNB24700
060800           RPT-FILE.                                              CNB24700
060900*                                                                 CNB24700
061000 P9999-GOT-PROBLEM.                                               CNB24700
061010     MOVE 'CNB247'                 TO XE-PROGRAM                  CNB24700
061020     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB24700
061030     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB24700
061040     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB24700
061100     DISPLAY 'CNB247 ABEND IN ' WS-ABEND-PARAGRAPH                CNB24700
061200              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB24700
061300     MOVE 16 TO RETURN-CODE                                       CNB24700
061400     GOBACK.                                                      CNB24700
