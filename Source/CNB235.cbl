000100 IDENTIFICATION DIVISION.                                         CNB23500
000200 PROGRAM-ID. CNB235.                                              CNB23500
000300*AUTHOR.     JMC.                                                 CNB23500
000400*DATE-WRITTEN. 10/15/26.                                          CNB23500
000500*REMARKS.                                                         CNB23500
000600*    EXTRABOARD MAINTENANCE LEDGER AND TAG AUDIT.  CNP06 ADDS     CNB23500
000700*    TURNS (P3040-PROCESS-ADD), CUTS AND DELETES THEM (P5050-     CNB23500
000800*    PROCESS-DELETE), REPOSITIONS THEM (P4200-PROCESS-            CNB23500
000900*    REPOSITION), MOVES THEM YARD/ROAD (P6000), SWAPS THEM        CNB23500
001000*    (P6500) AND SETS OR ROTATES THE BOARD TAG (P7000-SET-TAG,    CNB23500
001100*    P4300-ROTATE-TAG), BUT LEFT NO RECORD OF WHO DID IT, WHY,    CNB23500
001200*    OR WHERE THE BOARD STOOD BEFORE.  CNP06 NOW POSTS TO THE     CNB23500
001300*    LEDGER (CICS FILE CONTROL) AFTER EACH OF THOSE ACTIONS;      CNB23500
001400*    XBLFILE KEEPS ONE LEDGER ENTRY PER ACTION WITH THE SIGNED-ON CNB23500
001500*    USER, THE REASON CODE KEYED ON THE SCREEN, THE TURN'S        CNB23500
001600*    POSITION BEFORE AND AFTER, THE TURN HOLDING THE TAG          CNB23500
001700*    AFTERWARDS (AND BEFORE, FOR A TAG SET) AND THE BOARD SIZE    CNB23500
001800*    AFTER THE ACTION.  FUNCTIONS FROM THE PARM CARD:             CNB23500
001900*      LEDGER   - EVERY LEDGER ENTRY FOR THE PARM PERIOD (YYMM,   CNB23500
002000*                 BLANK = THE RUN MONTH) FOR ONE BOARD OR ALL     CNB23500
002100*                 (DIST, SUB-DIST, CRAFT - ANY PART BLANK =       CNB23500
002200*                 ALL), WITH ACTION TOTALS PER BOARD.             CNB23500
002300*      TIMELINE - MONTHLY BOARD-SIZE TIMELINE: PER BOARD, ONE     CNB23500
002400*                 LINE PER DAY WITH ACTIVITY (ADDS, CUTS AND      CNB23500
002500*                 DELETES, OTHER ACTIONS, SIZE AT END OF DAY)     CNB23500
002600*                 AND THE MONTH'S OPENING, CLOSING, LOWEST AND    CNB23500
002700*                 HIGHEST SIZE.  THE OPENING SIZE IS THE SIZE     CNB23500
002800*                 BEFORE THE FIRST ENTRY OF THE MONTH.            CNB23500
002900*      TAGAUDIT - NIGHTLY TAG ANOMALY AUDIT FROM THE EBSEQ        CNB23500
003000*                 EXTRACT (CNB122): A TAG BOARD WITH NO TAGGED    CNB23500
003100*                 TURN, A BOARD WITH MORE THAN ONE TAGGED TURN ON CNB23500
003200*                 THE BOARD, AND A TAG LEFT ON A CUT (OFF-BOARD)  CNB23500
003300*                 TURN.  TAG BOARDS COME FROM TAGBRD CARDS (DIST, CNB23500
003400*                 SUB-DIST, CRAFT).  EACH ANOMALY SHOWS THE LAST  CNB23500
003500*                 TAG ACTION ON THE LEDGER FOR THAT BOARD.        CNB23500
003600*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB23500
003700*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB23500
003800*                                                                 CNB23500
003900*TBD  THE TAG BYTE ON THE EBSEQ EXTRACT IS CARRIED FROM EBTURN BY CNB23500
004000*CNB122 ON THE SAME REVERSE-ENGINEERED LAYOUT AS THE REST OF THAT CNB23500
004100*EXTRACT (WSEB IS NOT IN THIS COPY LIBRARY); VERIFY THE TAG VALUE CNB23500
004200*AGAINST CNP06'S TAG-YOUR-IT CONDITION.  THE TAG-BOARD INDICATOR  CNB23500
004300*LIVES ON THE EXTRABOARD CONTROL RECORD (CNP06'S TAG-XB), WHICH ISCNB23500
004400*NOT EXTRACTED, HENCE THE TAGBRD CARDS.                           CNB23500
004500*                                                                 CNB23500
004600 ENVIRONMENT DIVISION.                                            CNB23500
004700 CONFIGURATION SECTION.                                           CNB23500
004800 SOURCE-COMPUTER.  IBM-370.                                       CNB23500
004900 OBJECT-COMPUTER.  IBM-370.                                       CNB23500
005000 INPUT-OUTPUT SECTION.                                            CNB23500
005100 FILE-CONTROL.                                                    CNB23500
005200     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB23500
005300            ORGANIZATION  SEQUENTIAL                              CNB23500
005400            FILE STATUS   WS-PARM-STATUS.                         CNB23500
005500     SELECT TAGB-FILE    ASSIGN TO TAGBRD                         CNB23500
005600            ORGANIZATION  SEQUENTIAL                              CNB23500
005700            FILE STATUS   WS-TAGB-STATUS.                         CNB23500
005800     SELECT EB-FILE      ASSIGN TO EBSEQ                          CNB23500
005900            ORGANIZATION  SEQUENTIAL                              CNB23500
006000            FILE STATUS   WS-EB-STATUS.                           CNB23500
006100     SELECT XBL-FILE     ASSIGN TO XBLFILE                        CNB23500
006200            ORGANIZATION  INDEXED                                 CNB23500
006300            ACCESS MODE   DYNAMIC                                 CNB23500
006400            RECORD KEY    XL-KEY                                  CNB23500
006500            FILE STATUS   WS-XBL-STATUS.                          CNB23500
006600     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB23500
006700            ORGANIZATION  LINE SEQUENTIAL                         CNB23500
006800            FILE STATUS   WS-RPT-STATUS.                          CNB23500
006900*                                                                 CNB23500
007000 DATA DIVISION.                                                   CNB23500
007100 FILE SECTION.                                                    CNB23500
007200 FD  PARM-FILE                                                    CNB23500
007300     RECORD CONTAINS 80 CHARACTERS.                               CNB23500
007400 01  WS-PARM-RECORD.                                              CNB23500
007500     05  PARM-FUNC                 PIC X(8).                      CNB23500
007600     05  PARM-DATE-TIME            PIC X(12).                     CNB23500
007700*    YYMM:                                                        CNB23500
007800     05  PARM-PERIOD               PIC X(4).                      CNB23500
007900     05  PARM-DIST                 PIC X(2).                      CNB23500
008000     05  PARM-SDIST                PIC X(2).                      CNB23500
008100     05  PARM-CRAFT                PIC X(2).                      CNB23500
008200     05  FILLER                    PIC X(50).                     CNB23500
008300 FD  TAGB-FILE                                                    CNB23500
008400     RECORD CONTAINS 80 CHARACTERS.                               CNB23500
008500 01  TB-RECORD.                                                   CNB23500
008600     05  TB-DIST                   PIC X(2).                      CNB23500
008700     05  TB-SDIST                  PIC X(2).                      CNB23500
008800     05  TB-CRAFT                  PIC X(2).                      CNB23500
008900     05  FILLER                    PIC X(74).                     CNB23500
009000 FD  EB-FILE                                                      CNB23500
009100     RECORD CONTAINS 80 CHARACTERS.                               CNB23500
009200 01  WS-EB-RECORD.                                                CNB23500
009300     05  EB-EXT-BOARD.                                            CNB23500
009400         10  EB-EXT-DIST           PIC X(2).                      CNB23500
009500         10  EB-EXT-SDIST          PIC X(2).                      CNB23500
009600         10  EB-EXT-CC             PIC X(2).                      CNB23500
009700     05  EB-EXT-TURN-NBR           PIC X(2).                      CNB23500
009800     05  EB-EXT-STATUS             PIC X.                         CNB23500
009900         88  EB-EXT-ON-BOARD             VALUE 'Y'.               CNB23500
010000     05  EB-EXT-TAG                PIC X.                         CNB23500
010100         88  EB-EXT-TAGGED               VALUE 'Y'.               CNB23500
010200     05  FILLER                    PIC X(70).                     CNB23500
010300 FD  XBL-FILE                                                     CNB23500
010400     RECORD CONTAINS 150 CHARACTERS.                              CNB23500
010500 01  XL-RECORD.                                                   CNB23500
010600     05  XL-KEY.                                                  CNB23500
010700         10  XL-BOARD.                                            CNB23500
010800             15  XL-DIST           PIC X(2).                      CNB23500
010900             15  XL-SDIST          PIC X(2).                      CNB23500
011000             15  XL-CRAFT          PIC X(2).                      CNB23500
011100*        YYMMDDHHMM:                                              CNB23500
011200         10  XL-EVENT-DATE-TIME    PIC X(10).                     CNB23500
011300         10  XL-SEQ                PIC 9(2).                      CNB23500
011400     05  XL-ACTION                 PIC X(1).                      CNB23500
011500         88  XL-ADD                      VALUE 'A'.               CNB23500
011600         88  XL-CUT                      VALUE 'C'.               CNB23500
011700         88  XL-DELETE                   VALUE 'D'.               CNB23500
011800         88  XL-REPOSITION               VALUE 'R'.               CNB23500
011900         88  XL-TAG-SET                  VALUE 'T'.               CNB23500
012000         88  XL-TAG-ROTATED              VALUE 'G'.               CNB23500
012100         88  XL-YARD-ROAD                VALUE 'Y'.               CNB23500
012200         88  XL-SWAP                     VALUE 'W'.               CNB23500
012300     05  XL-TURN                   PIC X(4).                      CNB23500
012400     05  XL-EMP-NBR                PIC X(9).                      CNB23500
012500     05  XL-USERID                 PIC X(8).                      CNB23500
012600     05  XL-REASON                 PIC X(4).                      CNB23500
012700     05  XL-BEFORE-POS.                                           CNB23500
012800         10  XL-BEFORE-DATE-TIME   PIC X(10).                     CNB23500
012900         10  XL-BEFORE-TIE         PIC X(4).                      CNB23500
013000     05  XL-AFTER-POS.                                            CNB23500
013100         10  XL-AFTER-DATE-TIME    PIC X(10).                     CNB23500
013200         10  XL-AFTER-TIE          PIC X(4).                      CNB23500
013300     05  XL-TAG-TURN               PIC X(4).                      CNB23500
013400     05  XL-PREV-TAG-TURN          PIC X(4).                      CNB23500
013500     05  XL-BOARD-SIZE             PIC 9(3).                      CNB23500
013600     05  FILLER                    PIC X(67).                     CNB23500
013700 FD  RPT-FILE                                                     CNB23500
013800     RECORD CONTAINS 132 CHARACTERS.                              CNB23500
013900 01  RPT-LINE                      PIC X(132).                    CNB23500
014000*                                                                 CNB23500
014100 WORKING-STORAGE SECTION.                                         CNB23500
014200 COPY WSXHDR.                                                     CNB23500
014300 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB23500
014400     88  WS-PARM-OK                       VALUE '00'.             CNB23500
014500 01  WS-TAGB-STATUS                PIC XX VALUE SPACES.           CNB23500
014600     88  WS-TAGB-OK                       VALUE '00'.             CNB23500
014700 01  WS-EB-STATUS                  PIC XX VALUE SPACES.           CNB23500
014800     88  WS-EB-OK                         VALUE '00'.             CNB23500
014900 01  WS-XBL-STATUS                 PIC XX VALUE SPACES.           CNB23500
015000     88  WS-XBL-OK                        VALUE '00'.             CNB23500
015100 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB23500
015200     88  WS-RPT-OK                        VALUE '00'.             CNB23500
015300 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB23500
015400 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB23500
015410 COPY WSERRLOG.                                                   CNB23500
015500 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB23500
015600     88  WS-FUNC-LEDGER                   VALUE 'LEDGER'.         CNB23500
015700     88  WS-FUNC-TIMELINE                 VALUE 'TIMELINE'.       CNB23500
015800     88  WS-FUNC-TAGAUDIT                 VALUE 'TAGAUDIT'.       CNB23500
015900 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB23500
016000 01  WS-PERIOD                     PIC X(4) VALUE SPACES.         CNB23500
016100 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB23500
016200     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB23500
016300 01  WS-TAGB-EOF-SW                PIC X  VALUE 'N'.              CNB23500
016400     88  WS-TAGB-EOF                      VALUE 'Y'.              CNB23500
016500 01  WS-XBL-OPEN-SW                PIC X  VALUE 'N'.              CNB23500
016600     88  WS-XBL-OPEN                      VALUE 'Y'.              CNB23500
016700 01  WS-SELECT-SW                  PIC X  VALUE 'N'.              CNB23500
016800     88  WS-ENTRY-SELECTED                VALUE 'Y'.              CNB23500
016900 01  WS-LAST-TAG-SW                PIC X  VALUE 'N'.              CNB23500
017000     88  WS-LAST-TAG-DONE                 VALUE 'Y'.              CNB23500
017100 01  WS-CUR-BOARD.                                                CNB23500
017200     05  WS-CUR-DIST               PIC X(2).                      CNB23500
017300     05  WS-CUR-SDIST              PIC X(2).                      CNB23500
017400     05  WS-CUR-CRAFT              PIC X(2).                      CNB23500
017500 01  WS-CUR-DAY                    PIC X(6) VALUE SPACES.         CNB23500
017600 01  WS-BOARD-ACCUMS.                                             CNB23500
017700     05  WS-BRD-ENTRIES            PIC S9(5) COMP.                CNB23500
017800     05  WS-BRD-ADDS               PIC S9(5) COMP.                CNB23500
017900     05  WS-BRD-CUTS               PIC S9(5) COMP.                CNB23500
018000     05  WS-BRD-DELETES            PIC S9(5) COMP.                CNB23500
018100     05  WS-BRD-REPOS              PIC S9(5) COMP.                CNB23500
018200     05  WS-BRD-TAGS               PIC S9(5) COMP.                CNB23500
018300     05  WS-BRD-YARD-ROAD          PIC S9(5) COMP.                CNB23500
018400     05  WS-BRD-SWAPS              PIC S9(5) COMP.                CNB23500
018500     05  WS-BRD-OPEN-SIZE          PIC S9(5) COMP.                CNB23500
018600     05  WS-BRD-CLOSE-SIZE         PIC S9(5) COMP.                CNB23500
018700     05  WS-BRD-MIN-SIZE           PIC S9(5) COMP.                CNB23500
018800     05  WS-BRD-MAX-SIZE           PIC S9(5) COMP.                CNB23500
018900 01  WS-DAY-ACCUMS.                                               CNB23500
019000     05  WS-DAY-ADDS               PIC S9(5) COMP.                CNB23500
019100     05  WS-DAY-CUTS               PIC S9(5) COMP.                CNB23500
019200     05  WS-DAY-OTHER              PIC S9(5) COMP.                CNB23500
019300     05  WS-DAY-SIZE               PIC S9(5) COMP.                CNB23500
019400 01  WS-NET-CHANGE                 PIC S9(5) COMP VALUE ZEROS.    CNB23500
019500 01  WS-AUDIT-ACCUMS.                                             CNB23500
019600     05  WS-AUD-ON-BOARD           PIC S9(5) COMP.                CNB23500
019700     05  WS-AUD-TAGGED             PIC S9(5) COMP.                CNB23500
019800     05  WS-AUD-TAGGED-ON          PIC S9(5) COMP.                CNB23500
019900 01  WS-AUD-TURNS                  PIC X(40) VALUE SPACES.        CNB23500
020000 01  WS-AUD-TURNS-PTR              PIC S9(4) COMP VALUE ZEROS.    CNB23500
020100 01  WS-AUD-CUT-TURNS              PIC X(40) VALUE SPACES.        CNB23500
020200 01  WS-AUD-CUT-PTR                PIC S9(4) COMP VALUE ZEROS.    CNB23500
020300 01  WS-BOARD-COUNT                PIC 9(7) VALUE ZEROS.          CNB23500
020400 01  WS-ENTRY-COUNT                PIC 9(7) VALUE ZEROS.          CNB23500
020500 01  WS-TAG-BOARD-COUNT            PIC 9(7) VALUE ZEROS.          CNB23500
020600 01  WS-NO-TAG-COUNT               PIC 9(7) VALUE ZEROS.          CNB23500
020700 01  WS-MULTI-TAG-COUNT            PIC 9(7) VALUE ZEROS.          CNB23500
020800 01  WS-CUT-TAG-COUNT              PIC 9(7) VALUE ZEROS.          CNB23500
020900 01  WS-TB-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB23500
021000 01  WS-TB-MAX                     PIC S9(4) COMP VALUE +300.     CNB23500
021100 01  WS-TB-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB23500
021200 01  WS-TB-FOUND-SW                PIC X  VALUE 'N'.              CNB23500
021300     88  WS-TB-FOUND                      VALUE 'Y'.              CNB23500
021400 01  WS-TB-TABLE.                                                 CNB23500
021500     05  WS-TB-BOARD OCCURS 300 TIMES PIC X(6).                   CNB23500
021600 01  WS-LAST-TAG-ENTRY.                                           CNB23500
021700     05  WS-LT-DATE-TIME           PIC X(10) VALUE SPACES.        CNB23500
021800     05  WS-LT-ACTION              PIC X(1)  VALUE SPACES.        CNB23500
021900     05  WS-LT-TURN                PIC X(4)  VALUE SPACES.        CNB23500
022000     05  WS-LT-USERID              PIC X(8)  VALUE SPACES.        CNB23500
022100     05  WS-LT-REASON              PIC X(4)  VALUE SPACES.        CNB23500
022200 01  WS-HDR-LINE.                                                 CNB23500
022300     05  FILLER                PIC X(38)  VALUE                   CNB23500
022400         'CNB235 - EXTRABOARD MAINTENANCE LEDGER'.                CNB23500
022500     05  FILLER                PIC X(2)   VALUE SPACES.           CNB23500
022600     05  HDR-FUNC              PIC X(8).                          CNB23500
022700     05  FILLER                PIC X(2)   VALUE SPACES.           CNB23500
022800     05  HDR-DATE-TIME         PIC X(12).                         CNB23500
022900     05  FILLER                PIC X(9)   VALUE '  PERIOD '.      CNB23500
023000     05  HDR-PERIOD            PIC X(4).                          CNB23500
023100     05  FILLER                PIC X(57)  VALUE SPACES.           CNB23500
023200 01  WS-LDG-HDR-LINE.                                             CNB23500
023300     05  FILLER                    PIC X(44) VALUE                CNB23500
023400         'BOARD   DATE-TIME  ACTION     TURN EMPLOYEE '.          CNB23500
023500     05  FILLER                    PIC X(44) VALUE                CNB23500
023600         ' USER     RSN  BEFORE          AFTER        '.          CNB23500
023700     05  FILLER                    PIC X(44) VALUE                CNB23500
023800         '   TAG  PREV SIZE                           '.          CNB23500
023900 01  WS-DTL-LINE.                                                 CNB23500
024000     05  DTL-DIST                  PIC X(2).                      CNB23500
024100     05  DTL-SDIST                 PIC X(2).                      CNB23500
024200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23500
024300     05  DTL-CRAFT                 PIC X(2).                      CNB23500
024400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23500
024500     05  DTL-EVENT-DATE-TIME       PIC X(10).                     CNB23500
024600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23500
024700     05  DTL-ACTION                PIC X(10).                     CNB23500
024800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23500
024900     05  DTL-TURN                  PIC X(4).                      CNB23500
025000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23500
025100     05  DTL-EMP-NBR               PIC X(9).                      CNB23500
025200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23500
025300     05  DTL-USERID                PIC X(8).                      CNB23500
025400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23500
025500     05  DTL-REASON                PIC X(4).                      CNB23500
025600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23500
025700     05  DTL-BEFORE-DATE-TIME      PIC X(10).                     CNB23500
025800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23500
025900     05  DTL-BEFORE-TIE            PIC X(4).                      CNB23500
026000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23500
026100     05  DTL-AFTER-DATE-TIME       PIC X(10).                     CNB23500
026200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23500
026300     05  DTL-AFTER-TIE             PIC X(4).                      CNB23500
026400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23500
026500     05  DTL-TAG-TURN              PIC X(4).                      CNB23500
026600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23500
026700     05  DTL-PREV-TAG-TURN         PIC X(4).                      CNB23500
026800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23500
026900     05  DTL-BOARD-SIZE            PIC ZZ9.                       CNB23500
027000     05  FILLER                    PIC X(28) VALUE SPACES.        CNB23500
027100 01  WS-TOT-LINE.                                                 CNB23500
027200     05  FILLER                    PIC X(19) VALUE                CNB23500
027300         '    BOARD TOTALS - '.                                   CNB23500
027400     05  FILLER                    PIC X(5) VALUE 'ADDS '.        CNB23500
027500     05  TOT-ADDS                  PIC ZZZZ9.                     CNB23500
027600     05  FILLER                    PIC X(7) VALUE '  CUTS '.      CNB23500
027700     05  TOT-CUTS                  PIC ZZZZ9.                     CNB23500
027800     05  FILLER                    PIC X(10) VALUE '  DELETES '.  CNB23500
027900     05  TOT-DELETES               PIC ZZZZ9.                     CNB23500
028000     05  FILLER                    PIC X(8) VALUE '  REPOS '.     CNB23500
028100     05  TOT-REPOS                 PIC ZZZZ9.                     CNB23500
028200     05  FILLER                    PIC X(7) VALUE '  TAGS '.      CNB23500
028300     05  TOT-TAGS                  PIC ZZZZ9.                     CNB23500
028400     05  FILLER                    PIC X(13) VALUE                CNB23500
028500         '  YARD/ROAD '.                                          CNB23500
028600     05  TOT-YARD-ROAD             PIC ZZZZ9.                     CNB23500
028700     05  FILLER                    PIC X(8) VALUE '  SWAPS '.     CNB23500
028800     05  TOT-SWAPS                 PIC ZZZZ9.                     CNB23500
028900     05  FILLER                    PIC X(23) VALUE SPACES.        CNB23500
029000 01  WS-BRD-LINE.                                                 CNB23500
029100     05  FILLER                    PIC X(6) VALUE 'BOARD '.       CNB23500
029200     05  BRD-DIST                  PIC X(2).                      CNB23500
029300     05  FILLER                    PIC X(1) VALUE '/'.            CNB23500
029400     05  BRD-SDIST                 PIC X(2).                      CNB23500
029500     05  FILLER                    PIC X(7) VALUE ' CRAFT '.      CNB23500
029600     05  BRD-CRAFT                 PIC X(2).                      CNB23500
029700     05  FILLER                    PIC X(112) VALUE SPACES.       CNB23500
029800 01  WS-DAY-LINE.                                                 CNB23500
029900     05  FILLER                    PIC X(8) VALUE '    DAY '.     CNB23500
030000     05  DAY-DATE                  PIC X(6).                      CNB23500
030100     05  FILLER                    PIC X(8) VALUE '   ADDS '.     CNB23500
030200     05  DAY-ADDS                  PIC ZZZ9.                      CNB23500
030300     05  FILLER                    PIC X(15) VALUE                CNB23500
030400         '   CUTS/DELETES'.                                       CNB23500
030500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23500
030600     05  DAY-CUTS                  PIC ZZZ9.                      CNB23500
030700     05  FILLER                    PIC X(9) VALUE '   OTHER '.    CNB23500
030800     05  DAY-OTHER                 PIC ZZZ9.                      CNB23500
030900     05  FILLER                    PIC X(8) VALUE '   SIZE '.     CNB23500
031000     05  DAY-SIZE                  PIC ZZ9.                       CNB23500
031100     05  FILLER                    PIC X(63) VALUE SPACES.        CNB23500
031200 01  WS-MONTH-LINE.                                               CNB23500
031300     05  FILLER                    PIC X(16) VALUE                CNB23500
031400         '    MONTH - OPEN'.                                      CNB23500
031500     05  MON-OPEN                  PIC ZZZ9.                      CNB23500
031600     05  FILLER                    PIC X(8) VALUE '   CLOSE'.     CNB23500
031700     05  MON-CLOSE                 PIC ZZZ9.                      CNB23500
031800     05  FILLER                    PIC X(6) VALUE '   LOW'.       CNB23500
031900     05  MON-MIN                   PIC ZZZ9.                      CNB23500
032000     05  FILLER                    PIC X(7) VALUE '   HIGH'.      CNB23500
032100     05  MON-MAX                   PIC ZZZ9.                      CNB23500
032200     05  FILLER                    PIC X(7) VALUE '   ADDS'.      CNB23500
032300     05  MON-ADDS                  PIC ZZZZ9.                     CNB23500
032400     05  FILLER                    PIC X(15) VALUE                CNB23500
032500         '   CUTS/DELETES'.                                       CNB23500
032600     05  MON-CUTS                  PIC ZZZZ9.                     CNB23500
032700     05  FILLER                    PIC X(6) VALUE '   NET'.       CNB23500
032800     05  MON-NET                   PIC -ZZZ9.                     CNB23500
032900     05  FILLER                    PIC X(42) VALUE SPACES.        CNB23500
033000 01  WS-AUD-HDR-LINE.                                             CNB23500
033100     05  FILLER                    PIC X(44) VALUE                CNB23500
033200         'BOARD     ANOMALY                  ON-BOARD '.          CNB23500
033300     05  FILLER                    PIC X(44) VALUE                CNB23500
033400         'TAGGED  TURNS                               '.          CNB23500
033500     05  FILLER                    PIC X(44) VALUE SPACES.        CNB23500
033600 01  WS-AUD-LINE.                                                 CNB23500
033700     05  AUD-DIST                  PIC X(2).                      CNB23500
033800     05  AUD-SDIST                 PIC X(2).                      CNB23500
033900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23500
034000     05  AUD-CRAFT                 PIC X(2).                      CNB23500
034100     05  FILLER                    PIC X(3) VALUE SPACES.         CNB23500
034200     05  AUD-ANOMALY               PIC X(24).                     CNB23500
034300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23500
034400     05  AUD-ON-BOARD              PIC ZZZZ9.                     CNB23500
034500     05  FILLER                    PIC X(4) VALUE SPACES.         CNB23500
034600     05  AUD-TAGGED                PIC ZZZZ9.                     CNB23500
034700     05  FILLER                    PIC X(3) VALUE SPACES.         CNB23500
034800     05  AUD-TURNS                 PIC X(40).                     CNB23500
034900     05  FILLER                    PIC X(40) VALUE SPACES.        CNB23500
035000 01  WS-AUD-LAST-LINE.                                            CNB23500
035100     05  FILLER                    PIC X(26) VALUE                CNB23500
035200         '          LAST TAG ACTION '.                            CNB23500
035300     05  AUDL-DATE-TIME            PIC X(10).                     CNB23500
035400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23500
035500     05  AUDL-ACTION               PIC X(10).                     CNB23500
035600     05  FILLER                    PIC X(6) VALUE ' TURN '.       CNB23500
035700     05  AUDL-TURN                 PIC X(4).                      CNB23500
035800     05  FILLER                    PIC X(4) VALUE ' BY '.         CNB23500
035900     05  AUDL-USERID               PIC X(8).                      CNB23500
036000     05  FILLER                    PIC X(8) VALUE ' REASON '.     CNB23500
036100     05  AUDL-REASON               PIC X(4).                      CNB23500
036200     05  FILLER                    PIC X(51) VALUE SPACES.        CNB23500
036300 01  WS-CNT-LINE.                                                 CNB23500
036400     05  CNT-LABEL                 PIC X(30).                     CNB23500
036500     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB23500
036600     05  FILLER                    PIC X(95) VALUE SPACES.        CNB23500
036700*                                                                 CNB23500
036800 PROCEDURE DIVISION.                                              CNB23500
036900 P0000-MAINLINE.                                                  CNB23500
037000     PERFORM P1000-INITIALIZE                                     CNB23500
037100     IF WS-FUNC-TAGAUDIT                                          CNB23500
037200        PERFORM P5000-AUDIT-TURN UNTIL WS-EOF-INPUT               CNB23500
037300        IF WS-CUR-BOARD > SPACES                                  CNB23500
037400           PERFORM P6000-AUDIT-BOARD-BREAK                        CNB23500
037500        END-IF                                                    CNB23500
037600     ELSE                                                         CNB23500
037700        PERFORM P2000-READ-LEDGER UNTIL WS-EOF-INPUT              CNB23500
037800        IF WS-CUR-BOARD > SPACES                                  CNB23500
037900           PERFORM P4000-BOARD-BREAK                              CNB23500
038000        END-IF                                                    CNB23500
038100     END-IF                                                       CNB23500
038200     PERFORM P9000-TERMINATE                                      CNB23500
038300     GOBACK.                                                      CNB23500
038400*                                                                 CNB23500
038500 P1000-INITIALIZE.                                                CNB23500
038600     OPEN INPUT PARM-FILE                                         CNB23500
038700     IF NOT WS-PARM-OK                                            CNB23500
038800        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB23500
038900        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB23500
039000        PERFORM P9999-GOT-PROBLEM                                 CNB23500
039100     END-IF                                                       CNB23500
039200     READ PARM-FILE                                               CNB23500
039300     IF NOT WS-PARM-OK                                            CNB23500
039400        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB23500
039500        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB23500
039600        PERFORM P9999-GOT-PROBLEM                                 CNB23500
039700     END-IF                                                       CNB23500
039800     MOVE PARM-FUNC                TO WS-FUNC                     CNB23500
039900     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB23500
040000     IF PARM-PERIOD > SPACES                                      CNB23500
040100        MOVE PARM-PERIOD           TO WS-PERIOD                   CNB23500
040200     ELSE                                                         CNB23500
040300        MOVE WS-RUN-DATE-TIME (1:4) TO WS-PERIOD                  CNB23500
040400     END-IF                                                       CNB23500
040500     CLOSE PARM-FILE                                              CNB23500
040600     IF NOT WS-FUNC-LEDGER AND NOT WS-FUNC-TIMELINE               CNB23500
040700        AND NOT WS-FUNC-TAGAUDIT                                  CNB23500
040800        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB23500
040900        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB23500
041000        PERFORM P9999-GOT-PROBLEM                                 CNB23500
041100     END-IF                                                       CNB23500
041200     OPEN OUTPUT RPT-FILE                                         CNB23500
041300     IF NOT WS-RPT-OK                                             CNB23500
041400        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB23500
041500        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB23500
041600        PERFORM P9999-GOT-PROBLEM                                 CNB23500
041700     END-IF                                                       CNB23500
041800     MOVE WS-FUNC                  TO HDR-FUNC                    CNB23500
041900     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB23500
042000     MOVE WS-PERIOD                TO HDR-PERIOD                  CNB23500
042100     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB23500
042200     MOVE SPACES                   TO RPT-LINE                    CNB23500
042300     WRITE RPT-LINE                                               CNB23500
042400     MOVE SPACES                   TO WS-CUR-BOARD                CNB23500
042500     IF WS-FUNC-TAGAUDIT                                          CNB23500
042600        PERFORM P1100-LOAD-TAG-BOARDS                             CNB23500
042700        PERFORM P1200-OPEN-AUDIT-FILES                            CNB23500
042800        WRITE RPT-LINE FROM WS-AUD-HDR-LINE                       CNB23500
042900     ELSE                                                         CNB23500
043000        PERFORM P1300-OPEN-LEDGER                                 CNB23500
043100     END-IF.                                                      CNB23500
043200*                                                                 CNB23500
043300 P1100-LOAD-TAG-BOARDS.                                           CNB23500
043400     OPEN INPUT TAGB-FILE                                         CNB23500
043500     IF NOT WS-TAGB-OK                                            CNB23500
043600        MOVE 'P1100-OPEN-TAGB'     TO WS-ABEND-PARAGRAPH          CNB23500
043700        MOVE WS-TAGB-STATUS        TO WS-ABEND-STATUS             CNB23500
043800        PERFORM P9999-GOT-PROBLEM                                 CNB23500
043900     END-IF                                                       CNB23500
044000     PERFORM P1110-READ-TAG-BOARD                                 CNB23500
044100     PERFORM P1120-STORE-TAG-BOARD UNTIL WS-TAGB-EOF              CNB23500
044200     CLOSE TAGB-FILE.                                             CNB23500
044300*                                                                 CNB23500
044400 P1110-READ-TAG-BOARD.                                            CNB23500
044500     READ TAGB-FILE                                               CNB23500
044600          AT END                                                  CNB23500
044700             SET WS-TAGB-EOF TO TRUE                              CNB23500
044800     END-READ.                                                    CNB23500
044900*                                                                 CNB23500
045000 P1120-STORE-TAG-BOARD.                                           CNB23500
045100     IF WS-TB-COUNT = WS-TB-MAX                                   CNB23500
045200        MOVE 'P1120-TBL-FULL'      TO WS-ABEND-PARAGRAPH          CNB23500
045300        MOVE 'TF'                  TO WS-ABEND-STATUS             CNB23500
045400        PERFORM P9999-GOT-PROBLEM                                 CNB23500
045500     END-IF                                                       CNB23500
045600     ADD 1 TO WS-TB-COUNT                                         CNB23500
045700     MOVE TB-RECORD (1:6)          TO WS-TB-BOARD (WS-TB-COUNT)   CNB23500
045800     PERFORM P1110-READ-TAG-BOARD.                                CNB23500
045900*                                                                 CNB23500
046000 P1200-OPEN-AUDIT-FILES.                                          CNB23500
046100     OPEN INPUT EB-FILE                                           CNB23500
046200     IF NOT WS-EB-OK                                              CNB23500
046300        MOVE 'P1200-OPEN-EB'       TO WS-ABEND-PARAGRAPH          CNB23500
046400        MOVE WS-EB-STATUS          TO WS-ABEND-STATUS             CNB23500
046500        PERFORM P9999-GOT-PROBLEM                                 CNB23500
046600     END-IF                                                       CNB23500
046700     PERFORM P1250-VERIFY-EB-HDR                                  CNB23500
046800*    THE LEDGER IS ONLY USED TO SHOW THE LAST TAG ACTION ON AN    CNB23500
046900*    ANOMALY - THE AUDIT RUNS WITHOUT IT.                         CNB23500
047000     OPEN INPUT XBL-FILE                                          CNB23500
047100     IF WS-XBL-OK                                                 CNB23500
047200        SET WS-XBL-OPEN TO TRUE                                   CNB23500
047300     END-IF                                                       CNB23500
047400     PERFORM P5100-READ-EB.                                       CNB23500
047500*                                                                 CNB23500
047600 P1250-VERIFY-EB-HDR.                                             CNB23500
047700     MOVE 'EBSEQ   '               TO XPCT-EXTRACT-ID             CNB23500
047800     MOVE 80                       TO XPCT-RECORD-LGTH            CNB23500
047900     READ EB-FILE INTO WS-XHDR                                    CNB23500
048000          AT END                                                  CNB23500
048100             PERFORM P1290-LAYOUT-MISMATCH                        CNB23500
048200     END-READ                                                     CNB23500
048300     IF NOT XHDR-PRESENT                                          CNB23500
048400        PERFORM P1290-LAYOUT-MISMATCH                             CNB23500
048500     END-IF                                                       CNB23500
048600     IF XHDR-EXTRACT-ID NOT = XPCT-EXTRACT-ID                     CNB23500
048700        OR XHDR-RECORD-LGTH NOT = XPCT-RECORD-LGTH                CNB23500
048800        OR XHDR-FIELD-MAP-VER NOT = XPCT-FIELD-MAP-VER            CNB23500
048900        PERFORM P1290-LAYOUT-MISMATCH                             CNB23500
049000     END-IF.                                                      CNB23500
049100*                                                                 CNB23500
049200 P1290-LAYOUT-MISMATCH.                                           CNB23500
049300     MOVE SPACES                   TO RPT-LINE                    CNB23500
049400     STRING 'EXTRACT LAYOUT MISMATCH ON '                         CNB23500
049500            XPCT-EXTRACT-ID                                       CNB23500
049600            ' - RUN ABORTED'                                      CNB23500
049700            DELIMITED BY SIZE INTO RPT-LINE                       CNB23500
049800     WRITE RPT-LINE                                               CNB23500
049900     DISPLAY 'CNB235 EXTRACT LAYOUT MISMATCH ON '                 CNB23500
050000             XPCT-EXTRACT-ID                                      CNB23500
050100     DISPLAY '  FOUND....: ' XHDR-EYECATCHER ' '                  CNB23500
050200             XHDR-EXTRACT-ID ' ' XHDR-RECORD-LGTH ' '             CNB23500
050300             XHDR-FIELD-MAP-VER                                   CNB23500
050400     DISPLAY '  EXPECTED.: *CNBXHDR ' XPCT-EXTRACT-ID ' '         CNB23500
050500             XPCT-RECORD-LGTH ' ' XPCT-FIELD-MAP-VER              CNB23500
050600     MOVE 16 TO RETURN-CODE                                       CNB23500
050700     GOBACK.                                                      CNB23500
050800*                                                                 CNB23500
050900 P1300-OPEN-LEDGER.                                               CNB23500
051000     OPEN INPUT XBL-FILE                                          CNB23500
051100     IF NOT WS-XBL-OK                                             CNB23500
051200        MOVE 'P1300-OPEN-XBL'      TO WS-ABEND-PARAGRAPH          CNB23500
051300        MOVE WS-XBL-STATUS         TO WS-ABEND-STATUS             CNB23500
051400        PERFORM P9999-GOT-PROBLEM                                 CNB23500
051500     END-IF                                                       CNB23500
051600     SET WS-XBL-OPEN TO TRUE                                      CNB23500
051700     IF WS-FUNC-LEDGER                                            CNB23500
051800        WRITE RPT-LINE FROM WS-LDG-HDR-LINE                       CNB23500
051900     END-IF                                                       CNB23500
052000     MOVE LOW-VALUES               TO XL-KEY                      CNB23500
052100     IF PARM-DIST > SPACES                                        CNB23500
052200        MOVE PARM-DIST             TO XL-DIST                     CNB23500
052300        IF PARM-SDIST > SPACES                                    CNB23500
052400           MOVE PARM-SDIST         TO XL-SDIST                    CNB23500
052500           IF PARM-CRAFT > SPACES                                 CNB23500
052600              MOVE PARM-CRAFT      TO XL-CRAFT                    CNB23500
052700           END-IF                                                 CNB23500
052800        END-IF                                                    CNB23500
052900     END-IF                                                       CNB23500
053000     START XBL-FILE KEY NOT < XL-KEY                              CNB23500
053100     IF NOT WS-XBL-OK                                             CNB23500
053200        SET WS-EOF-INPUT TO TRUE                                  CNB23500
053300     END-IF.                                                      CNB23500
053400*                                                                 CNB23500
053500 P2000-READ-LEDGER.                                               CNB23500
053600     READ XBL-FILE NEXT                                           CNB23500
053700          AT END                                                  CNB23500
053800             SET WS-EOF-INPUT TO TRUE                             CNB23500
053900     END-READ                                                     CNB23500
054000     IF NOT WS-EOF-INPUT                                          CNB23500
054100        IF PARM-DIST > SPACES                                     CNB23500
054200           AND XL-DIST NOT = PARM-DIST                            CNB23500
054300           SET WS-EOF-INPUT TO TRUE                               CNB23500
054400        END-IF                                                    CNB23500
054500     END-IF                                                       CNB23500
054600     IF NOT WS-EOF-INPUT                                          CNB23500
054700        PERFORM P2100-SELECT-ENTRY                                CNB23500
054800        IF WS-ENTRY-SELECTED                                      CNB23500
054900           IF XL-BOARD NOT = WS-CUR-BOARD                         CNB23500
055000              IF WS-CUR-BOARD > SPACES                            CNB23500
055100                 PERFORM P4000-BOARD-BREAK                        CNB23500
055200              END-IF                                              CNB23500
055300              PERFORM P2200-START-BOARD                           CNB23500
055400           END-IF                                                 CNB23500
055500           PERFORM P3000-ACCUMULATE-ENTRY                         CNB23500
055600        END-IF                                                    CNB23500
055700     END-IF.                                                      CNB23500
055800*                                                                 CNB23500
055900 P2100-SELECT-ENTRY.                                              CNB23500
056000     MOVE 'Y'                      TO WS-SELECT-SW                CNB23500
056100     IF XL-EVENT-DATE-TIME (1:4) NOT = WS-PERIOD                  CNB23500
056200        MOVE 'N'                   TO WS-SELECT-SW                CNB23500
056300     END-IF                                                       CNB23500
056400     IF PARM-SDIST > SPACES                                       CNB23500
056500        AND XL-SDIST NOT = PARM-SDIST                             CNB23500
056600        MOVE 'N'                   TO WS-SELECT-SW                CNB23500
056700     END-IF                                                       CNB23500
056800     IF PARM-CRAFT > SPACES                                       CNB23500
056900        AND XL-CRAFT NOT = PARM-CRAFT                             CNB23500
057000        MOVE 'N'                   TO WS-SELECT-SW                CNB23500
057100     END-IF.                                                      CNB23500
057200*                                                                 CNB23500
057300 P2200-START-BOARD.                                               CNB23500
057400     MOVE XL-BOARD                 TO WS-CUR-BOARD                CNB23500
057500     MOVE SPACES                   TO WS-CUR-DAY                  CNB23500
057600     MOVE ZEROS                    TO WS-BRD-ENTRIES              CNB23500
057700                                      WS-BRD-ADDS                 CNB23500
057800                                      WS-BRD-CUTS                 CNB23500
057900                                      WS-BRD-DELETES              CNB23500
058000                                      WS-BRD-REPOS                CNB23500
058100                                      WS-BRD-TAGS                 CNB23500
058200                                      WS-BRD-YARD-ROAD            CNB23500
058300                                      WS-BRD-SWAPS                CNB23500
058400                                      WS-DAY-ADDS                 CNB23500
058500                                      WS-DAY-CUTS                 CNB23500
058600                                      WS-DAY-OTHER                CNB23500
058700*    THE SIZE BEFORE THE MONTH'S FIRST ENTRY IS ITS SIZE AFTER,   CNB23500
058800*    LESS THE TURN IT ADDED OR PLUS THE TURN IT TOOK OFF.         CNB23500
058900     MOVE XL-BOARD-SIZE            TO WS-BRD-OPEN-SIZE            CNB23500
059000     IF XL-ADD                                                    CNB23500
059100        SUBTRACT 1 FROM WS-BRD-OPEN-SIZE                          CNB23500
059200     END-IF                                                       CNB23500
059300     IF XL-CUT OR XL-DELETE                                       CNB23500
059400        ADD 1 TO WS-BRD-OPEN-SIZE                                 CNB23500
059500     END-IF                                                       CNB23500
059600     IF WS-BRD-OPEN-SIZE < ZEROS                                  CNB23500
059700        MOVE ZEROS                 TO WS-BRD-OPEN-SIZE            CNB23500
059800     END-IF                                                       CNB23500
059900     MOVE WS-BRD-OPEN-SIZE         TO WS-BRD-CLOSE-SIZE           CNB23500
060000                                      WS-BRD-MIN-SIZE             CNB23500
060100                                      WS-BRD-MAX-SIZE             CNB23500
060200                                      WS-DAY-SIZE                 CNB23500
060300     ADD 1 TO WS-BOARD-COUNT                                      CNB23500
060400     IF WS-FUNC-TIMELINE                                          CNB23500
060500        MOVE XL-DIST               TO BRD-DIST                    CNB23500
060600        MOVE XL-SDIST              TO BRD-SDIST                   CNB23500
060700        MOVE XL-CRAFT              TO BRD-CRAFT                   CNB23500
060800        WRITE RPT-LINE FROM WS-BRD-LINE                           CNB23500
060900     END-IF.                                                      CNB23500
061000*                                                                 CNB23500
061100 P3000-ACCUMULATE-ENTRY.                                          CNB23500
061200     ADD 1 TO WS-BRD-ENTRIES                                      CNB23500
061300     ADD 1 TO WS-ENTRY-COUNT                                      CNB23500
061400     IF WS-FUNC-TIMELINE                                          CNB23500
061500        IF XL-EVENT-DATE-TIME (1:6) NOT = WS-CUR-DAY              CNB23500
061600           IF WS-CUR-DAY > SPACES                                 CNB23500
061700              PERFORM P3300-DAY-BREAK                             CNB23500
061800           END-IF                                                 CNB23500
061900           MOVE XL-EVENT-DATE-TIME (1:6) TO WS-CUR-DAY            CNB23500
062000        END-IF                                                    CNB23500
062100     END-IF                                                       CNB23500
062200     EVALUATE TRUE                                                CNB23500
062300        WHEN XL-ADD                                               CNB23500
062400             ADD 1                 TO WS-BRD-ADDS                 CNB23500
062500                                      WS-DAY-ADDS                 CNB23500
062600             MOVE 'ADD'            TO DTL-ACTION                  CNB23500
062700        WHEN XL-CUT                                               CNB23500
062800             ADD 1                 TO WS-BRD-CUTS                 CNB23500
062900                                      WS-DAY-CUTS                 CNB23500
063000             MOVE 'CUT'            TO DTL-ACTION                  CNB23500
063100        WHEN XL-DELETE                                            CNB23500
063200             ADD 1                 TO WS-BRD-DELETES              CNB23500
063300                                      WS-DAY-CUTS                 CNB23500
063400             MOVE 'DELETE'         TO DTL-ACTION                  CNB23500
063500        WHEN XL-REPOSITION                                        CNB23500
063600             ADD 1                 TO WS-BRD-REPOS                CNB23500
063700                                      WS-DAY-OTHER                CNB23500
063800             MOVE 'REPOSITION'     TO DTL-ACTION                  CNB23500
063900        WHEN XL-TAG-SET                                           CNB23500
064000             ADD 1                 TO WS-BRD-TAGS                 CNB23500
064100                                      WS-DAY-OTHER                CNB23500
064200             MOVE 'TAG SET'        TO DTL-ACTION                  CNB23500
064300        WHEN XL-TAG-ROTATED                                       CNB23500
064400             ADD 1                 TO WS-BRD-TAGS                 CNB23500
064500                                      WS-DAY-OTHER                CNB23500
064600             MOVE 'TAG ROTATE'     TO DTL-ACTION                  CNB23500
064700        WHEN XL-YARD-ROAD                                         CNB23500
064800             ADD 1                 TO WS-BRD-YARD-ROAD            CNB23500
064900                                      WS-DAY-OTHER                CNB23500
065000             MOVE 'YARD/ROAD'      TO DTL-ACTION                  CNB23500
065100        WHEN XL-SWAP                                              CNB23500
065200             ADD 1                 TO WS-BRD-SWAPS                CNB23500
065300                                      WS-DAY-OTHER                CNB23500
065400             MOVE 'SWAP'           TO DTL-ACTION                  CNB23500
065500        WHEN OTHER                                                CNB23500
065600             ADD 1                 TO WS-DAY-OTHER                CNB23500
065700             MOVE XL-ACTION        TO DTL-ACTION                  CNB23500
065800     END-EVALUATE                                                 CNB23500
065900     MOVE XL-BOARD-SIZE            TO WS-DAY-SIZE                 CNB23500
066000                                      WS-BRD-CLOSE-SIZE           CNB23500
066100     IF WS-DAY-SIZE < WS-BRD-MIN-SIZE                             CNB23500
066200        MOVE WS-DAY-SIZE           TO WS-BRD-MIN-SIZE             CNB23500
066300     END-IF                                                       CNB23500
066400     IF WS-DAY-SIZE > WS-BRD-MAX-SIZE                             CNB23500
066500        MOVE WS-DAY-SIZE           TO WS-BRD-MAX-SIZE             CNB23500
066600     END-IF                                                       CNB23500
066700     IF WS-FUNC-LEDGER                                            CNB23500
066800        PERFORM P3100-PRINT-ENTRY                                 CNB23500
066900     END-IF.                                                      CNB23500
067000*                                                                 CNB23500
067100 P3100-PRINT-ENTRY.                                               CNB23500
067200     MOVE XL-DIST                  TO DTL-DIST                    CNB23500
067300     MOVE XL-SDIST                 TO DTL-SDIST                   CNB23500
067400     MOVE XL-CRAFT                 TO DTL-CRAFT                   CNB23500
067500     MOVE XL-EVENT-DATE-TIME       TO DTL-EVENT-DATE-TIME         CNB23500
067600     MOVE XL-TURN                  TO DTL-TURN                    CNB23500
067700     MOVE XL-EMP-NBR               TO DTL-EMP-NBR                 CNB23500
067800     MOVE XL-USERID                TO DTL-USERID                  CNB23500
067900     MOVE XL-REASON                TO DTL-REASON                  CNB23500
068000     MOVE XL-BEFORE-DATE-TIME      TO DTL-BEFORE-DATE-TIME        CNB23500
068100     MOVE XL-BEFORE-TIE            TO DTL-BEFORE-TIE              CNB23500
068200     MOVE XL-AFTER-DATE-TIME       TO DTL-AFTER-DATE-TIME         CNB23500
068300     MOVE XL-AFTER-TIE             TO DTL-AFTER-TIE               CNB23500
068400     MOVE XL-TAG-TURN              TO DTL-TAG-TURN                CNB23500
068500     MOVE XL-PREV-TAG-TURN         TO DTL-PREV-TAG-TURN           CNB23500
068600     MOVE XL-BOARD-SIZE            TO DTL-BOARD-SIZE              CNB23500
068700     WRITE RPT-LINE FROM WS-DTL-LINE.                             CNB23500
068800*                                                                 CNB23500
068900 P3300-DAY-BREAK.                                                 CNB23500
069000     MOVE WS-CUR-DAY               TO DAY-DATE                    CNB23500
069100     MOVE WS-DAY-ADDS              TO DAY-ADDS                    CNB23500
069200     MOVE WS-DAY-CUTS              TO DAY-CUTS                    CNB23500
069300     MOVE WS-DAY-OTHER             TO DAY-OTHER                   CNB23500
069400     MOVE WS-DAY-SIZE              TO DAY-SIZE                    CNB23500
069500     WRITE RPT-LINE FROM WS-DAY-LINE                              CNB23500
069600     MOVE ZEROS                    TO WS-DAY-ADDS                 CNB23500
069700                                      WS-DAY-CUTS                 CNB23500
069800                                      WS-DAY-OTHER.               CNB23500
069900*                                                                 CNB23500
070000 P4000-BOARD-BREAK.                                               CNB23500
070100     IF WS-FUNC-LEDGER                                            CNB23500
070200        MOVE WS-BRD-ADDS           TO TOT-ADDS                    CNB23500
070300        MOVE WS-BRD-CUTS           TO TOT-CUTS                    CNB23500
070400        MOVE WS-BRD-DELETES        TO TOT-DELETES                 CNB23500
070500        MOVE WS-BRD-REPOS          TO TOT-REPOS                   CNB23500
070600        MOVE WS-BRD-TAGS           TO TOT-TAGS                    CNB23500
070700        MOVE WS-BRD-YARD-ROAD      TO TOT-YARD-ROAD               CNB23500
070800        MOVE WS-BRD-SWAPS          TO TOT-SWAPS                   CNB23500
070900        WRITE RPT-LINE FROM WS-TOT-LINE                           CNB23500
071000     ELSE                                                         CNB23500
071100        PERFORM P3300-DAY-BREAK                                   CNB23500
071200        COMPUTE WS-NET-CHANGE = WS-BRD-CLOSE-SIZE                 CNB23500
071300                              - WS-BRD-OPEN-SIZE                  CNB23500
071400        MOVE WS-BRD-OPEN-SIZE      TO MON-OPEN                    CNB23500
071500        MOVE WS-BRD-CLOSE-SIZE     TO MON-CLOSE                   CNB23500
071600        MOVE WS-BRD-MIN-SIZE       TO MON-MIN                     CNB23500
071700        MOVE WS-BRD-MAX-SIZE       TO MON-MAX                     CNB23500
071800        MOVE WS-BRD-ADDS           TO MON-ADDS                    CNB23500
071900        COMPUTE MON-CUTS = WS-BRD-CUTS + WS-BRD-DELETES           CNB23500
072000        MOVE WS-NET-CHANGE         TO MON-NET                     CNB23500
072100        WRITE RPT-LINE FROM WS-MONTH-LINE                         CNB23500
072200     END-IF                                                       CNB23500
072300     MOVE SPACES                   TO RPT-LINE                    CNB23500
072400     WRITE RPT-LINE.                                              CNB23500
072500*                                                                 CNB23500
072600 P5000-AUDIT-TURN.                                                CNB23500
072700     IF EB-EXT-BOARD NOT = WS-CUR-BOARD                           CNB23500
072800        IF WS-CUR-BOARD > SPACES                                  CNB23500
072900           PERFORM P6000-AUDIT-BOARD-BREAK                        CNB23500
073000        END-IF                                                    CNB23500
073100        MOVE EB-EXT-BOARD          TO WS-CUR-BOARD                CNB23500
073200        MOVE ZEROS                 TO WS-AUD-ON-BOARD             CNB23500
073300                                      WS-AUD-TAGGED               CNB23500
073400                                      WS-AUD-TAGGED-ON            CNB23500
073500        MOVE SPACES                TO WS-AUD-TURNS                CNB23500
073600                                      WS-AUD-CUT-TURNS            CNB23500
073700        MOVE 1                     TO WS-AUD-TURNS-PTR            CNB23500
073800                                      WS-AUD-CUT-PTR              CNB23500
073900        ADD 1 TO WS-BOARD-COUNT                                   CNB23500
074000     END-IF                                                       CNB23500
074100     IF EB-EXT-ON-BOARD                                           CNB23500
074200        ADD 1 TO WS-AUD-ON-BOARD                                  CNB23500
074300     END-IF                                                       CNB23500
074400     IF EB-EXT-TAGGED                                             CNB23500
074500        ADD 1 TO WS-AUD-TAGGED                                    CNB23500
074600        IF EB-EXT-ON-BOARD                                        CNB23500
074700           ADD 1 TO WS-AUD-TAGGED-ON                              CNB23500
074800           IF WS-AUD-TURNS-PTR < 38                               CNB23500
074900              STRING EB-EXT-TURN-NBR ' ' DELIMITED BY SIZE        CNB23500
075000                     INTO WS-AUD-TURNS                            CNB23500
075100                     WITH POINTER WS-AUD-TURNS-PTR                CNB23500
075200           END-IF                                                 CNB23500
075300        ELSE                                                      CNB23500
075400           IF WS-AUD-CUT-PTR < 38                                 CNB23500
075500              STRING EB-EXT-TURN-NBR ' ' DELIMITED BY SIZE        CNB23500
075600                     INTO WS-AUD-CUT-TURNS                        CNB23500
075700                     WITH POINTER WS-AUD-CUT-PTR                  CNB23500
075800           END-IF                                                 CNB23500
075900        END-IF                                                    CNB23500
076000     END-IF                                                       CNB23500
076100     PERFORM P5100-READ-EB.                                       CNB23500
076200*                                                                 CNB23500
076300 P5100-READ-EB.                                                   CNB23500
076400     READ EB-FILE                                                 CNB23500
076500          AT END                                                  CNB23500
076600             SET WS-EOF-INPUT TO TRUE                             CNB23500
076700     END-READ.                                                    CNB23500
076800*                                                                 CNB23500
076900 P6000-AUDIT-BOARD-BREAK.                                         CNB23500
077000     MOVE 'N'                      TO WS-TB-FOUND-SW              CNB23500
077100     MOVE 1                        TO WS-TB-SUB                   CNB23500
077200     PERFORM P6010-FIND-TAG-BOARD UNTIL WS-TB-SUB > WS-TB-COUNT   CNB23500
077300                                     OR WS-TB-FOUND               CNB23500
077400     IF WS-TB-FOUND                                               CNB23500
077500        ADD 1 TO WS-TAG-BOARD-COUNT                               CNB23500
077600        IF WS-AUD-TAGGED-ON = ZEROS                               CNB23500
077700           AND WS-AUD-ON-BOARD > ZEROS                            CNB23500
077800           ADD 1 TO WS-NO-TAG-COUNT                               CNB23500
077900           MOVE 'NO TAGGED TURN'   TO AUD-ANOMALY                 CNB23500
078000           MOVE SPACES             TO AUD-TURNS                   CNB23500
078100           PERFORM P6100-PRINT-ANOMALY                            CNB23500
078200        END-IF                                                    CNB23500
078300     END-IF                                                       CNB23500
078400     IF WS-AUD-TAGGED-ON > 1                                      CNB23500
078500        ADD 1 TO WS-MULTI-TAG-COUNT                               CNB23500
078600        MOVE 'MORE THAN ONE TAGGED'  TO AUD-ANOMALY               CNB23500
078700        MOVE WS-AUD-TURNS          TO AUD-TURNS                   CNB23500
078800        PERFORM P6100-PRINT-ANOMALY                               CNB23500
078900     END-IF                                                       CNB23500
079000     IF WS-AUD-TAGGED > WS-AUD-TAGGED-ON                          CNB23500
079100        ADD 1 TO WS-CUT-TAG-COUNT                                 CNB23500
079200        MOVE 'TAG ON A CUT TURN'   TO AUD-ANOMALY                 CNB23500
079300        MOVE WS-AUD-CUT-TURNS      TO AUD-TURNS                   CNB23500
079400        PERFORM P6100-PRINT-ANOMALY                               CNB23500
079500     END-IF.                                                      CNB23500
079600*                                                                 CNB23500
079700 P6010-FIND-TAG-BOARD.                                            CNB23500
079800     IF WS-TB-BOARD (WS-TB-SUB) = WS-CUR-BOARD                    CNB23500
079900        SET WS-TB-FOUND TO TRUE                                   CNB23500
080000     END-IF                                                       CNB23500
080100     ADD 1 TO WS-TB-SUB.                                          CNB23500
080200*                                                                 CNB23500
080300 P6100-PRINT-ANOMALY.                                             CNB23500
080400     MOVE WS-CUR-DIST              TO AUD-DIST                    CNB23500
080500     MOVE WS-CUR-SDIST             TO AUD-SDIST                   CNB23500
080600     MOVE WS-CUR-CRAFT             TO AUD-CRAFT                   CNB23500
080700     MOVE WS-AUD-ON-BOARD          TO AUD-ON-BOARD                CNB23500
080800     MOVE WS-AUD-TAGGED            TO AUD-TAGGED                  CNB23500
080900     WRITE RPT-LINE FROM WS-AUD-LINE                              CNB23500
081000     IF WS-XBL-OPEN                                               CNB23500
081100        PERFORM P6200-LAST-TAG-ACTION                             CNB23500
081200     END-IF.                                                      CNB23500
081300*                                                                 CNB23500
081400 P6200-LAST-TAG-ACTION.                                           CNB23500
081500*    THE LATEST TAG SET, TAG ROTATION OR CUT OF THE TAGGED TURN   CNB23500
081600*    ON THE LEDGER FOR THE BOARD - WHO LAST MOVED THE TAG.        CNB23500
081700     MOVE SPACES                   TO WS-LAST-TAG-ENTRY           CNB23500
081800     MOVE 'N'                      TO WS-LAST-TAG-SW              CNB23500
081900     MOVE LOW-VALUES               TO XL-KEY                      CNB23500
082000     MOVE WS-CUR-BOARD             TO XL-BOARD                    CNB23500
082100     START XBL-FILE KEY NOT < XL-KEY                              CNB23500
082200     IF NOT WS-XBL-OK                                             CNB23500
082300        SET WS-LAST-TAG-DONE TO TRUE                              CNB23500
082400     END-IF                                                       CNB23500
082500     PERFORM P6210-READ-BOARD-ENTRY UNTIL WS-LAST-TAG-DONE        CNB23500
082600     IF WS-LT-DATE-TIME > SPACES                                  CNB23500
082700        MOVE WS-LT-DATE-TIME       TO AUDL-DATE-TIME              CNB23500
082800        EVALUATE WS-LT-ACTION                                     CNB23500
082900           WHEN 'T'                                               CNB23500
083000                MOVE 'TAG SET'     TO AUDL-ACTION                 CNB23500
083100           WHEN 'G'                                               CNB23500
083200                MOVE 'TAG ROTATE'  TO AUDL-ACTION                 CNB23500
083300           WHEN 'C'                                               CNB23500
083400                MOVE 'CUT'         TO AUDL-ACTION                 CNB23500
083500           WHEN OTHER                                             CNB23500
083600                MOVE 'DELETE'      TO AUDL-ACTION                 CNB23500
083700        END-EVALUATE                                              CNB23500
083800        MOVE WS-LT-TURN            TO AUDL-TURN                   CNB23500
083900        MOVE WS-LT-USERID          TO AUDL-USERID                 CNB23500
084000        MOVE WS-LT-REASON          TO AUDL-REASON                 CNB23500
084100        WRITE RPT-LINE FROM WS-AUD-LAST-LINE                      CNB23500
084200     END-IF.                                                      CNB23500
084300*                                                                 CNB23500
084400 P6210-READ-BOARD-ENTRY.                                          CNB23500
084500     READ XBL-FILE NEXT                                           CNB23500
084600          AT END                                                  CNB23500
084700             SET WS-LAST-TAG-DONE TO TRUE                         CNB23500
084800     END-READ                                                     CNB23500
084900     IF NOT WS-LAST-TAG-DONE                                      CNB23500
085000        IF XL-BOARD NOT = WS-CUR-BOARD                            CNB23500
085100           SET WS-LAST-TAG-DONE TO TRUE                           CNB23500
085200        END-IF                                                    CNB23500
085300     END-IF                                                       CNB23500
085400     IF NOT WS-LAST-TAG-DONE                                      CNB23500
085500        IF XL-TAG-SET OR XL-TAG-ROTATED                           CNB23500
085600           OR ((XL-CUT OR XL-DELETE)                              CNB23500
085700               AND XL-PREV-TAG-TURN > SPACES)                     CNB23500
085800           MOVE XL-EVENT-DATE-TIME TO WS-LT-DATE-TIME             CNB23500
085900           MOVE XL-ACTION          TO WS-LT-ACTION                CNB23500
086000           MOVE XL-TURN            TO WS-LT-TURN                  CNB23500
086100           MOVE XL-USERID          TO WS-LT-USERID                CNB23500
086200           MOVE XL-REASON          TO WS-LT-REASON                CNB23500
086300        END-IF                                                    CNB23500
086400     END-IF.                                                      CNB23500
086500*                                                                 CNB23500
086600 P9000-TERMINATE.                                                 CNB23500
086700     MOVE SPACES                   TO RPT-LINE                    CNB23500
086800     WRITE RPT-LINE                                               CNB23500
086900     MOVE 'BOARDS .....................' TO CNT-LABEL             CNB23500
087000     MOVE WS-BOARD-COUNT           TO CNT-VALUE                   CNB23500
087100     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23500
087200     IF WS-FUNC-TAGAUDIT                                          CNB23500
087300        MOVE 'TAG BOARDS (TAGBRD CARDS) ..' TO CNT-LABEL          CNB23500
087400        MOVE WS-TAG-BOARD-COUNT    TO CNT-VALUE                   CNB23500
087500        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB23500
087600        MOVE 'BOARDS WITH NO TAG .........' TO CNT-LABEL          CNB23500
087700        MOVE WS-NO-TAG-COUNT       TO CNT-VALUE                   CNB23500
087800        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB23500
087900        MOVE 'BOARDS WITH MULTIPLE TAGS ..' TO CNT-LABEL          CNB23500
088000        MOVE WS-MULTI-TAG-COUNT    TO CNT-VALUE                   CNB23500
088100        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB23500
088200        MOVE 'BOARDS WITH TAG ON CUT TURN ' TO CNT-LABEL          CNB23500
088300        MOVE WS-CUT-TAG-COUNT      TO CNT-VALUE                   CNB23500
088400        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB23500
088500        CLOSE EB-FILE                                             CNB23500
088600     ELSE                                                         CNB23500
088700        MOVE 'LEDGER ENTRIES IN PERIOD ..' TO CNT-LABEL           CNB23500
088800        MOVE WS-ENTRY-COUNT        TO CNT-VALUE                   CNB23500
088900        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB23500
089000     END-IF                                                       CNB23500
089100     IF WS-XBL-OPEN                                               CNB23500
089200        CLOSE XBL-FILE                                            CNB23500
089300     END-IF                                                       CNB23500
089400     CLOSE RPT-FILE.                                              CNB23500
089500*                                                                 CNB23500
089600 P9999-GOT-PROBLEM.                                               CNB23500
089610     MOVE 'CNB235'                 TO XE-PROGRAM                  CNB23500
089620     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB23500
089630     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB23500
089640     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB23500
089700     DISPLAY 'CNB235 ABEND IN ' WS-ABEND-PARAGRAPH                CNB23500
089800              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB23500
089900     MOVE 16 TO RETURN-CODE                                       CNB23500
090000     GOBACK.                                                      CNB23500
