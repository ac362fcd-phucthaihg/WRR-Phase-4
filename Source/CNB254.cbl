000100 IDENTIFICATION DIVISION.                                         CNB25400
000200 PROGRAM-ID. CNB254.                                              CNB25400
000300*AUTHOR.     JMC.                                                 CNB25400
000400*DATE-WRITTEN. 10/15/26.                                          CNB25400
000500*REMARKS.                                                         CNB25400
000600*    EXTRABOARD BYPASS REGISTER - DAILY REPORT AND EMPLOYEE       CNB25400
000700*    INQUIRY.  WHEN AN EXTRABOARD CALL PASSES AVAILABLE EMPLOYEES CNB25400
000800*    STANDING AHEAD OF THE ONE CALLED, CNP919 REFUSES THE CALL    CNB25400
000900*    UNLESS EACH OF THEM HAS A REASON, AND ONCE THE CALL IS MADE  CNB25400
000980*    ADDS EACH ONE TO BYFILE ITSELF BY CICS FILE CONTROL          CNB25400
001060*    (P1190-REGISTER-BYPASS), SO EVERY BYPASS IS ON FILE WITH THE CNB25400
001140*    POSITION PASSED, THE REASON, THE EMPLOYEE CALLED INSTEAD AND CNB25400
001220*    THE CALLER.                                                  CNB25400
001300*    REASON CODES:  REST - SHORT OF REST    QUAL - NOT QUALIFIED  CNB25400
001400*                   RSTR - RESTRICTED       NOAN - NO ANSWER      CNB25400
001500*                   EREQ - AT THE EMPLOYEE'S REQUEST              CNB25400
001600*    FUNCTIONS FROM THE PARM CARD:                                CNB25400
001700*      DAILY   - LISTS THE BYPASSES ON THE REPORT DATE (PARM      CNB25400
001800*                REPORT-DATE YYMMDD, BLANK = THE RUN DATE) BY     CNB25400
001900*                BOARD AND CALLER, THEN TOTALS THEM BY BOARD AND  CNB25400
002000*                CALLER WITH A COUNT FOR EACH REASON.  BYPASSES   CNB25400
002100*                OLDER THAN KEEP-DAYS (DEFAULT 730) ARE PURGED ON CNB25400
002200*                THE SAME PASS.                                   CNB25400
002300*      INQUIRY - LISTS EVERY TIME THE EMPLOYEE IN PARM EMP-NBR    CNB25400
002400*                WAS PASSED, AND WHY, FROM PARM FROM-DATE YYMMDD  CNB25400
002500*                (BLANK = ALL ON FILE), WITH TOTALS BY REASON.    CNB25400
002600*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB25400
002700*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB25400
002800*                                                                 CNB25400
002900 ENVIRONMENT DIVISION.                                            CNB25400
003000 CONFIGURATION SECTION.                                           CNB25400
003100 SOURCE-COMPUTER.  IBM-370.                                       CNB25400
003200 OBJECT-COMPUTER.  IBM-370.                                       CNB25400
003300 INPUT-OUTPUT SECTION.                                            CNB25400
003400 FILE-CONTROL.                                                    CNB25400
003500     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB25400
003600            ORGANIZATION  SEQUENTIAL                              CNB25400
003700            FILE STATUS   WS-PARM-STATUS.                         CNB25400
003800     SELECT BY-FILE      ASSIGN TO BYFILE                         CNB25400
003900            ORGANIZATION  INDEXED                                 CNB25400
004000            ACCESS MODE   DYNAMIC                                 CNB25400
004100            RECORD KEY    BY-KEY                                  CNB25400
004200            ALTERNATE RECORD KEY BY-ALT-PASSED-EMP WITH DUPLICATESCNB25400
004300            FILE STATUS   WS-BY-STATUS.                           CNB25400
004400     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB25400
004500            ORGANIZATION  LINE SEQUENTIAL                         CNB25400
004600            FILE STATUS   WS-RPT-STATUS.                          CNB25400
004700*                                                                 CNB25400
004800 DATA DIVISION.                                                   CNB25400
004900 FILE SECTION.                                                    CNB25400
005000 FD  PARM-FILE                                                    CNB25400
005100     RECORD CONTAINS 80 CHARACTERS.                               CNB25400
005200 01  WS-PARM-RECORD.                                              CNB25400
005300     05  PARM-FUNC                 PIC X(8).                      CNB25400
005400     05  PARM-DATE-TIME            PIC X(12).                     CNB25400
005500     05  PARM-REPORT-DATE          PIC X(6).                      CNB25400
005600     05  PARM-KEEP-DAYS            PIC X(3).                      CNB25400
005700     05  PARM-EMP-NBR              PIC X(9).                      CNB25400
005800     05  PARM-FROM-DATE            PIC X(6).                      CNB25400
005900     05  FILLER                    PIC X(36).                     CNB25400
006000 FD  BY-FILE                                                      CNB25400
006100     RECORD CONTAINS 200 CHARACTERS.                              CNB25400
006200 01  BY-RECORD.                                                   CNB25400
006300     05  BY-KEY.                                                  CNB25400
006400*        YYMMDDHHMM:                                              CNB25400
006500         10  BY-CALL-DATE-TIME     PIC X(10).                     CNB25400
006600         10  BY-CALLED-EMP-NBR     PIC X(9).                      CNB25400
006700         10  BY-SEQ                PIC 9(2).                      CNB25400
006800     05  BY-ALT-PASSED-EMP         PIC X(9).                      CNB25400
006900     05  BY-PASSED-NAME            PIC X(26).                     CNB25400
007000     05  BY-PASSED-TURN            PIC X(4).                      CNB25400
007100     05  BY-PASSED-POSITION        PIC 9(3).                      CNB25400
007200     05  BY-REASON                 PIC X(4).                      CNB25400
007300     05  BY-CALLED-NAME            PIC X(26).                     CNB25400
007400     05  BY-CALLED-TURN            PIC X(4).                      CNB25400
007500     05  BY-CALLED-POSITION        PIC 9(3).                      CNB25400
007600     05  BY-BOARD.                                                CNB25400
007700         10  BY-BOARD-DIST         PIC X(2).                      CNB25400
007800         10  BY-BOARD-SDIST        PIC X(2).                      CNB25400
007900         10  BY-BOARD-CRAFT        PIC X(2).                      CNB25400
008000         10  BY-BOARD-SIDE         PIC X(1).                      CNB25400
008100     05  BY-CALLER                 PIC X(8).                      CNB25400
008200     05  BY-TRAIN                  PIC X(10).                     CNB25400
008300     05  BY-ASGN-TYPE              PIC X(1).                      CNB25400
008400     05  BY-ASGN                   PIC X(12).                     CNB25400
008500     05  FILLER                    PIC X(62).                     CNB25400
008600 FD  RPT-FILE                                                     CNB25400
008700     RECORD CONTAINS 132 CHARACTERS.                              CNB25400
008800 01  RPT-LINE                      PIC X(132).                    CNB25400
008900*                                                                 CNB25400
009000 WORKING-STORAGE SECTION.                                         CNB25400
009100 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB25400
009200     88  WS-PARM-OK                       VALUE '00'.             CNB25400
009300 01  WS-BY-STATUS                  PIC XX VALUE SPACES.           CNB25400
009400     88  WS-BY-OK                         VALUE '00'.             CNB25400
009500 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB25400
009600     88  WS-RPT-OK                        VALUE '00'.             CNB25400
009700 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB25400
009800 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB25400
009810 COPY WSERRLOG.                                                   CNB25400
009900 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB25400
010000     88  WS-FUNC-DAILY                    VALUE 'DAILY'.          CNB25400
010100     88  WS-FUNC-INQUIRY                  VALUE 'INQUIRY'.        CNB25400
010200 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB25400
010300 01  WS-REPORT-DATE                PIC X(6) VALUE SPACES.         CNB25400
010400 01  WS-KEEP-DAYS                  PIC 9(3) VALUE 730.            CNB25400
010500 01  WS-EMP-NBR                    PIC X(9) VALUE SPACES.         CNB25400
010600 01  WS-FROM-DATE                  PIC X(6) VALUE SPACES.         CNB25400
010700 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB25400
010800     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB25400
010900 01  WS-DAYS-RUN                   PIC S9(7) COMP VALUE ZEROS.    CNB25400
011000 01  WS-DAYS-KEEP-CUT              PIC S9(7) COMP VALUE ZEROS.    CNB25400
011100 01  WS-READ-COUNT                 PIC 9(7) VALUE ZEROS.          CNB25400
011200 01  WS-DAY-COUNT                  PIC 9(7) VALUE ZEROS.          CNB25400
011300 01  WS-OVER-COUNT                 PIC 9(7) VALUE ZEROS.          CNB25400
011400 01  WS-PURGE-COUNT                PIC 9(7) VALUE ZEROS.          CNB25400
011500 01  WS-INQ-COUNT                  PIC 9(7) VALUE ZEROS.          CNB25400
011600 01  WS-LEAP-QUOT                  PIC S9(4) COMP VALUE ZEROS.    CNB25400
011700 01  WS-LEAP-REM                   PIC S9(4) COMP VALUE ZEROS.    CNB25400
011800 01  WS-SERIAL-DAYS                PIC S9(7) COMP VALUE ZEROS.    CNB25400
011900 01  WS-SERIAL-DATE-TIME.                                         CNB25400
012000     05  WS-SD-YY                  PIC 9(2).                      CNB25400
012100     05  WS-SD-MM                  PIC 9(2).                      CNB25400
012200     05  WS-SD-DD                  PIC 9(2).                      CNB25400
012300     05  WS-SD-HH                  PIC 9(2).                      CNB25400
012400     05  WS-SD-MIN                 PIC 9(2).                      CNB25400
012500 01  WS-CUM-DAYS-TABLE.                                           CNB25400
012600     05  FILLER                    PIC X(36) VALUE                CNB25400
012700         '000031059090120151181212243273304334'.                  CNB25400
012800 01  WS-CUM-DAYS REDEFINES WS-CUM-DAYS-TABLE.                     CNB25400
012900     05  WS-CUM-MON OCCURS 12 TIMES PIC 9(3).                     CNB25400
013000*    REASON CODES, THEIR DESCRIPTIONS AND THE RUN'S COUNT OF EACH.CNB25400
013100*    A CODE NOT IN THE TABLE IS COUNTED UNDER THE SIXTH ENTRY.    CNB25400
013200 01  WS-RSN-TABLE-VALUES.                                         CNB25400
013300     05  FILLER                    PIC X(20) VALUE                CNB25400
013400         'RESTSHORT OF REST   '.                                  CNB25400
013500     05  FILLER                    PIC X(20) VALUE                CNB25400
013600         'QUALNOT QUALIFIED   '.                                  CNB25400
013700     05  FILLER                    PIC X(20) VALUE                CNB25400
013800         'RSTRRESTRICTED      '.                                  CNB25400
013900     05  FILLER                    PIC X(20) VALUE                CNB25400
014000         'NOANNO ANSWER       '.                                  CNB25400
014100     05  FILLER                    PIC X(20) VALUE                CNB25400
014200         'EREQEMPLOYEE REQUEST'.                                  CNB25400
014300     05  FILLER                    PIC X(20) VALUE                CNB25400
014400         '    OTHER CODE      '.                                  CNB25400
014500 01  WS-RSN-TABLE REDEFINES WS-RSN-TABLE-VALUES.                  CNB25400
014600     05  WS-RSN-ENTRY OCCURS 6 TIMES.                             CNB25400
014700         10  WS-RSN-CODE           PIC X(4).                      CNB25400
014800         10  WS-RSN-DESC           PIC X(16).                     CNB25400
014900 01  WS-RSN-MAX                    PIC S9(4) COMP VALUE 6.        CNB25400
015000 01  WS-RSN-SUB                    PIC S9(4) COMP VALUE ZEROS.    CNB25400
015100 01  WS-RSN-AT                     PIC S9(4) COMP VALUE ZEROS.    CNB25400
015200 01  WS-RSN-COUNTS.                                               CNB25400
015300     05  WS-RSN-COUNT OCCURS 6 TIMES PIC 9(7).                    CNB25400
015400*    THE DAY'S BYPASSES, KEPT IN BOARD / CALLER / CALL-TIME ORDER.CNB25400
015500 01  WS-DL-MAX                     PIC S9(4) COMP VALUE 1000.     CNB25400
015600 01  WS-DL-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB25400
015700 01  WS-DL-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB25400
015800 01  WS-DL-SUB2                    PIC S9(4) COMP VALUE ZEROS.    CNB25400
015900 01  WS-DL-INS-AT                  PIC S9(4) COMP VALUE ZEROS.    CNB25400
016000 01  WS-DL-NEW-KEY                 PIC X(36) VALUE SPACES.        CNB25400
016100 01  WS-DL-TABLE.                                                 CNB25400
016200     05  WS-DL-ENTRY OCCURS 1000 TIMES.                           CNB25400
016300         10  WS-DL-KEY             PIC X(36).                     CNB25400
016400         10  WS-DL-DATA            PIC X(200).                    CNB25400
016500*    THE DAY'S BYPASSES TOTALLED BY BOARD AND CALLER.             CNB25400
016600 01  WS-BC-MAX                     PIC S9(4) COMP VALUE 300.      CNB25400
016700 01  WS-BC-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB25400
016800 01  WS-BC-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB25400
016900 01  WS-BC-SUB2                    PIC S9(4) COMP VALUE ZEROS.    CNB25400
017000 01  WS-BC-AT                      PIC S9(4) COMP VALUE ZEROS.    CNB25400
017100 01  WS-BC-INS-AT                  PIC S9(4) COMP VALUE ZEROS.    CNB25400
017200 01  WS-BC-NEW-KEY.                                               CNB25400
017300     05  WS-BC-NEW-BOARD           PIC X(7).                      CNB25400
017400     05  WS-BC-NEW-CALLER          PIC X(8).                      CNB25400
017500 01  WS-BC-TABLE.                                                 CNB25400
017600     05  WS-BC-ENTRY OCCURS 300 TIMES.                            CNB25400
017700         10  WS-BC-KEY.                                           CNB25400
017800             15  WS-BC-BOARD.                                     CNB25400
017900                 20  WS-BC-DIST    PIC X(2).                      CNB25400
018000                 20  WS-BC-SDIST   PIC X(2).                      CNB25400
018100                 20  WS-BC-CRAFT   PIC X(2).                      CNB25400
018200                 20  WS-BC-SIDE    PIC X(1).                      CNB25400
018300             15  WS-BC-CALLER      PIC X(8).                      CNB25400
018400         10  WS-BC-TOTAL           PIC 9(5).                      CNB25400
018500         10  WS-BC-RSN OCCURS 6 TIMES PIC 9(5).                   CNB25400
018600 01  WS-HDR-LINE.                                                 CNB25400
018700     05  FILLER                PIC X(38)  VALUE                   CNB25400
018800         'CNB254 - EXTRABOARD BYPASS REGISTER   '.                CNB25400
018900     05  FILLER                PIC X(2)   VALUE SPACES.           CNB25400
019000     05  HDR-FUNC              PIC X(8).                          CNB25400
019100     05  FILLER                PIC X(2)   VALUE SPACES.           CNB25400
019200     05  HDR-DATE-TIME         PIC X(12).                         CNB25400
019300     05  FILLER                PIC X(70)  VALUE SPACES.           CNB25400
019400 01  WS-TITLE-LINE.                                               CNB25400
019500     05  TTL-TEXT                  PIC X(30).                     CNB25400
019600     05  TTL-DATE                  PIC X(6).                      CNB25400
019700     05  FILLER                    PIC X(96) VALUE SPACES.        CNB25400
019800 01  WS-INQ-TITLE-LINE.                                           CNB25400
019900     05  FILLER                    PIC X(21) VALUE                CNB25400
020000         'BYPASSES OF EMPLOYEE '.                                 CNB25400
020100     05  ITL-EMP-NBR               PIC X(9).                      CNB25400
020200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25400
020300     05  ITL-EMP-NAME              PIC X(26).                     CNB25400
020400     05  FILLER                    PIC X(6) VALUE ' FROM '.       CNB25400
020500     05  ITL-FROM-DATE             PIC X(6).                      CNB25400
020600     05  FILLER                    PIC X(63) VALUE SPACES.        CNB25400
020700 01  WS-DAY-HDR-LINE.                                             CNB25400
020800     05  FILLER                    PIC X(44) VALUE                CNB25400
020900         'BOARD       CALLER    CALLED      TRAIN     '.          CNB25400
021000     05  FILLER                    PIC X(44) VALUE                CNB25400
021100         '  PASSED    NAME                       POS T'.          CNB25400
021200     05  FILLER                    PIC X(44) VALUE                CNB25400
021300         'URN  RSN   CALLED    POS TURN'.                         CNB25400
021400 01  WS-DAY-LINE.                                                 CNB25400
021500     05  DAY-DIST                  PIC X(2).                      CNB25400
021600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25400
021700     05  DAY-SDIST                 PIC X(2).                      CNB25400
021800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25400
021900     05  DAY-CRAFT                 PIC X(2).                      CNB25400
022000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25400
022100     05  DAY-SIDE                  PIC X(1).                      CNB25400
022200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25400
022300     05  DAY-CALLER                PIC X(8).                      CNB25400
022400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25400
022500     05  DAY-CALLED                PIC X(10).                     CNB25400
022600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25400
022700     05  DAY-TRAIN                 PIC X(10).                     CNB25400
022800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25400
022900     05  DAY-PASSED-NBR            PIC X(9).                      CNB25400
023000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25400
023100     05  DAY-PASSED-NAME           PIC X(26).                     CNB25400
023200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25400
023300     05  DAY-PASSED-POS            PIC ZZ9.                       CNB25400
023400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25400
023500     05  DAY-PASSED-TURN           PIC X(4).                      CNB25400
023600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25400
023700     05  DAY-REASON                PIC X(4).                      CNB25400
023800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25400
023900     05  DAY-CALLED-NBR            PIC X(9).                      CNB25400
024000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25400
024100     05  DAY-CALLED-POS            PIC ZZ9.                       CNB25400
024200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25400
024300     05  DAY-CALLED-TURN           PIC X(4).                      CNB25400
024400     05  FILLER                    PIC X(15) VALUE SPACES.        CNB25400
024500 01  WS-BC-HDR-LINE.                                              CNB25400
024600     05  FILLER                    PIC X(44) VALUE                CNB25400
024700         'BOARD       CALLER     TOTAL    REST    QUAL'.          CNB25400
024800     05  FILLER                    PIC X(44) VALUE                CNB25400
024900         '    RSTR    NOAN    EREQ   OTHER'.                      CNB25400
025000     05  FILLER                    PIC X(44) VALUE SPACES.        CNB25400
025100 01  WS-BC-LINE.                                                  CNB25400
025200     05  BCL-DIST                  PIC X(2).                      CNB25400
025300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25400
025400     05  BCL-SDIST                 PIC X(2).                      CNB25400
025500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25400
025600     05  BCL-CRAFT                 PIC X(2).                      CNB25400
025700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25400
025800     05  BCL-SIDE                  PIC X(1).                      CNB25400
025900     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25400
026000     05  BCL-CALLER                PIC X(8).                      CNB25400
026100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25400
026200     05  BCL-TOTAL                 PIC ZZ,ZZ9.                    CNB25400
026300     05  BCL-RSN-AREA.                                            CNB25400
026400         10  BCL-RSN-COL OCCURS 6 TIMES.                          CNB25400
026500             15  FILLER            PIC X(2).                      CNB25400
026600             15  BCL-RSN           PIC ZZ,ZZ9.                    CNB25400
026700     05  FILLER                    PIC X(56) VALUE SPACES.        CNB25400
026800 01  WS-INQ-HDR-LINE.                                             CNB25400
026900     05  FILLER                    PIC X(44) VALUE                CNB25400
027000         'CALLED      BOARD       POS TURN  REASON    '.          CNB25400
027100     05  FILLER                    PIC X(44) VALUE                CNB25400
027200         '             CALLED    NAME                 '.          CNB25400
027300     05  FILLER                    PIC X(44) VALUE                CNB25400
027400         '      POS TURN  CALLER    TRAIN'.                       CNB25400
027500 01  WS-INQ-LINE.                                                 CNB25400
027600     05  INQ-CALLED                PIC X(10).                     CNB25400
027700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25400
027800     05  INQ-DIST                  PIC X(2).                      CNB25400
027900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25400
028000     05  INQ-SDIST                 PIC X(2).                      CNB25400
028100     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25400
028200     05  INQ-CRAFT                 PIC X(2).                      CNB25400
028300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25400
028400     05  INQ-SIDE                  PIC X(1).                      CNB25400
028500     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25400
028600     05  INQ-PASSED-POS            PIC ZZ9.                       CNB25400
028700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25400
028800     05  INQ-PASSED-TURN           PIC X(4).                      CNB25400
028900     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25400
029000     05  INQ-REASON                PIC X(4).                      CNB25400
029100     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25400
029200     05  INQ-REASON-DESC           PIC X(16).                     CNB25400
029300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25400
029400     05  INQ-CALLED-NBR            PIC X(9).                      CNB25400
029500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25400
029600     05  INQ-CALLED-NAME           PIC X(26).                     CNB25400
029700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25400
029800     05  INQ-CALLED-POS            PIC ZZ9.                       CNB25400
029900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25400
030000     05  INQ-CALLED-TURN           PIC X(4).                      CNB25400
030100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25400
030200     05  INQ-CALLER                PIC X(8).                      CNB25400
030300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25400
030400     05  INQ-TRAIN                 PIC X(10).                     CNB25400
030500     05  FILLER                    PIC X(8) VALUE SPACES.         CNB25400
030600 01  WS-CNT-LINE.                                                 CNB25400
030700     05  CNT-LABEL                 PIC X(30).                     CNB25400
030800     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB25400
030900     05  FILLER                    PIC X(95) VALUE SPACES.        CNB25400
031000*                                                                 CNB25400
031100 PROCEDURE DIVISION.                                              CNB25400
031200 P0000-MAINLINE.                                                  CNB25400
031300     PERFORM P1000-INITIALIZE                                     CNB25400
031400     IF WS-FUNC-DAILY                                             CNB25400
031500        PERFORM P3000-DAILY-REGISTER                              CNB25400
031600     ELSE                                                         CNB25400
031700        PERFORM P4000-EMPLOYEE-INQUIRY                            CNB25400
031800     END-IF                                                       CNB25400
031900     PERFORM P9000-TERMINATE                                      CNB25400
032000     GOBACK.                                                      CNB25400
032100*                                                                 CNB25400
032200 P1000-INITIALIZE.                                                CNB25400
032300     OPEN INPUT PARM-FILE                                         CNB25400
032400     IF NOT WS-PARM-OK                                            CNB25400
032500        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB25400
032600        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB25400
032700        PERFORM P9999-GOT-PROBLEM                                 CNB25400
032800     END-IF                                                       CNB25400
032900     READ PARM-FILE                                               CNB25400
033000     IF NOT WS-PARM-OK                                            CNB25400
033100        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB25400
033200        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB25400
033300        PERFORM P9999-GOT-PROBLEM                                 CNB25400
033400     END-IF                                                       CNB25400
033500     MOVE PARM-FUNC                TO WS-FUNC                     CNB25400
033600     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB25400
033700     MOVE PARM-REPORT-DATE         TO WS-REPORT-DATE              CNB25400
033800     IF PARM-KEEP-DAYS NUMERIC                                    CNB25400
033900        MOVE PARM-KEEP-DAYS        TO WS-KEEP-DAYS                CNB25400
034000     END-IF                                                       CNB25400
034100     MOVE PARM-EMP-NBR             TO WS-EMP-NBR                  CNB25400
034200     MOVE PARM-FROM-DATE           TO WS-FROM-DATE                CNB25400
034300     CLOSE PARM-FILE                                              CNB25400
034400     IF NOT WS-FUNC-DAILY AND NOT WS-FUNC-INQUIRY                 CNB25400
034500        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB25400
034600        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB25400
034700        PERFORM P9999-GOT-PROBLEM                                 CNB25400
034800     END-IF                                                       CNB25400
034900     IF WS-RUN-DATE-TIME (1:10) NOT NUMERIC                       CNB25400
035000        MOVE 'P1000-BAD-DATE'      TO WS-ABEND-PARAGRAPH          CNB25400
035100        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB25400
035200        PERFORM P9999-GOT-PROBLEM                                 CNB25400
035300     END-IF                                                       CNB25400
035400     IF WS-FUNC-INQUIRY                                           CNB25400
035500        AND WS-EMP-NBR = SPACES                                   CNB25400
035600        MOVE 'P1000-NO-EMP'        TO WS-ABEND-PARAGRAPH          CNB25400
035700        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB25400
035800        PERFORM P9999-GOT-PROBLEM                                 CNB25400
035900     END-IF                                                       CNB25400
036000     IF WS-REPORT-DATE NOT NUMERIC                                CNB25400
036100        MOVE WS-RUN-DATE-TIME (1:6) TO WS-REPORT-DATE             CNB25400
036200     END-IF                                                       CNB25400
036300     IF WS-FROM-DATE NOT NUMERIC                                  CNB25400
036400        MOVE ZEROS                 TO WS-FROM-DATE                CNB25400
036500     END-IF                                                       CNB25400
036600     IF WS-FUNC-DAILY                                             CNB25400
036700        OPEN I-O BY-FILE                                          CNB25400
036800     ELSE                                                         CNB25400
036900        OPEN INPUT BY-FILE                                        CNB25400
037000     END-IF                                                       CNB25400
037100     IF NOT WS-BY-OK                                              CNB25400
037200        MOVE 'P1000-OPEN-BY'       TO WS-ABEND-PARAGRAPH          CNB25400
037300        MOVE WS-BY-STATUS          TO WS-ABEND-STATUS             CNB25400
037400        PERFORM P9999-GOT-PROBLEM                                 CNB25400
037500     END-IF                                                       CNB25400
037600     OPEN OUTPUT RPT-FILE                                         CNB25400
037700     IF NOT WS-RPT-OK                                             CNB25400
037800        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB25400
037900        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB25400
038000        PERFORM P9999-GOT-PROBLEM                                 CNB25400
038100     END-IF                                                       CNB25400
038200     MOVE WS-FUNC                  TO HDR-FUNC                    CNB25400
038300     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB25400
038400     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB25400
038500     MOVE WS-RUN-DATE-TIME (1:10)  TO WS-SERIAL-DATE-TIME         CNB25400
038600     PERFORM P8000-DATE-TO-SERIAL                                 CNB25400
038700     MOVE WS-SERIAL-DAYS           TO WS-DAYS-RUN                 CNB25400
038800     COMPUTE WS-DAYS-KEEP-CUT = WS-DAYS-RUN - WS-KEEP-DAYS        CNB25400
038900     MOVE ZEROS                    TO WS-RSN-COUNTS.              CNB25400
039000*                                                                 CNB25400
039100 P3000-DAILY-REGISTER.                                            CNB25400
039200     MOVE LOW-VALUES               TO BY-KEY                      CNB25400
039300     START BY-FILE KEY NOT < BY-KEY                               CNB25400
039400     IF NOT WS-BY-OK                                              CNB25400
039500        SET WS-EOF-INPUT TO TRUE                                  CNB25400
039600     END-IF                                                       CNB25400
039700     PERFORM P3100-DAILY-RECORD THRU P3100-EXIT                   CNB25400
039800             UNTIL WS-EOF-INPUT                                   CNB25400
039900     MOVE SPACES                   TO RPT-LINE                    CNB25400
040000     WRITE RPT-LINE                                               CNB25400
040100     MOVE 'BYPASSES BY BOARD/CALLER FOR ' TO TTL-TEXT             CNB25400
040200     MOVE WS-REPORT-DATE           TO TTL-DATE                    CNB25400
040300     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB25400
040400     WRITE RPT-LINE FROM WS-DAY-HDR-LINE                          CNB25400
040500     PERFORM P3500-PRINT-BYPASS                                   CNB25400
040600             VARYING WS-DL-SUB FROM 1 BY 1                        CNB25400
040700             UNTIL WS-DL-SUB > WS-DL-COUNT                        CNB25400
040800     MOVE SPACES                   TO RPT-LINE                    CNB25400
040900     WRITE RPT-LINE                                               CNB25400
041000     MOVE 'BYPASS TOTALS BY CALLER FOR  ' TO TTL-TEXT             CNB25400
041100     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB25400
041200     WRITE RPT-LINE FROM WS-BC-HDR-LINE                           CNB25400
041300     PERFORM P3600-PRINT-CALLER                                   CNB25400
041400             VARYING WS-BC-SUB FROM 1 BY 1                        CNB25400
041500             UNTIL WS-BC-SUB > WS-BC-COUNT.                       CNB25400
041600*                                                                 CNB25400
041700 P3100-DAILY-RECORD.                                              CNB25400
041800     READ BY-FILE NEXT                                            CNB25400
041900          AT END                                                  CNB25400
042000             SET WS-EOF-INPUT TO TRUE                             CNB25400
042100     END-READ                                                     CNB25400
042200     IF WS-EOF-INPUT                                              CNB25400
042300        GO TO P3100-EXIT                                          CNB25400
042400     END-IF                                                       CNB25400
042500     ADD 1 TO WS-READ-COUNT                                       CNB25400
042600     IF BY-CALL-DATE-TIME NOT NUMERIC                             CNB25400
042700        GO TO P3100-EXIT                                          CNB25400
042800     END-IF                                                       CNB25400
042900     MOVE BY-CALL-DATE-TIME        TO WS-SERIAL-DATE-TIME         CNB25400
043000     PERFORM P8000-DATE-TO-SERIAL                                 CNB25400
043100     IF WS-SERIAL-DAYS < WS-DAYS-KEEP-CUT                         CNB25400
043200        PERFORM P3900-PURGE-BYPASS                                CNB25400
043300        GO TO P3100-EXIT                                          CNB25400
043400     END-IF                                                       CNB25400
043500     IF BY-CALL-DATE-TIME (1:6) = WS-REPORT-DATE                  CNB25400
043600        ADD 1 TO WS-DAY-COUNT                                     CNB25400
043700        PERFORM P8100-FIND-REASON                                 CNB25400
043800        ADD 1 TO WS-RSN-COUNT (WS-RSN-AT)                         CNB25400
043900        PERFORM P3200-TABLE-BYPASS                                CNB25400
044000        PERFORM P3300-TOTAL-CALLER                                CNB25400
044100     END-IF.                                                      CNB25400
044200 P3100-EXIT.                                                      CNB25400
044300     EXIT.                                                        CNB25400
044400*                                                                 CNB25400
044500 P3200-TABLE-BYPASS.                                              CNB25400
044600*    THE REGISTER IS IN CALL-TIME ORDER; THE LISTING IS BY BOARD  CNB25400
044700*    AND CALLER, SO EACH BYPASS IS INSERTED IN PLACE.             CNB25400
044800     IF WS-DL-COUNT NOT < WS-DL-MAX                               CNB25400
044900        ADD 1 TO WS-OVER-COUNT                                    CNB25400
045000     ELSE                                                         CNB25400
045100        MOVE BY-BOARD              TO WS-DL-NEW-KEY (1:7)         CNB25400
045200        MOVE BY-CALLER             TO WS-DL-NEW-KEY (8:8)         CNB25400
045300        MOVE BY-KEY                TO WS-DL-NEW-KEY (16:21)       CNB25400
045400        MOVE ZEROS                 TO WS-DL-INS-AT                CNB25400
045500        PERFORM P3210-FIND-BYPASS-SLOT                            CNB25400
045600                VARYING WS-DL-SUB FROM 1 BY 1                     CNB25400
045700                UNTIL WS-DL-SUB > WS-DL-COUNT                     CNB25400
045800        IF WS-DL-INS-AT = ZEROS                                   CNB25400
045900           COMPUTE WS-DL-INS-AT = WS-DL-COUNT + 1                 CNB25400
046000        END-IF                                                    CNB25400
046100        PERFORM P3220-SHIFT-BYPASS                                CNB25400
046200                VARYING WS-DL-SUB2 FROM WS-DL-COUNT BY -1         CNB25400
046300                UNTIL WS-DL-SUB2 < WS-DL-INS-AT                   CNB25400
046400        MOVE WS-DL-NEW-KEY         TO WS-DL-KEY (WS-DL-INS-AT)    CNB25400
046500        MOVE BY-RECORD             TO WS-DL-DATA (WS-DL-INS-AT)   CNB25400
046600        ADD 1 TO WS-DL-COUNT                                      CNB25400
046700     END-IF.                                                      CNB25400
046800*                                                                 CNB25400
046900 P3210-FIND-BYPASS-SLOT.                                          CNB25400
047000     IF WS-DL-INS-AT = ZEROS                                      CNB25400
047100        AND WS-DL-NEW-KEY < WS-DL-KEY (WS-DL-SUB)                 CNB25400
047200        MOVE WS-DL-SUB             TO WS-DL-INS-AT                CNB25400
047300     END-IF.                                                      CNB25400
047400*                                                                 CNB25400
047500 P3220-SHIFT-BYPASS.                                              CNB25400
047600     COMPUTE WS-DL-SUB = WS-DL-SUB2 + 1                           CNB25400
047700     MOVE WS-DL-ENTRY (WS-DL-SUB2) TO WS-DL-ENTRY (WS-DL-SUB).    CNB25400
047800*                                                                 CNB25400
047900 P3300-TOTAL-CALLER.                                              CNB25400
048000*    BOARD/CALLER PAIRS ARE KEPT IN KEY ORDER AS THEY ARE FIRST   CNB25400
048100*    SEEN.                                                        CNB25400
048200     MOVE BY-BOARD                 TO WS-BC-NEW-BOARD             CNB25400
048300     MOVE BY-CALLER                TO WS-BC-NEW-CALLER            CNB25400
048400     MOVE ZEROS                    TO WS-BC-AT                    CNB25400
048500                                      WS-BC-INS-AT                CNB25400
048600     PERFORM P3310-FIND-CALLER                                    CNB25400
048700             VARYING WS-BC-SUB FROM 1 BY 1                        CNB25400
048800             UNTIL WS-BC-SUB > WS-BC-COUNT                        CNB25400
048900     IF WS-BC-AT = ZEROS                                          CNB25400
049000        IF WS-BC-COUNT NOT < WS-BC-MAX                            CNB25400
049100           GO TO P3300-EXIT                                       CNB25400
049200        END-IF                                                    CNB25400
049300        IF WS-BC-INS-AT = ZEROS                                   CNB25400
049400           COMPUTE WS-BC-INS-AT = WS-BC-COUNT + 1                 CNB25400
049500        END-IF                                                    CNB25400
049600        PERFORM P3320-SHIFT-CALLER                                CNB25400
049700                VARYING WS-BC-SUB2 FROM WS-BC-COUNT BY -1         CNB25400
049800                UNTIL WS-BC-SUB2 < WS-BC-INS-AT                   CNB25400
049900        MOVE WS-BC-INS-AT          TO WS-BC-AT                    CNB25400
050000        MOVE WS-BC-NEW-KEY         TO WS-BC-KEY (WS-BC-AT)        CNB25400
050100        MOVE ZEROS                 TO WS-BC-TOTAL (WS-BC-AT)      CNB25400
050200        PERFORM P3330-CLEAR-REASONS                               CNB25400
050300                VARYING WS-RSN-SUB FROM 1 BY 1                    CNB25400
050400                UNTIL WS-RSN-SUB > WS-RSN-MAX                     CNB25400
050500        ADD 1 TO WS-BC-COUNT                                      CNB25400
050600     END-IF                                                       CNB25400
050700     ADD 1 TO WS-BC-TOTAL (WS-BC-AT)                              CNB25400
050800     ADD 1 TO WS-BC-RSN (WS-BC-AT, WS-RSN-AT).                    CNB25400
050900 P3300-EXIT.                                                      CNB25400
051000     EXIT.                                                        CNB25400
051100*                                                                 CNB25400
051200 P3310-FIND-CALLER.                                               CNB25400
051300     IF WS-BC-AT = ZEROS                                          CNB25400
051400        AND WS-BC-INS-AT = ZEROS                                  CNB25400
051500        IF WS-BC-NEW-KEY = WS-BC-KEY (WS-BC-SUB)                  CNB25400
051600           MOVE WS-BC-SUB          TO WS-BC-AT                    CNB25400
051700        ELSE                                                      CNB25400
051800           IF WS-BC-NEW-KEY < WS-BC-KEY (WS-BC-SUB)               CNB25400
051900              MOVE WS-BC-SUB       TO WS-BC-INS-AT                CNB25400
052000           END-IF                                                 CNB25400
052100        END-IF                                                    CNB25400
052200     END-IF.                                                      CNB25400
052300*                                                                 CNB25400
052400 P3320-SHIFT-CALLER.                                              CNB25400
052500     COMPUTE WS-BC-SUB = WS-BC-SUB2 + 1                           CNB25400
052600     MOVE WS-BC-ENTRY (WS-BC-SUB2) TO WS-BC-ENTRY (WS-BC-SUB).    CNB25400
052700*                                                                 CNB25400
052800 P3330-CLEAR-REASONS.                                             CNB25400
052900     MOVE ZEROS                    TO WS-BC-RSN (WS-BC-AT,        CNB25400
053000                                                  WS-RSN-SUB).    CNB25400
053100*                                                                 CNB25400
053200 P3500-PRINT-BYPASS.                                              CNB25400
053300     MOVE WS-DL-DATA (WS-DL-SUB)   TO BY-RECORD                   CNB25400
053400     MOVE BY-BOARD-DIST            TO DAY-DIST                    CNB25400
053500     MOVE BY-BOARD-SDIST           TO DAY-SDIST                   CNB25400
053600     MOVE BY-BOARD-CRAFT           TO DAY-CRAFT                   CNB25400
053700     MOVE BY-BOARD-SIDE            TO DAY-SIDE                    CNB25400
053800     MOVE BY-CALLER                TO DAY-CALLER                  CNB25400
053900     MOVE BY-CALL-DATE-TIME        TO DAY-CALLED                  CNB25400
054000     MOVE BY-TRAIN                 TO DAY-TRAIN                   CNB25400
054100     MOVE BY-ALT-PASSED-EMP        TO DAY-PASSED-NBR              CNB25400
054200     MOVE BY-PASSED-NAME           TO DAY-PASSED-NAME             CNB25400
054300     MOVE BY-PASSED-POSITION       TO DAY-PASSED-POS              CNB25400
054400     MOVE BY-PASSED-TURN           TO DAY-PASSED-TURN             CNB25400
054500     MOVE BY-REASON                TO DAY-REASON                  CNB25400
054600     MOVE BY-CALLED-EMP-NBR        TO DAY-CALLED-NBR              CNB25400
054700     MOVE BY-CALLED-POSITION       TO DAY-CALLED-POS              CNB25400
054800     MOVE BY-CALLED-TURN           TO DAY-CALLED-TURN             CNB25400
054900     WRITE RPT-LINE FROM WS-DAY-LINE.                             CNB25400
055000*                                                                 CNB25400
055100 P3600-PRINT-CALLER.                                              CNB25400
055200     MOVE WS-BC-DIST (WS-BC-SUB)   TO BCL-DIST                    CNB25400
055300     MOVE WS-BC-SDIST (WS-BC-SUB)  TO BCL-SDIST                   CNB25400
055400     MOVE WS-BC-CRAFT (WS-BC-SUB)  TO BCL-CRAFT                   CNB25400
055500     MOVE WS-BC-SIDE (WS-BC-SUB)   TO BCL-SIDE                    CNB25400
055600     MOVE WS-BC-CALLER (WS-BC-SUB) TO BCL-CALLER                  CNB25400
055700     MOVE WS-BC-TOTAL (WS-BC-SUB)  TO BCL-TOTAL                   CNB25400
055800     PERFORM P3610-CALLER-REASON                                  CNB25400
055900             VARYING WS-RSN-SUB FROM 1 BY 1                       CNB25400
056000             UNTIL WS-RSN-SUB > WS-RSN-MAX                        CNB25400
056100     WRITE RPT-LINE FROM WS-BC-LINE.                              CNB25400
056200*                                                                 CNB25400
056300 P3610-CALLER-REASON.                                             CNB25400
056400     MOVE SPACES                   TO BCL-RSN-COL (WS-RSN-SUB)    CNB25400
056500     MOVE WS-BC-RSN (WS-BC-SUB, WS-RSN-SUB)                       CNB25400
056600                                   TO BCL-RSN (WS-RSN-SUB).       CNB25400
056700*                                                                 CNB25400
056800 P3900-PURGE-BYPASS.                                              CNB25400
056900     DELETE BY-FILE RECORD                                        CNB25400
057000     IF NOT WS-BY-OK                                              CNB25400
057100        MOVE 'P3900-DEL-BY'        TO WS-ABEND-PARAGRAPH          CNB25400
057200        MOVE WS-BY-STATUS          TO WS-ABEND-STATUS             CNB25400
057300        PERFORM P9999-GOT-PROBLEM                                 CNB25400
057400     END-IF                                                       CNB25400
057500     ADD 1 TO WS-PURGE-COUNT.                                     CNB25400
057600*                                                                 CNB25400
057700 P4000-EMPLOYEE-INQUIRY.                                          CNB25400
057800*    THE EMPLOYEE'S BYPASSES COME BACK IN THE ORDER THEY WERE     CNB25400
057900*    ADDED, WHICH IS CALL-TIME ORDER.                             CNB25400
058000     MOVE WS-EMP-NBR               TO BY-ALT-PASSED-EMP           CNB25400
058100     START BY-FILE KEY NOT < BY-ALT-PASSED-EMP                    CNB25400
058200     IF NOT WS-BY-OK                                              CNB25400
058300        SET WS-EOF-INPUT TO TRUE                                  CNB25400
058400     END-IF                                                       CNB25400
058500     MOVE SPACES                   TO RPT-LINE                    CNB25400
058600     WRITE RPT-LINE                                               CNB25400
058700     MOVE WS-EMP-NBR               TO ITL-EMP-NBR                 CNB25400
058800     MOVE SPACES                   TO ITL-EMP-NAME                CNB25400
058900     MOVE WS-FROM-DATE             TO ITL-FROM-DATE               CNB25400
059000     PERFORM P4100-INQUIRY-RECORD THRU P4100-EXIT                 CNB25400
059100             UNTIL WS-EOF-INPUT                                   CNB25400
059200     IF WS-INQ-COUNT = ZEROS                                      CNB25400
059300        WRITE RPT-LINE FROM WS-INQ-TITLE-LINE                     CNB25400
059400     END-IF.                                                      CNB25400
059500*                                                                 CNB25400
059600 P4100-INQUIRY-RECORD.                                            CNB25400
059700     READ BY-FILE NEXT                                            CNB25400
059800          AT END                                                  CNB25400
059900             SET WS-EOF-INPUT TO TRUE                             CNB25400
060000     END-READ                                                     CNB25400
060100     IF WS-EOF-INPUT                                              CNB25400
060200        GO TO P4100-EXIT                                          CNB25400
060300     END-IF                                                       CNB25400
060400     IF BY-ALT-PASSED-EMP NOT = WS-EMP-NBR                        CNB25400
060500        SET WS-EOF-INPUT TO TRUE                                  CNB25400
060600        GO TO P4100-EXIT                                          CNB25400
060700     END-IF                                                       CNB25400
060800     ADD 1 TO WS-READ-COUNT                                       CNB25400
060900     IF BY-CALL-DATE-TIME (1:6) < WS-FROM-DATE                    CNB25400
061000        GO TO P4100-EXIT                                          CNB25400
061100     END-IF                                                       CNB25400
061200*    THE TITLE CARRIES THE NAME FROM THE FIRST BYPASS LISTED.     CNB25400
061300     IF WS-INQ-COUNT = ZEROS                                      CNB25400
061400        MOVE BY-PASSED-NAME        TO ITL-EMP-NAME                CNB25400
061500        WRITE RPT-LINE FROM WS-INQ-TITLE-LINE                     CNB25400
061600        WRITE RPT-LINE FROM WS-INQ-HDR-LINE                       CNB25400
061700     END-IF                                                       CNB25400
061800     ADD 1 TO WS-INQ-COUNT                                        CNB25400
061900     PERFORM P8100-FIND-REASON                                    CNB25400
062000     ADD 1 TO WS-RSN-COUNT (WS-RSN-AT)                            CNB25400
062100     MOVE BY-CALL-DATE-TIME        TO INQ-CALLED                  CNB25400
062200     MOVE BY-BOARD-DIST            TO INQ-DIST                    CNB25400
062300     MOVE BY-BOARD-SDIST           TO INQ-SDIST                   CNB25400
062400     MOVE BY-BOARD-CRAFT           TO INQ-CRAFT                   CNB25400
062500     MOVE BY-BOARD-SIDE            TO INQ-SIDE                    CNB25400
062600     MOVE BY-PASSED-POSITION       TO INQ-PASSED-POS              CNB25400
062700     MOVE BY-PASSED-TURN           TO INQ-PASSED-TURN             CNB25400
062800     MOVE BY-REASON                TO INQ-REASON                  CNB25400
062900     MOVE WS-RSN-DESC (WS-RSN-AT)  TO INQ-REASON-DESC             CNB25400
063000     MOVE BY-CALLED-EMP-NBR        TO INQ-CALLED-NBR              CNB25400
063100     MOVE BY-CALLED-NAME           TO INQ-CALLED-NAME             CNB25400
063200     MOVE BY-CALLED-POSITION       TO INQ-CALLED-POS              CNB25400
063300     MOVE BY-CALLED-TURN           TO INQ-CALLED-TURN             CNB25400
063400     MOVE BY-CALLER                TO INQ-CALLER                  CNB25400
063500     MOVE BY-TRAIN                 TO INQ-TRAIN                   CNB25400
063600     WRITE RPT-LINE FROM WS-INQ-LINE.                             CNB25400
063700 P4100-EXIT.                                                      CNB25400
063800     EXIT.                                                        CNB25400
063900*                                                                 CNB25400
064000 P8000-DATE-TO-SERIAL.                                            CNB25400
064100*    DAYS FROM 01/01/00 TO THE YYMMDD IN WS-SERIAL-DATE-TIME.     CNB25400
064200     DIVIDE WS-SD-YY BY 4 GIVING WS-LEAP-QUOT                     CNB25400
064300            REMAINDER WS-LEAP-REM                                 CNB25400
064400     COMPUTE WS-SERIAL-DAYS = (WS-SD-YY * 365) + WS-LEAP-QUOT     CNB25400
064500           + WS-CUM-MON (WS-SD-MM) + WS-SD-DD                     CNB25400
064600     IF WS-LEAP-REM = ZEROS                                       CNB25400
064700        AND WS-SD-MM < 3                                          CNB25400
064800        SUBTRACT 1 FROM WS-SERIAL-DAYS                            CNB25400
064900     END-IF.                                                      CNB25400
065000*                                                                 CNB25400
065100 P8100-FIND-REASON.                                               CNB25400
065200*    SETS WS-RSN-AT TO BY-REASON'S ENTRY, OR THE OTHER-CODE ENTRY.CNB25400
065300     MOVE WS-RSN-MAX               TO WS-RSN-AT                   CNB25400
065400     PERFORM P8110-MATCH-REASON                                   CNB25400
065500             VARYING WS-RSN-SUB FROM 1 BY 1                       CNB25400
065600             UNTIL WS-RSN-SUB NOT < WS-RSN-MAX.                   CNB25400
065700*                                                                 CNB25400
065800 P8110-MATCH-REASON.                                              CNB25400
065900     IF WS-RSN-AT = WS-RSN-MAX                                    CNB25400
066000        AND BY-REASON = WS-RSN-CODE (WS-RSN-SUB)                  CNB25400
066100        MOVE WS-RSN-SUB            TO WS-RSN-AT                   CNB25400
066200     END-IF.                                                      CNB25400
066300*                                                                 CNB25400
066400 P8200-PRINT-REASON.                                              CNB25400
066500     MOVE SPACES                   TO CNT-LABEL                   CNB25400
066600     MOVE WS-RSN-CODE (WS-RSN-SUB) TO CNT-LABEL (1:4)             CNB25400
066700     MOVE WS-RSN-DESC (WS-RSN-SUB) TO CNT-LABEL (6:16)            CNB25400
066800     MOVE ALL '.'                  TO CNT-LABEL (23:5)            CNB25400
066900     MOVE WS-RSN-COUNT (WS-RSN-SUB) TO CNT-VALUE                  CNB25400
067000     WRITE RPT-LINE FROM WS-CNT-LINE.                             CNB25400
067100*                                                                 CNB25400
067200 P9000-TERMINATE.                                                 CNB25400
067300     MOVE SPACES                   TO RPT-LINE                    CNB25400
067400     WRITE RPT-LINE                                               CNB25400
067500     MOVE 'REGISTER RECORDS READ .....' TO CNT-LABEL              CNB25400
067600     MOVE WS-READ-COUNT            TO CNT-VALUE                   CNB25400
067700     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25400
067800     IF WS-FUNC-DAILY                                             CNB25400
067900        MOVE 'BYPASSES ON REPORT DATE ...' TO CNT-LABEL           CNB25400
068000        MOVE WS-DAY-COUNT          TO CNT-VALUE                   CNB25400
068100        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25400
068200        IF WS-OVER-COUNT > ZEROS                                  CNB25400
068300           MOVE 'NOT LISTED - TABLE FULL ...' TO CNT-LABEL        CNB25400
068400           MOVE WS-OVER-COUNT      TO CNT-VALUE                   CNB25400
068500           WRITE RPT-LINE FROM WS-CNT-LINE                        CNB25400
068600        END-IF                                                    CNB25400
068700     ELSE                                                         CNB25400
068800        MOVE 'TIMES PASSED ..............' TO CNT-LABEL           CNB25400
068900        MOVE WS-INQ-COUNT          TO CNT-VALUE                   CNB25400
069000        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25400
069100     END-IF                                                       CNB25400
069200     PERFORM P8200-PRINT-REASON                                   CNB25400
069300             VARYING WS-RSN-SUB FROM 1 BY 1                       CNB25400
069400             UNTIL WS-RSN-SUB > WS-RSN-MAX                        CNB25400
069500     IF WS-FUNC-DAILY                                             CNB25400
069600        MOVE 'PURGED FROM REGISTER ......' TO CNT-LABEL           CNB25400
069700        MOVE WS-PURGE-COUNT        TO CNT-VALUE                   CNB25400
069800        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25400
069900     END-IF                                                       CNB25400
070000     CLOSE BY-FILE                                                CNB25400
070100           RPT-FILE.                                              CNB25400
070200*                                                                 CNB25400
070300 P9999-GOT-PROBLEM.                                               CNB25400
070310     MOVE 'CNB254'                 TO XE-PROGRAM                  CNB25400
070320     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB25400
070330     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB25400
070340     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB25400
070400     DISPLAY 'CNB254 ABEND IN ' WS-ABEND-PARAGRAPH                CNB25400
070500              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB25400
070600     MOVE 16 TO RETURN-CODE                                       CNB25400
070700     GOBACK.                                                      CNB25400
