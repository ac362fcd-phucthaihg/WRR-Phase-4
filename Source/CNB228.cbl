000100 IDENTIFICATION DIVISION.                                         CNB22800
000200 PROGRAM-ID. CNB228.                                              CNB22800
000300*AUTHOR.     JMC.                                                 CNB22800
000400*DATE-WRITTEN. 10/15/26.                                          CNB22800
000500*REMARKS.                                                         CNB22800
000600*    CALL DECISION-RULE USAGE AND EFFECTIVE-DATED RULE VERSIONS.  CNB22800
000700*    CNP919 READS THE DECISION TABLE THROUGH DEC-TABLE-VIA-DECKEY CNB22800
000800*    FOR EVERY CALL WITH A DECISION KEY, AND CNP917 READS IT WHEN CNB22800
000900*    AN EMPLOYEE ON CALL LAYS OFF FROM THE EXTRABOARD.  THE RULE  CNB22800
001000*    (P919-DEC-RULE-NO / P917-DEC-RULE-NO) DRIVES RETAIN-POSITION,CNB22800
001100*    FURTHER-NOTICE, QUALIFICATION REMOVAL AND THE STARTS         CNB22800
001200*    EXCEPTION FLAGS, BUT NOTHING RECORDED WHICH RULES WERE USED  CNB22800
001300*    OR WHAT A RULE SAID AT THE TIME.  BOTH PROGRAMS NOW LOG THE  CNB22800
001400*    RULE (CICS FILE CONTROL) AFTER A GOOD DECISION-TABLE READ;   CNB22800
001500*    DRUFILE KEEPS ONE ENTRY PER RULE APPLICATION (RULE, DATE-    CNB22800
001600*    TIME, BOARD, EMPLOYEE) STAMPED WITH THE RULE VERSION THAT WASCNB22800
001700*    IN EFFECT.  DRVFILE HOLDS THE RULE VERSIONS - EACH ONE       CNB22800
001800*    GOVERNS FROM ITS EFFECTIVE-FROM DATE-TIME UP TO (NOT         CNB22800
001900*    INCLUDING) ITS EFFECTIVE-TO; A BLANK EFFECTIVE-TO IS THE     CNB22800
002000*    VERSION NOW IN FORCE.  FUNCTIONS FROM THE PARM CARD:         CNB22800
002100*      USAGE   - MONTHLY REPORT FOR THE PARM PERIOD (YYMM, BLANK =CNB22800
002200*                THE RUN MONTH): APPLICATIONS OF EACH RULE BY     CNB22800
002300*                BOARD WITH FIRST AND LAST USE, THEN EVERY RULE   CNB22800
002400*                IN EFFECT DURING THE PERIOD THAT WAS NOT USED,   CNB22800
002500*                WITH THE DATE IT WAS LAST USED (OR NEVER).       CNB22800
002600*      VERSION - APPLY RVTRAN RULE-MAINTENANCE CARDS:             CNB22800
002700*                A - ADD A VERSION FROM THE CARD DATE-TIME.  THE  CNB22800
002800*                    VERSION IT REPLACES IS CLOSED AT THAT DATE-  CNB22800
002900*                    TIME AND ITS DESCRIPTION CARRIED FORWARD.    CNB22800
003000*                D - DESCRIBE THE VERSION STARTING AT THE CARD    CNB22800
003100*                    DATE-TIME.                                   CNB22800
003200*                X - EXPIRE THE RULE AT THE CARD DATE-TIME.       CNB22800
003300*      HISTORY - EVERY VERSION OF THE PARM RULE (BLANK = ALL      CNB22800
003400*                RULES).  WITH A PARM AS-OF DATE-TIME ONLY THE    CNB22800
003500*                VERSION THAT GOVERNED A CALL AT THAT TIME IS     CNB22800
003600*                LISTED - FOR DISPUTED CALLS.                     CNB22800
003700*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB22800
003800*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB22800
003900*                                                                 CNB22800
004000*TBD  THE ONLINE DECISION-TABLE MAINTENANCE SCREEN IS NOT IN THIS CNB22800
004100*LIBRARY.  UNTIL IT WRITES DRVFILE ITSELF, EACH CHANGE TO THE LIVECNB22800
004200*TABLE IS KEYED AS AN RVTRAN 'A' CARD THE SAME DAY; THE FIRST RUN CNB22800
004300*LOADS ONE 'A' CARD PER RULE FROM THE CURRENT TABLE.              CNB22800
004400*                                                                 CNB22800
004500 ENVIRONMENT DIVISION.                                            CNB22800
004600 CONFIGURATION SECTION.                                           CNB22800
004700 SOURCE-COMPUTER.  IBM-370.                                       CNB22800
004800 OBJECT-COMPUTER.  IBM-370.                                       CNB22800
004900 INPUT-OUTPUT SECTION.                                            CNB22800
005000 FILE-CONTROL.                                                    CNB22800
005100     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB22800
005200            ORGANIZATION  SEQUENTIAL                              CNB22800
005300            FILE STATUS   WS-PARM-STATUS.                         CNB22800
005400     SELECT TRAN-FILE    ASSIGN TO RVTRAN                         CNB22800
005500            ORGANIZATION  SEQUENTIAL                              CNB22800
005600            FILE STATUS   WS-TRAN-STATUS.                         CNB22800
005700     SELECT DRV-FILE     ASSIGN TO DRVFILE                        CNB22800
005800            ORGANIZATION  INDEXED                                 CNB22800
005900            ACCESS MODE   DYNAMIC                                 CNB22800
006000            RECORD KEY    DV-KEY                                  CNB22800
006100            FILE STATUS   WS-DRV-STATUS.                          CNB22800
006200     SELECT DRU-FILE     ASSIGN TO DRUFILE                        CNB22800
006300            ORGANIZATION  INDEXED                                 CNB22800
006400            ACCESS MODE   DYNAMIC                                 CNB22800
006500            RECORD KEY    DU-KEY                                  CNB22800
006600            FILE STATUS   WS-DRU-STATUS.                          CNB22800
006700     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB22800
006800            ORGANIZATION  LINE SEQUENTIAL                         CNB22800
006900            FILE STATUS   WS-RPT-STATUS.                          CNB22800
007000*                                                                 CNB22800
007100 DATA DIVISION.                                                   CNB22800
007200 FILE SECTION.                                                    CNB22800
007300 FD  PARM-FILE                                                    CNB22800
007400     RECORD CONTAINS 80 CHARACTERS.                               CNB22800
007500 01  WS-PARM-RECORD.                                              CNB22800
007600     05  PARM-FUNC                 PIC X(8).                      CNB22800
007700     05  PARM-DATE-TIME            PIC X(12).                     CNB22800
007800*    YYMM:                                                        CNB22800
007900     05  PARM-PERIOD               PIC X(4).                      CNB22800
008000     05  PARM-RULE-NO              PIC X(4).                      CNB22800
008100*    YYMMDDHHMM:                                                  CNB22800
008200     05  PARM-AS-OF                PIC X(10).                     CNB22800
008300     05  FILLER                    PIC X(42).                     CNB22800
008400 FD  TRAN-FILE                                                    CNB22800
008500     RECORD CONTAINS 80 CHARACTERS.                               CNB22800
008600 01  RV-RECORD.                                                   CNB22800
008700     05  RV-TYPE                   PIC X(1).                      CNB22800
008800         88  RV-ADD                      VALUE 'A'.               CNB22800
008900         88  RV-DESCRIBE                 VALUE 'D'.               CNB22800
009000         88  RV-EXPIRE                   VALUE 'X'.               CNB22800
009100     05  RV-RULE-NO                PIC X(4).                      CNB22800
009200*    YYMMDDHHMM:                                                  CNB22800
009300     05  RV-EFF-DATE-TIME          PIC X(10).                     CNB22800
009400     05  RV-USER                   PIC X(8).                      CNB22800
009500     05  RV-SETTINGS               PIC X(34).                     CNB22800
009600     05  FILLER                    PIC X(23).                     CNB22800
009700 01  RV-DESC-RECORD.                                              CNB22800
009800     05  FILLER                    PIC X(23).                     CNB22800
009900     05  RV-DESC                   PIC X(40).                     CNB22800
010000     05  FILLER                    PIC X(17).                     CNB22800
010100 FD  DRV-FILE                                                     CNB22800
010200     RECORD CONTAINS 150 CHARACTERS.                              CNB22800
010300 01  DV-RECORD.                                                   CNB22800
010400     05  DV-KEY.                                                  CNB22800
010500         10  DV-RULE-NO            PIC X(4).                      CNB22800
010600*        YYMMDDHHMM:                                              CNB22800
010700         10  DV-EFF-FROM           PIC X(10).                     CNB22800
010800     05  DV-EFF-TO                 PIC X(10).                     CNB22800
010900*    THE DECISION-TABLE SETTINGS THE CALL PROGRAMS ACT ON:        CNB22800
011000     05  DV-SETTINGS.                                             CNB22800
011100         10  DV-RETAIN-POS         PIC X(1).                      CNB22800
011200         10  DV-FURTHER-NOTICE     PIC X(1).                      CNB22800
011300         10  DV-STT-EXCPT-FLAG     PIC X(1).                      CNB22800
011400         10  DV-OVT-EXCPT-FLAG     PIC X(1).                      CNB22800
011500         10  DV-QUALS              PIC X(24).                     CNB22800
011600         10  DV-ALT-DIST           PIC X(2).                      CNB22800
011700         10  DV-ALT-SDIST          PIC X(2).                      CNB22800
011800         10  DV-POOL-XB            PIC X(2).                      CNB22800
011900     05  DV-DESC                   PIC X(40).                     CNB22800
012000     05  DV-ADDED-BY               PIC X(8).                      CNB22800
012100     05  DV-ADDED-DATE-TIME        PIC X(12).                     CNB22800
012200     05  DV-EXPIRED-BY             PIC X(8).                      CNB22800
012300     05  FILLER                    PIC X(24).                     CNB22800
012400 FD  DRU-FILE                                                     CNB22800
012500     RECORD CONTAINS 100 CHARACTERS.                              CNB22800
012600 01  DU-RECORD.                                                   CNB22800
012700     05  DU-KEY.                                                  CNB22800
012800         10  DU-RULE-NO            PIC X(4).                      CNB22800
012900*        YYMMDDHHMM:                                              CNB22800
013000         10  DU-APPLY-DATE-TIME    PIC X(10).                     CNB22800
013100         10  DU-SEQ                PIC 9(2).                      CNB22800
013200     05  DU-DIST                   PIC X(2).                      CNB22800
013300     05  DU-SDIST                  PIC X(2).                      CNB22800
013400*    POOL, OR EXTRABOARD CRAFT FOR AN EXTRABOARD LAYOFF:          CNB22800
013500     05  DU-BOARD                  PIC X(2).                      CNB22800
013600     05  DU-EMP-NBR                PIC X(9).                      CNB22800
013700     05  DU-SOURCE                 PIC X(8).                      CNB22800
013800     05  DU-VERSION-FROM           PIC X(10).                     CNB22800
013900     05  FILLER                    PIC X(51).                     CNB22800
014000 FD  RPT-FILE                                                     CNB22800
014100     RECORD CONTAINS 132 CHARACTERS.                              CNB22800
014200 01  RPT-LINE                      PIC X(132).                    CNB22800
014300*                                                                 CNB22800
014400 WORKING-STORAGE SECTION.                                         CNB22800
014500 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB22800
014600     88  WS-PARM-OK                       VALUE '00'.             CNB22800
014700 01  WS-TRAN-STATUS                PIC XX VALUE SPACES.           CNB22800
014800     88  WS-TRAN-OK                       VALUE '00'.             CNB22800
014900 01  WS-DRV-STATUS                 PIC XX VALUE SPACES.           CNB22800
015000     88  WS-DRV-OK                        VALUE '00'.             CNB22800
015100     88  WS-DRV-DUP                       VALUE '22'.             CNB22800
015200     88  WS-DRV-NOTFND                    VALUE '23'.             CNB22800
015300 01  WS-DRU-STATUS                 PIC XX VALUE SPACES.           CNB22800
015400     88  WS-DRU-OK                        VALUE '00'.             CNB22800
015500 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB22800
015600     88  WS-RPT-OK                        VALUE '00'.             CNB22800
015700 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB22800
015800 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB22800
015810 COPY WSERRLOG.                                                   CNB22800
015900 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB22800
016000     88  WS-FUNC-USAGE                    VALUE 'USAGE'.          CNB22800
016100     88  WS-FUNC-VERSION                  VALUE 'VERSION'.        CNB22800
016200     88  WS-FUNC-HISTORY                  VALUE 'HISTORY'.        CNB22800
016300 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB22800
016400 01  WS-PERIOD                     PIC X(4) VALUE SPACES.         CNB22800
016500 01  WS-PERIOD-START               PIC X(10) VALUE SPACES.        CNB22800
016600 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB22800
016700     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB22800
016800 01  WS-DRV-EOF-SW                 PIC X  VALUE 'N'.              CNB22800
016900     88  WS-DRV-EOF                       VALUE 'Y'.              CNB22800
017000 01  WS-SCAN-SW                    PIC X  VALUE 'N'.              CNB22800
017100     88  WS-SCAN-END                      VALUE 'Y'.              CNB22800
017200 01  WS-LATEST-SW                  PIC X  VALUE 'N'.              CNB22800
017300     88  WS-LATEST-FOUND                  VALUE 'Y'.              CNB22800
017400 01  WS-LATEST-VERSION.                                           CNB22800
017500     05  LV-RULE-NO                PIC X(4).                      CNB22800
017600     05  LV-EFF-FROM               PIC X(10).                     CNB22800
017700     05  LV-EFF-TO                 PIC X(10).                     CNB22800
017800     05  LV-SETTINGS               PIC X(34).                     CNB22800
017900     05  LV-DESC                   PIC X(40).                     CNB22800
018000     05  FILLER                    PIC X(52).                     CNB22800
018100 01  WS-REJECT-CODE                PIC X(4) VALUE SPACES.         CNB22800
018200 01  WS-RESULT-MSG                 PIC X(40) VALUE SPACES.        CNB22800
018300 01  WS-CUR-RULE-NO                PIC X(4) VALUE SPACES.         CNB22800
018400 01  WS-CUR-USES                   PIC S9(7) COMP VALUE ZEROS.    CNB22800
018500 01  WS-TRAN-COUNT                 PIC 9(7) VALUE ZEROS.          CNB22800
018600 01  WS-REJECT-COUNT               PIC 9(7) VALUE ZEROS.          CNB22800
018700 01  WS-ADD-COUNT                  PIC 9(7) VALUE ZEROS.          CNB22800
018800 01  WS-USE-COUNT                  PIC 9(7) VALUE ZEROS.          CNB22800
018900 01  WS-RULES-USED-COUNT           PIC 9(7) VALUE ZEROS.          CNB22800
019000 01  WS-UNUSED-COUNT               PIC 9(7) VALUE ZEROS.          CNB22800
019100 01  WS-NO-VERSION-COUNT           PIC 9(7) VALUE ZEROS.          CNB22800
019200 01  WS-VERSION-COUNT              PIC 9(7) VALUE ZEROS.          CNB22800
019300 01  WS-RULE-COUNT                 PIC S9(4) COMP VALUE ZEROS.    CNB22800
019400 01  WS-RULE-MAX                   PIC S9(4) COMP VALUE +1000.    CNB22800
019500 01  WS-RULE-SUB                   PIC S9(4) COMP VALUE ZEROS.    CNB22800
019600 01  WS-RULE-HIT                   PIC S9(4) COMP VALUE ZEROS.    CNB22800
019700 01  WS-RULE-TABLE.                                               CNB22800
019800     05  WS-RULE-ENTRY OCCURS 1000 TIMES.                         CNB22800
019900         10  WS-RT-RULE-NO         PIC X(4).                      CNB22800
020000         10  WS-RT-DESC            PIC X(40).                     CNB22800
020100         10  WS-RT-ACTIVE-SW       PIC X(1).                      CNB22800
020200             88  WS-RT-ACTIVE             VALUE 'Y'.              CNB22800
020300         10  WS-RT-EFF-FROM        PIC X(10).                     CNB22800
020400         10  WS-RT-USES            PIC S9(7) COMP.                CNB22800
020500         10  WS-RT-LAST-USED       PIC X(10).                     CNB22800
020600 01  WS-BRD-COUNT                  PIC S9(4) COMP VALUE ZEROS.    CNB22800
020700 01  WS-BRD-MAX                    PIC S9(4) COMP VALUE +200.     CNB22800
020800 01  WS-BRD-SUB                    PIC S9(4) COMP VALUE ZEROS.    CNB22800
020900 01  WS-BRD-HIT                    PIC S9(4) COMP VALUE ZEROS.    CNB22800
021000 01  WS-BRD-TABLE.                                                CNB22800
021100     05  WS-BRD-ENTRY OCCURS 200 TIMES.                           CNB22800
021200         10  WS-BT-BOARD.                                         CNB22800
021300             15  WS-BT-DIST        PIC X(2).                      CNB22800
021400             15  WS-BT-SDIST       PIC X(2).                      CNB22800
021500             15  WS-BT-POOL        PIC X(2).                      CNB22800
021600         10  WS-BT-USES            PIC S9(7) COMP.                CNB22800
021700         10  WS-BT-FIRST           PIC X(10).                     CNB22800
021800         10  WS-BT-LAST            PIC X(10).                     CNB22800
021900 01  WS-HDR-LINE.                                                 CNB22800
022000     05  FILLER                PIC X(38)  VALUE                   CNB22800
022100         'CNB228 - DECISION-RULE USAGE/VERSIONS '.                CNB22800
022200     05  FILLER                PIC X(2)   VALUE SPACES.           CNB22800
022300     05  HDR-FUNC              PIC X(8).                          CNB22800
022400     05  FILLER                PIC X(2)   VALUE SPACES.           CNB22800
022500     05  HDR-DATE-TIME         PIC X(12).                         CNB22800
022600     05  FILLER                PIC X(9)   VALUE '  PERIOD '.      CNB22800
022700     05  HDR-PERIOD            PIC X(4).                          CNB22800
022800     05  FILLER                PIC X(57)  VALUE SPACES.           CNB22800
022900 01  WS-USE-HDR-LINE.                                             CNB22800
023000     05  FILLER                    PIC X(44) VALUE                CNB22800
023100         'RULE  BOARD       USES  FIRST USE   LAST USE'.          CNB22800
023200     05  FILLER                    PIC X(88) VALUE SPACES.        CNB22800
023300 01  WS-USE-LINE.                                                 CNB22800
023400     05  USE-RULE-NO               PIC X(4).                      CNB22800
023500     05  FILLER                    PIC X(2) VALUE SPACES.         CNB22800
023600     05  USE-DIST                  PIC X(2).                      CNB22800
023700     05  USE-SDIST                 PIC X(2).                      CNB22800
023800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22800
023900     05  USE-POOL                  PIC X(2).                      CNB22800
024000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB22800
024100     05  USE-USES                  PIC ZZZ,ZZ9.                   CNB22800
024200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB22800
024300     05  USE-FIRST                 PIC X(10).                     CNB22800
024400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB22800
024500     05  USE-LAST                  PIC X(10).                     CNB22800
024600     05  FILLER                    PIC X(86) VALUE SPACES.        CNB22800
024700 01  WS-RTOT-LINE.                                                CNB22800
024800     05  RTOT-RULE-NO              PIC X(4).                      CNB22800
024900     05  FILLER                    PIC X(9) VALUE ' TOTAL   '.    CNB22800
025000     05  RTOT-USES                 PIC ZZZ,ZZ9.                   CNB22800
025100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB22800
025200     05  RTOT-DESC                 PIC X(40).                     CNB22800
025300     05  FILLER                    PIC X(70) VALUE SPACES.        CNB22800
025400 01  WS-UNUSED-HDR-LINE.                                          CNB22800
025500     05  FILLER                    PIC X(46) VALUE                CNB22800
025600         'RULES IN EFFECT DURING THE PERIOD BUT NOT USED'.        CNB22800
025700     05  FILLER                    PIC X(86) VALUE SPACES.        CNB22800
025800 01  WS-UNUSED-COL-LINE.                                          CNB22800
025900     05  FILLER                    PIC X(49) VALUE                CNB22800
026000         'RULE  DESCRIPTION                               '.      CNB22800
026100     05  FILLER                    PIC X(22) VALUE                CNB22800
026200         'IN EFFECT   LAST USED'.                                 CNB22800
026300     05  FILLER                    PIC X(61) VALUE SPACES.        CNB22800
026400 01  WS-UNUSED-LINE.                                              CNB22800
026500     05  UNU-RULE-NO               PIC X(4).                      CNB22800
026600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB22800
026700     05  UNU-DESC                  PIC X(40).                     CNB22800
026800     05  FILLER                    PIC X(3) VALUE SPACES.         CNB22800
026900     05  UNU-EFF-FROM              PIC X(10).                     CNB22800
027000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB22800
027100     05  UNU-LAST-USED             PIC X(10).                     CNB22800
027200     05  FILLER                    PIC X(61) VALUE SPACES.        CNB22800
027300 01  WS-TRAN-LINE.                                                CNB22800
027400     05  TRN-TYPE                  PIC X(1).                      CNB22800
027500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22800
027600     05  TRN-RULE-NO               PIC X(4).                      CNB22800
027700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22800
027800     05  TRN-EFF-DATE-TIME         PIC X(10).                     CNB22800
027900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22800
028000     05  TRN-USER                  PIC X(8).                      CNB22800
028100     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22800
028200     05  TRN-REJECT-CODE           PIC X(4).                      CNB22800
028300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22800
028400     05  TRN-RESULT-MSG            PIC X(40).                     CNB22800
028500     05  FILLER                    PIC X(60) VALUE SPACES.        CNB22800
028600 01  WS-VER-HDR-LINE.                                             CNB22800
028700     05  FILLER                    PIC X(39) VALUE                CNB22800
028800         'RULE  EFF FROM    EFF TO      R F S O  '.               CNB22800
028900     05  FILLER                    PIC X(47) VALUE                CNB22800
029000         'QUALIFICATIONS            ALT   XB  DESCRIPTION'.       CNB22800
029100     05  FILLER                    PIC X(46) VALUE SPACES.        CNB22800
029200 01  WS-VER-LINE.                                                 CNB22800
029300     05  VER-RULE-NO               PIC X(4).                      CNB22800
029400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB22800
029500     05  VER-EFF-FROM              PIC X(10).                     CNB22800
029600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB22800
029700     05  VER-EFF-TO                PIC X(10).                     CNB22800
029800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB22800
029900     05  VER-RETAIN-POS            PIC X(1).                      CNB22800
030000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22800
030100     05  VER-FURTHER-NOTICE        PIC X(1).                      CNB22800
030200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22800
030300     05  VER-STT-EXCPT             PIC X(1).                      CNB22800
030400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22800
030500     05  VER-OVT-EXCPT             PIC X(1).                      CNB22800
030600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB22800
030700     05  VER-QUALS                 PIC X(24).                     CNB22800
030800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB22800
030900     05  VER-ALT-DIST              PIC X(2).                      CNB22800
031000     05  VER-ALT-SDIST             PIC X(2).                      CNB22800
031100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB22800
031200     05  VER-POOL-XB               PIC X(2).                      CNB22800
031300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB22800
031400     05  VER-DESC                  PIC X(40).                     CNB22800
031500     05  FILLER                    PIC X(15) VALUE SPACES.        CNB22800
031600 01  WS-CNT-LINE.                                                 CNB22800
031700     05  CNT-LABEL                 PIC X(30).                     CNB22800
031800     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB22800
031900     05  FILLER                    PIC X(95) VALUE SPACES.        CNB22800
032000*                                                                 CNB22800
032100 PROCEDURE DIVISION.                                              CNB22800
032200 P0000-MAINLINE.                                                  CNB22800
032300     PERFORM P1000-INITIALIZE                                     CNB22800
032400     EVALUATE TRUE                                                CNB22800
032500        WHEN WS-FUNC-USAGE                                        CNB22800
032600             PERFORM P2000-USAGE-REPORT                           CNB22800
032700        WHEN WS-FUNC-VERSION                                      CNB22800
032800             PERFORM P3000-APPLY-VERSIONS                         CNB22800
032900        WHEN WS-FUNC-HISTORY                                      CNB22800
033000             PERFORM P4000-RULE-HISTORY                           CNB22800
033100     END-EVALUATE                                                 CNB22800
033200     PERFORM P9000-TERMINATE                                      CNB22800
033300     GOBACK.                                                      CNB22800
033400*                                                                 CNB22800
033500 P1000-INITIALIZE.                                                CNB22800
033600     OPEN INPUT PARM-FILE                                         CNB22800
033700     IF NOT WS-PARM-OK                                            CNB22800
033800        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB22800
033900        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB22800
034000        PERFORM P9999-GOT-PROBLEM                                 CNB22800
034100     END-IF                                                       CNB22800
034200     READ PARM-FILE                                               CNB22800
034300     IF NOT WS-PARM-OK                                            CNB22800
034400        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB22800
034500        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB22800
034600        PERFORM P9999-GOT-PROBLEM                                 CNB22800
034700     END-IF                                                       CNB22800
034800     MOVE PARM-FUNC                TO WS-FUNC                     CNB22800
034900     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB22800
035000     IF PARM-PERIOD > SPACES                                      CNB22800
035100        MOVE PARM-PERIOD           TO WS-PERIOD                   CNB22800
035200     ELSE                                                         CNB22800
035300        MOVE WS-RUN-DATE-TIME (1:4) TO WS-PERIOD                  CNB22800
035400     END-IF                                                       CNB22800
035500     STRING WS-PERIOD '010000' DELIMITED BY SIZE                  CNB22800
035600            INTO WS-PERIOD-START                                  CNB22800
035700     CLOSE PARM-FILE                                              CNB22800
035800     IF NOT WS-FUNC-USAGE AND NOT WS-FUNC-VERSION                 CNB22800
035900        AND NOT WS-FUNC-HISTORY                                   CNB22800
036000        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB22800
036100        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB22800
036200        PERFORM P9999-GOT-PROBLEM                                 CNB22800
036300     END-IF                                                       CNB22800
036400     IF WS-FUNC-VERSION                                           CNB22800
036500        OPEN I-O DRV-FILE                                         CNB22800
036600        IF WS-DRV-STATUS = '35'                                   CNB22800
036700           OPEN OUTPUT DRV-FILE                                   CNB22800
036800           CLOSE DRV-FILE                                         CNB22800
036900           OPEN I-O DRV-FILE                                      CNB22800
037000        END-IF                                                    CNB22800
037100     ELSE                                                         CNB22800
037200        OPEN INPUT DRV-FILE                                       CNB22800
037300     END-IF                                                       CNB22800
037400     IF NOT WS-DRV-OK                                             CNB22800
037500        MOVE 'P1000-OPEN-DRV'      TO WS-ABEND-PARAGRAPH          CNB22800
037600        MOVE WS-DRV-STATUS         TO WS-ABEND-STATUS             CNB22800
037700        PERFORM P9999-GOT-PROBLEM                                 CNB22800
037800     END-IF                                                       CNB22800
037900     OPEN OUTPUT RPT-FILE                                         CNB22800
038000     IF NOT WS-RPT-OK                                             CNB22800
038100        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB22800
038200        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB22800
038300        PERFORM P9999-GOT-PROBLEM                                 CNB22800
038400     END-IF                                                       CNB22800
038500     MOVE WS-FUNC                  TO HDR-FUNC                    CNB22800
038600     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB22800
038700     MOVE WS-PERIOD                TO HDR-PERIOD                  CNB22800
038800     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB22800
038900     MOVE SPACES                   TO RPT-LINE                    CNB22800
039000     WRITE RPT-LINE.                                              CNB22800
039100*                                                                 CNB22800
039200*    USAGE - RULES FROM DRVFILE INTO THE RULE TABLE, THEN ONE PASSCNB22800
039300*    OF DRUFILE (RULE / DATE-TIME ORDER) WITH A BREAK ON RULE.    CNB22800
039400*                                                                 CNB22800
039500 P2000-USAGE-REPORT.                                              CNB22800
039600     OPEN INPUT DRU-FILE                                          CNB22800
039700     IF NOT WS-DRU-OK                                             CNB22800
039800        MOVE 'P2000-OPEN-DRU'      TO WS-ABEND-PARAGRAPH          CNB22800
039900        MOVE WS-DRU-STATUS         TO WS-ABEND-STATUS             CNB22800
040000        PERFORM P9999-GOT-PROBLEM                                 CNB22800
040100     END-IF                                                       CNB22800
040200     PERFORM P2100-LOAD-RULES                                     CNB22800
040300     WRITE RPT-LINE FROM WS-USE-HDR-LINE                          CNB22800
040400     MOVE LOW-VALUES               TO DU-KEY                      CNB22800
040500     START DRU-FILE KEY NOT < DU-KEY                              CNB22800
040600     IF NOT WS-DRU-OK                                             CNB22800
040700        SET WS-EOF-INPUT TO TRUE                                  CNB22800
040800     END-IF                                                       CNB22800
040900     PERFORM P2200-READ-USAGE UNTIL WS-EOF-INPUT                  CNB22800
041000     IF WS-CUR-RULE-NO > SPACES                                   CNB22800
041100        PERFORM P2400-RULE-BREAK                                  CNB22800
041200     END-IF                                                       CNB22800
041300     PERFORM P2500-LIST-UNUSED                                    CNB22800
041400     CLOSE DRU-FILE.                                              CNB22800
041500*                                                                 CNB22800
041600 P2100-LOAD-RULES.                                                CNB22800
041700     MOVE LOW-VALUES               TO DV-KEY                      CNB22800
041800     START DRV-FILE KEY NOT < DV-KEY                              CNB22800
041900     IF WS-DRV-OK                                                 CNB22800
042000        PERFORM P2110-READ-VERSION                                CNB22800
042100        PERFORM P2120-STORE-RULE UNTIL WS-DRV-EOF                 CNB22800
042200     END-IF.                                                      CNB22800
042300*                                                                 CNB22800
042400 P2110-READ-VERSION.                                              CNB22800
042500     READ DRV-FILE NEXT                                           CNB22800
042600          AT END                                                  CNB22800
042700             SET WS-DRV-EOF TO TRUE                               CNB22800
042800     END-READ.                                                    CNB22800
042900*                                                                 CNB22800
043000 P2120-STORE-RULE.                                                CNB22800
043100     IF WS-RULE-COUNT = ZEROS                                     CNB22800
043200        OR DV-RULE-NO NOT = WS-RT-RULE-NO (WS-RULE-COUNT)         CNB22800
043300        IF WS-RULE-COUNT = WS-RULE-MAX                            CNB22800
043400           MOVE 'P2120-TBL-FULL'   TO WS-ABEND-PARAGRAPH          CNB22800
043500           MOVE 'TF'               TO WS-ABEND-STATUS             CNB22800
043600           PERFORM P9999-GOT-PROBLEM                              CNB22800
043700        END-IF                                                    CNB22800
043800        ADD 1 TO WS-RULE-COUNT                                    CNB22800
043900        MOVE DV-RULE-NO         TO WS-RT-RULE-NO (WS-RULE-COUNT)  CNB22800
044000        MOVE 'N'                TO WS-RT-ACTIVE-SW (WS-RULE-COUNT)CNB22800
044100        MOVE SPACES             TO WS-RT-EFF-FROM (WS-RULE-COUNT) CNB22800
044200                                   WS-RT-LAST-USED (WS-RULE-COUNT)CNB22800
044300        MOVE ZEROS              TO WS-RT-USES (WS-RULE-COUNT)     CNB22800
044400     END-IF                                                       CNB22800
044500*    VERSIONS COME IN DATE ORDER - THE LATEST DESCRIPTION STANDS. CNB22800
044600     MOVE DV-DESC                  TO WS-RT-DESC (WS-RULE-COUNT)  CNB22800
044700     IF DV-EFF-FROM (1:4) NOT > WS-PERIOD                         CNB22800
044800        AND (DV-EFF-TO = SPACES OR DV-EFF-TO > WS-PERIOD-START)   CNB22800
044900        MOVE 'Y'                TO WS-RT-ACTIVE-SW (WS-RULE-COUNT)CNB22800
045000        MOVE DV-EFF-FROM        TO WS-RT-EFF-FROM (WS-RULE-COUNT) CNB22800
045100     END-IF                                                       CNB22800
045200     PERFORM P2110-READ-VERSION.                                  CNB22800
045300*                                                                 CNB22800
045400 P2200-READ-USAGE.                                                CNB22800
045500     READ DRU-FILE NEXT                                           CNB22800
045600          AT END                                                  CNB22800
045700             SET WS-EOF-INPUT TO TRUE                             CNB22800
045800     END-READ                                                     CNB22800
045900     IF NOT WS-EOF-INPUT                                          CNB22800
046000        IF DU-RULE-NO NOT = WS-CUR-RULE-NO                        CNB22800
046100           IF WS-CUR-RULE-NO > SPACES                             CNB22800
046200              PERFORM P2400-RULE-BREAK                            CNB22800
046300           END-IF                                                 CNB22800
046400           PERFORM P2300-NEW-RULE                                 CNB22800
046500        END-IF                                                    CNB22800
046600        IF DU-APPLY-DATE-TIME (1:4) = WS-PERIOD                   CNB22800
046700           PERFORM P2310-COUNT-USE                                CNB22800
046800        END-IF                                                    CNB22800
046900        IF DU-APPLY-DATE-TIME (1:4) NOT > WS-PERIOD               CNB22800
047000           AND WS-RULE-HIT > ZEROS                                CNB22800
047100           MOVE DU-APPLY-DATE-TIME                                CNB22800
047200                                TO WS-RT-LAST-USED (WS-RULE-HIT)  CNB22800
047300        END-IF                                                    CNB22800
047400     END-IF.                                                      CNB22800
047500*                                                                 CNB22800
047600 P2300-NEW-RULE.                                                  CNB22800
047700     MOVE DU-RULE-NO               TO WS-CUR-RULE-NO              CNB22800
047800     MOVE ZEROS                    TO WS-CUR-USES                 CNB22800
047900                                      WS-BRD-COUNT                CNB22800
048000                                      WS-RULE-HIT                 CNB22800
048100     MOVE 1                        TO WS-RULE-SUB                 CNB22800
048200     PERFORM P2320-FIND-RULE                                      CNB22800
048300             UNTIL WS-RULE-SUB > WS-RULE-COUNT                    CNB22800
048400                OR WS-RULE-HIT > ZEROS.                           CNB22800
048500*                                                                 CNB22800
048600 P2310-COUNT-USE.                                                 CNB22800
048700     ADD 1 TO WS-CUR-USES                                         CNB22800
048800     ADD 1 TO WS-USE-COUNT                                        CNB22800
048900     MOVE ZEROS                    TO WS-BRD-HIT                  CNB22800
049000     MOVE 1                        TO WS-BRD-SUB                  CNB22800
049100     PERFORM P2330-FIND-BOARD                                     CNB22800
049200             UNTIL WS-BRD-SUB > WS-BRD-COUNT                      CNB22800
049300                OR WS-BRD-HIT > ZEROS                             CNB22800
049400     IF WS-BRD-HIT = ZEROS                                        CNB22800
049500        IF WS-BRD-COUNT = WS-BRD-MAX                              CNB22800
049600           MOVE 'P2310-TBL-FULL'   TO WS-ABEND-PARAGRAPH          CNB22800
049700           MOVE 'TF'               TO WS-ABEND-STATUS             CNB22800
049800           PERFORM P9999-GOT-PROBLEM                              CNB22800
049900        END-IF                                                    CNB22800
050000        ADD 1 TO WS-BRD-COUNT                                     CNB22800
050100        MOVE WS-BRD-COUNT          TO WS-BRD-HIT                  CNB22800
050200        MOVE DU-DIST               TO WS-BT-DIST (WS-BRD-HIT)     CNB22800
050300        MOVE DU-SDIST              TO WS-BT-SDIST (WS-BRD-HIT)    CNB22800
050400        MOVE DU-BOARD              TO WS-BT-POOL (WS-BRD-HIT)     CNB22800
050500        MOVE ZEROS                 TO WS-BT-USES (WS-BRD-HIT)     CNB22800
050600        MOVE DU-APPLY-DATE-TIME    TO WS-BT-FIRST (WS-BRD-HIT)    CNB22800
050700     END-IF                                                       CNB22800
050800     ADD 1 TO WS-BT-USES (WS-BRD-HIT)                             CNB22800
050900     MOVE DU-APPLY-DATE-TIME       TO WS-BT-LAST (WS-BRD-HIT).    CNB22800
051000*                                                                 CNB22800
051100 P2320-FIND-RULE.                                                 CNB22800
051200     IF WS-RT-RULE-NO (WS-RULE-SUB) = WS-CUR-RULE-NO              CNB22800
051300        MOVE WS-RULE-SUB           TO WS-RULE-HIT                 CNB22800
051400     END-IF                                                       CNB22800
051500     ADD 1 TO WS-RULE-SUB.                                        CNB22800
051600*                                                                 CNB22800
051700 P2330-FIND-BOARD.                                                CNB22800
051800     IF WS-BT-DIST (WS-BRD-SUB) = DU-DIST                         CNB22800
051900        AND WS-BT-SDIST (WS-BRD-SUB) = DU-SDIST                   CNB22800
052000        AND WS-BT-POOL (WS-BRD-SUB) = DU-BOARD                    CNB22800
052100        MOVE WS-BRD-SUB            TO WS-BRD-HIT                  CNB22800
052200     END-IF                                                       CNB22800
052300     ADD 1 TO WS-BRD-SUB.                                         CNB22800
052400*                                                                 CNB22800
052500 P2400-RULE-BREAK.                                                CNB22800
052600     IF WS-RULE-HIT > ZEROS                                       CNB22800
052700        MOVE WS-CUR-USES           TO WS-RT-USES (WS-RULE-HIT)    CNB22800
052800     END-IF                                                       CNB22800
052900     IF WS-CUR-USES > ZEROS                                       CNB22800
053000        ADD 1 TO WS-RULES-USED-COUNT                              CNB22800
053100        MOVE 1                     TO WS-BRD-SUB                  CNB22800
053200        PERFORM P2410-PRINT-BOARD UNTIL WS-BRD-SUB > WS-BRD-COUNT CNB22800
053300        MOVE WS-CUR-RULE-NO        TO RTOT-RULE-NO                CNB22800
053400        MOVE WS-CUR-USES           TO RTOT-USES                   CNB22800
053500        IF WS-RULE-HIT > ZEROS                                    CNB22800
053600           MOVE WS-RT-DESC (WS-RULE-HIT) TO RTOT-DESC             CNB22800
053700        ELSE                                                      CNB22800
053800           MOVE '** NO VERSION ON DRVFILE **' TO RTOT-DESC        CNB22800
053900           ADD 1 TO WS-NO-VERSION-COUNT                           CNB22800
054000        END-IF                                                    CNB22800
054100        WRITE RPT-LINE FROM WS-RTOT-LINE                          CNB22800
054200        MOVE SPACES                TO RPT-LINE                    CNB22800
054300        WRITE RPT-LINE                                            CNB22800
054400     END-IF.                                                      CNB22800
054500*                                                                 CNB22800
054600 P2410-PRINT-BOARD.                                               CNB22800
054700     MOVE WS-CUR-RULE-NO           TO USE-RULE-NO                 CNB22800
054800     MOVE WS-BT-DIST (WS-BRD-SUB)  TO USE-DIST                    CNB22800
054900     MOVE WS-BT-SDIST (WS-BRD-SUB) TO USE-SDIST                   CNB22800
055000     MOVE WS-BT-POOL (WS-BRD-SUB)  TO USE-POOL                    CNB22800
055100     MOVE WS-BT-USES (WS-BRD-SUB)  TO USE-USES                    CNB22800
055200     MOVE WS-BT-FIRST (WS-BRD-SUB) TO USE-FIRST                   CNB22800
055300     MOVE WS-BT-LAST (WS-BRD-SUB)  TO USE-LAST                    CNB22800
055400     WRITE RPT-LINE FROM WS-USE-LINE                              CNB22800
055500     ADD 1 TO WS-BRD-SUB.                                         CNB22800
055600*                                                                 CNB22800
055700 P2500-LIST-UNUSED.                                               CNB22800
055800     WRITE RPT-LINE FROM WS-UNUSED-HDR-LINE                       CNB22800
055900     WRITE RPT-LINE FROM WS-UNUSED-COL-LINE                       CNB22800
056000     MOVE 1                        TO WS-RULE-SUB                 CNB22800
056100     PERFORM P2510-CHECK-UNUSED UNTIL WS-RULE-SUB > WS-RULE-COUNT.CNB22800
056200*                                                                 CNB22800
056300 P2510-CHECK-UNUSED.                                              CNB22800
056400     IF WS-RT-ACTIVE (WS-RULE-SUB)                                CNB22800
056500        AND WS-RT-USES (WS-RULE-SUB) = ZEROS                      CNB22800
056600        ADD 1 TO WS-UNUSED-COUNT                                  CNB22800
056700        MOVE WS-RT-RULE-NO (WS-RULE-SUB)  TO UNU-RULE-NO          CNB22800
056800        MOVE WS-RT-DESC (WS-RULE-SUB)     TO UNU-DESC             CNB22800
056900        MOVE WS-RT-EFF-FROM (WS-RULE-SUB) TO UNU-EFF-FROM         CNB22800
057000        IF WS-RT-LAST-USED (WS-RULE-SUB) > SPACES                 CNB22800
057100           MOVE WS-RT-LAST-USED (WS-RULE-SUB) TO UNU-LAST-USED    CNB22800
057200        ELSE                                                      CNB22800
057300           MOVE 'NEVER'            TO UNU-LAST-USED               CNB22800
057400        END-IF                                                    CNB22800
057500        WRITE RPT-LINE FROM WS-UNUSED-LINE                        CNB22800
057600     END-IF                                                       CNB22800
057700     ADD 1 TO WS-RULE-SUB.                                        CNB22800
057800*                                                                 CNB22800
057900*    VERSION - ONE RVTRAN CARD AT A TIME AGAINST DRVFILE.         CNB22800
058000*                                                                 CNB22800
058100 P3000-APPLY-VERSIONS.                                            CNB22800
058200     OPEN INPUT TRAN-FILE                                         CNB22800
058300     IF NOT WS-TRAN-OK                                            CNB22800
058400        MOVE 'P3000-OPEN-TRAN'     TO WS-ABEND-PARAGRAPH          CNB22800
058500        MOVE WS-TRAN-STATUS        TO WS-ABEND-STATUS             CNB22800
058600        PERFORM P9999-GOT-PROBLEM                                 CNB22800
058700     END-IF                                                       CNB22800
058800     PERFORM P3010-READ-TRAN                                      CNB22800
058900     PERFORM P3100-PROCESS-CARD UNTIL WS-EOF-INPUT                CNB22800
059000     CLOSE TRAN-FILE.                                             CNB22800
059100*                                                                 CNB22800
059200 P3010-READ-TRAN.                                                 CNB22800
059300     READ TRAN-FILE                                               CNB22800
059400          AT END                                                  CNB22800
059500             SET WS-EOF-INPUT TO TRUE                             CNB22800
059600     END-READ.                                                    CNB22800
059700*                                                                 CNB22800
059800 P3100-PROCESS-CARD.                                              CNB22800
059900     ADD 1 TO WS-TRAN-COUNT                                       CNB22800
060000     MOVE SPACES                   TO WS-REJECT-CODE              CNB22800
060100                                      WS-RESULT-MSG               CNB22800
060200     IF RV-RULE-NO = SPACES                                       CNB22800
060300        MOVE 'RULE'                TO WS-REJECT-CODE              CNB22800
060400        MOVE 'RULE NUMBER MISSING' TO WS-RESULT-MSG               CNB22800
060500     ELSE                                                         CNB22800
060600        IF RV-EFF-DATE-TIME NOT NUMERIC                           CNB22800
060700           MOVE 'DATE'             TO WS-REJECT-CODE              CNB22800
060800           MOVE 'EFFECTIVE DATE-TIME NOT YYMMDDHHMM'              CNB22800
060900                                   TO WS-RESULT-MSG               CNB22800
061000        ELSE                                                      CNB22800
061100           PERFORM P3200-FIND-LATEST                              CNB22800
061200           EVALUATE TRUE                                          CNB22800
061300              WHEN RV-ADD                                         CNB22800
061400                   PERFORM P3300-ADD-VERSION                      CNB22800
061500              WHEN RV-DESCRIBE                                    CNB22800
061600                   PERFORM P3400-DESCRIBE-VERSION                 CNB22800
061700              WHEN RV-EXPIRE                                      CNB22800
061800                   PERFORM P3500-EXPIRE-RULE                      CNB22800
061900              WHEN OTHER                                          CNB22800
062000                   MOVE 'TYPE'     TO WS-REJECT-CODE              CNB22800
062100                   MOVE 'CARD TYPE NOT A, D OR X' TO WS-RESULT-MSGCNB22800
062200           END-EVALUATE                                           CNB22800
062300        END-IF                                                    CNB22800
062400     END-IF                                                       CNB22800
062500     IF WS-REJECT-CODE > SPACES                                   CNB22800
062600        ADD 1 TO WS-REJECT-COUNT                                  CNB22800
062700     END-IF                                                       CNB22800
062800     MOVE RV-TYPE                  TO TRN-TYPE                    CNB22800
062900     MOVE RV-RULE-NO               TO TRN-RULE-NO                 CNB22800
063000     MOVE RV-EFF-DATE-TIME         TO TRN-EFF-DATE-TIME           CNB22800
063100     MOVE RV-USER                  TO TRN-USER                    CNB22800
063200     MOVE WS-REJECT-CODE           TO TRN-REJECT-CODE             CNB22800
063300     MOVE WS-RESULT-MSG            TO TRN-RESULT-MSG              CNB22800
063400     WRITE RPT-LINE FROM WS-TRAN-LINE                             CNB22800
063500     PERFORM P3010-READ-TRAN.                                     CNB22800
063600*                                                                 CNB22800
063700 P3200-FIND-LATEST.                                               CNB22800
063800     MOVE 'N'                      TO WS-LATEST-SW                CNB22800
063900                                      WS-SCAN-SW                  CNB22800
064000     MOVE SPACES                   TO WS-LATEST-VERSION           CNB22800
064100     MOVE RV-RULE-NO               TO DV-RULE-NO                  CNB22800
064200     MOVE LOW-VALUES               TO DV-EFF-FROM                 CNB22800
064300     START DRV-FILE KEY NOT < DV-KEY                              CNB22800
064400     IF WS-DRV-OK                                                 CNB22800
064500        PERFORM P3210-SCAN-VERSION UNTIL WS-SCAN-END              CNB22800
064600     END-IF.                                                      CNB22800
064700*                                                                 CNB22800
064800 P3210-SCAN-VERSION.                                              CNB22800
064900     READ DRV-FILE NEXT                                           CNB22800
065000          AT END                                                  CNB22800
065100             SET WS-SCAN-END TO TRUE                              CNB22800
065200     END-READ                                                     CNB22800
065300     IF NOT WS-SCAN-END                                           CNB22800
065400        IF DV-RULE-NO NOT = RV-RULE-NO                            CNB22800
065500           SET WS-SCAN-END TO TRUE                                CNB22800
065600        ELSE                                                      CNB22800
065700           MOVE DV-RECORD          TO WS-LATEST-VERSION           CNB22800
065800           SET WS-LATEST-FOUND TO TRUE                            CNB22800
065900        END-IF                                                    CNB22800
066000     END-IF.                                                      CNB22800
066100*                                                                 CNB22800
066200 P3300-ADD-VERSION.                                               CNB22800
066300     IF WS-LATEST-FOUND                                           CNB22800
066400        AND RV-EFF-DATE-TIME NOT > LV-EFF-FROM                    CNB22800
066500        MOVE 'SEQ '                TO WS-REJECT-CODE              CNB22800
066600        STRING 'NOT AFTER LATEST VERSION ' LV-EFF-FROM            CNB22800
066700               DELIMITED BY SIZE INTO WS-RESULT-MSG               CNB22800
066800     ELSE                                                         CNB22800
066900        MOVE 'VERSION ADDED'       TO WS-RESULT-MSG               CNB22800
067000        IF WS-LATEST-FOUND                                        CNB22800
067100           AND (LV-EFF-TO = SPACES                                CNB22800
067200                OR LV-EFF-TO > RV-EFF-DATE-TIME)                  CNB22800
067300           PERFORM P3310-CLOSE-LATEST                             CNB22800
067400           MOVE 'VERSION ADDED - PRIOR VERSION CLOSED'            CNB22800
067500                                   TO WS-RESULT-MSG               CNB22800
067600        END-IF                                                    CNB22800
067700        MOVE SPACES                TO DV-RECORD                   CNB22800
067800        MOVE RV-RULE-NO            TO DV-RULE-NO                  CNB22800
067900        MOVE RV-EFF-DATE-TIME      TO DV-EFF-FROM                 CNB22800
068000        MOVE RV-SETTINGS           TO DV-SETTINGS                 CNB22800
068100        MOVE LV-DESC               TO DV-DESC                     CNB22800
068200        MOVE RV-USER               TO DV-ADDED-BY                 CNB22800
068300        MOVE WS-RUN-DATE-TIME      TO DV-ADDED-DATE-TIME          CNB22800
068400        WRITE DV-RECORD                                           CNB22800
068500        IF WS-DRV-DUP                                             CNB22800
068600           MOVE 'DUPL'             TO WS-REJECT-CODE              CNB22800
068700           MOVE 'VERSION ALREADY ON FILE' TO WS-RESULT-MSG        CNB22800
068800        ELSE                                                      CNB22800
068900           IF NOT WS-DRV-OK                                       CNB22800
069000              MOVE 'P3300-WRITE-DRV' TO WS-ABEND-PARAGRAPH        CNB22800
069100              MOVE WS-DRV-STATUS   TO WS-ABEND-STATUS             CNB22800
069200              PERFORM P9999-GOT-PROBLEM                           CNB22800
069300           END-IF                                                 CNB22800
069400           ADD 1 TO WS-ADD-COUNT                                  CNB22800
069500        END-IF                                                    CNB22800
069600     END-IF.                                                      CNB22800
069700*                                                                 CNB22800
069800 P3310-CLOSE-LATEST.                                              CNB22800
069900     MOVE LV-RULE-NO               TO DV-RULE-NO                  CNB22800
070000     MOVE LV-EFF-FROM              TO DV-EFF-FROM                 CNB22800
070100     READ DRV-FILE                                                CNB22800
070200     IF NOT WS-DRV-OK                                             CNB22800
070300        MOVE 'P3310-READ-DRV'      TO WS-ABEND-PARAGRAPH          CNB22800
070400        MOVE WS-DRV-STATUS         TO WS-ABEND-STATUS             CNB22800
070500        PERFORM P9999-GOT-PROBLEM                                 CNB22800
070600     END-IF                                                       CNB22800
070700     MOVE RV-EFF-DATE-TIME         TO DV-EFF-TO                   CNB22800
070800     MOVE RV-USER                  TO DV-EXPIRED-BY               CNB22800
070900     REWRITE DV-RECORD                                            CNB22800
071000     IF NOT WS-DRV-OK                                             CNB22800
071100        MOVE 'P3310-REWRT-DRV'     TO WS-ABEND-PARAGRAPH          CNB22800
071200        MOVE WS-DRV-STATUS         TO WS-ABEND-STATUS             CNB22800
071300        PERFORM P9999-GOT-PROBLEM                                 CNB22800
071400     END-IF.                                                      CNB22800
071500*                                                                 CNB22800
071600 P3400-DESCRIBE-VERSION.                                          CNB22800
071700     MOVE RV-RULE-NO               TO DV-RULE-NO                  CNB22800
071800     MOVE RV-EFF-DATE-TIME         TO DV-EFF-FROM                 CNB22800
071900     READ DRV-FILE                                                CNB22800
072000     IF WS-DRV-NOTFND                                             CNB22800
072100        MOVE 'NOTF'                TO WS-REJECT-CODE              CNB22800
072200        MOVE 'NO VERSION FROM THAT DATE-TIME' TO WS-RESULT-MSG    CNB22800
072300     ELSE                                                         CNB22800
072400        IF NOT WS-DRV-OK                                          CNB22800
072500           MOVE 'P3400-READ-DRV'   TO WS-ABEND-PARAGRAPH          CNB22800
072600           MOVE WS-DRV-STATUS      TO WS-ABEND-STATUS             CNB22800
072700           PERFORM P9999-GOT-PROBLEM                              CNB22800
072800        END-IF                                                    CNB22800
072900        MOVE RV-DESC               TO DV-DESC                     CNB22800
073000        REWRITE DV-RECORD                                         CNB22800
073100        IF NOT WS-DRV-OK                                          CNB22800
073200           MOVE 'P3400-REWRT-DRV'  TO WS-ABEND-PARAGRAPH          CNB22800
073300           MOVE WS-DRV-STATUS      TO WS-ABEND-STATUS             CNB22800
073400           PERFORM P9999-GOT-PROBLEM                              CNB22800
073500        END-IF                                                    CNB22800
073600        MOVE 'DESCRIPTION UPDATED' TO WS-RESULT-MSG               CNB22800
073700     END-IF.                                                      CNB22800
073800*                                                                 CNB22800
073900 P3500-EXPIRE-RULE.                                               CNB22800
074000     IF NOT WS-LATEST-FOUND OR LV-EFF-TO NOT = SPACES             CNB22800
074100        MOVE 'NOPN'                TO WS-REJECT-CODE              CNB22800
074200        MOVE 'NO VERSION IN FORCE TO EXPIRE' TO WS-RESULT-MSG     CNB22800
074300     ELSE                                                         CNB22800
074400        IF RV-EFF-DATE-TIME NOT > LV-EFF-FROM                     CNB22800
074500           MOVE 'SEQ '             TO WS-REJECT-CODE              CNB22800
074600           STRING 'NOT AFTER LATEST VERSION ' LV-EFF-FROM         CNB22800
074700                  DELIMITED BY SIZE INTO WS-RESULT-MSG            CNB22800
074800        ELSE                                                      CNB22800
074900           PERFORM P3310-CLOSE-LATEST                             CNB22800
075000           MOVE 'RULE EXPIRED'     TO WS-RESULT-MSG               CNB22800
075100        END-IF                                                    CNB22800
075200     END-IF.                                                      CNB22800
075300*                                                                 CNB22800
075400*    HISTORY - EVERY VERSION OF ONE RULE OR ALL, OR ONLY THE      CNB22800
075500*    VERSION GOVERNING AT THE PARM AS-OF DATE-TIME.               CNB22800
075600*                                                                 CNB22800
075700 P4000-RULE-HISTORY.                                              CNB22800
075800     WRITE RPT-LINE FROM WS-VER-HDR-LINE                          CNB22800
075900     MOVE LOW-VALUES               TO DV-KEY                      CNB22800
076000     IF PARM-RULE-NO > SPACES                                     CNB22800
076100        MOVE PARM-RULE-NO          TO DV-RULE-NO                  CNB22800
076200     END-IF                                                       CNB22800
076300     START DRV-FILE KEY NOT < DV-KEY                              CNB22800
076400     IF NOT WS-DRV-OK                                             CNB22800
076500        SET WS-EOF-INPUT TO TRUE                                  CNB22800
076600     END-IF                                                       CNB22800
076700     PERFORM P4100-LIST-VERSION UNTIL WS-EOF-INPUT.               CNB22800
076800*                                                                 CNB22800
076900 P4100-LIST-VERSION.                                              CNB22800
077000     READ DRV-FILE NEXT                                           CNB22800
077100          AT END                                                  CNB22800
077200             SET WS-EOF-INPUT TO TRUE                             CNB22800
077300     END-READ                                                     CNB22800
077400     IF NOT WS-EOF-INPUT                                          CNB22800
077500        IF PARM-RULE-NO > SPACES                                  CNB22800
077600           AND DV-RULE-NO NOT = PARM-RULE-NO                      CNB22800
077700           SET WS-EOF-INPUT TO TRUE                               CNB22800
077800        END-IF                                                    CNB22800
077900     END-IF                                                       CNB22800
078000     IF NOT WS-EOF-INPUT                                          CNB22800
078100        IF PARM-AS-OF = SPACES                                    CNB22800
078200           OR (DV-EFF-FROM NOT > PARM-AS-OF                       CNB22800
078300               AND (DV-EFF-TO = SPACES OR DV-EFF-TO > PARM-AS-OF))CNB22800
078400           PERFORM P4200-PRINT-VERSION                            CNB22800
078500        END-IF                                                    CNB22800
078600     END-IF.                                                      CNB22800
078700*                                                                 CNB22800
078800 P4200-PRINT-VERSION.                                             CNB22800
078900     ADD 1 TO WS-VERSION-COUNT                                    CNB22800
079000     MOVE DV-RULE-NO               TO VER-RULE-NO                 CNB22800
079100     MOVE DV-EFF-FROM              TO VER-EFF-FROM                CNB22800
079200     IF DV-EFF-TO > SPACES                                        CNB22800
079300        MOVE DV-EFF-TO             TO VER-EFF-TO                  CNB22800
079400     ELSE                                                         CNB22800
079500        MOVE 'IN FORCE'            TO VER-EFF-TO                  CNB22800
079600     END-IF                                                       CNB22800
079700     MOVE DV-RETAIN-POS            TO VER-RETAIN-POS              CNB22800
079800     MOVE DV-FURTHER-NOTICE        TO VER-FURTHER-NOTICE          CNB22800
079900     MOVE DV-STT-EXCPT-FLAG        TO VER-STT-EXCPT               CNB22800
080000     MOVE DV-OVT-EXCPT-FLAG        TO VER-OVT-EXCPT               CNB22800
080100     MOVE DV-QUALS                 TO VER-QUALS                   CNB22800
080200     MOVE DV-ALT-DIST              TO VER-ALT-DIST                CNB22800
080300     MOVE DV-ALT-SDIST             TO VER-ALT-SDIST               CNB22800
080400     MOVE DV-POOL-XB               TO VER-POOL-XB                 CNB22800
080500     MOVE DV-DESC                  TO VER-DESC                    CNB22800
080600     WRITE RPT-LINE FROM WS-VER-LINE.                             CNB22800
080700*                                                                 CNB22800
080800 P9000-TERMINATE.                                                 CNB22800
080900     MOVE SPACES                   TO RPT-LINE                    CNB22800
081000     WRITE RPT-LINE                                               CNB22800
081100     EVALUATE TRUE                                                CNB22800
081200        WHEN WS-FUNC-USAGE                                        CNB22800
081300             MOVE 'RULE APPLICATIONS IN PERIOD' TO CNT-LABEL      CNB22800
081400             MOVE WS-USE-COUNT     TO CNT-VALUE                   CNB22800
081500             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22800
081600             MOVE 'RULES USED IN PERIOD ......' TO CNT-LABEL      CNB22800
081700             MOVE WS-RULES-USED-COUNT TO CNT-VALUE                CNB22800
081800             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22800
081900             MOVE 'RULES IN EFFECT NOT USED ..' TO CNT-LABEL      CNB22800
082000             MOVE WS-UNUSED-COUNT  TO CNT-VALUE                   CNB22800
082100             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22800
082200             MOVE 'USED RULES WITH NO VERSION ' TO CNT-LABEL      CNB22800
082300             MOVE WS-NO-VERSION-COUNT TO CNT-VALUE                CNB22800
082400             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22800
082500        WHEN WS-FUNC-VERSION                                      CNB22800
082600             MOVE 'RVTRAN CARDS READ .........' TO CNT-LABEL      CNB22800
082700             MOVE WS-TRAN-COUNT    TO CNT-VALUE                   CNB22800
082800             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22800
082900             MOVE 'VERSIONS ADDED ............' TO CNT-LABEL      CNB22800
083000             MOVE WS-ADD-COUNT     TO CNT-VALUE                   CNB22800
083100             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22800
083200             MOVE 'CARDS REJECTED ............' TO CNT-LABEL      CNB22800
083300             MOVE WS-REJECT-COUNT  TO CNT-VALUE                   CNB22800
083400             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22800
083500        WHEN WS-FUNC-HISTORY                                      CNB22800
083600             MOVE 'VERSIONS LISTED ...........' TO CNT-LABEL      CNB22800
083700             MOVE WS-VERSION-COUNT TO CNT-VALUE                   CNB22800
083800             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22800
083900     END-EVALUATE                                                 CNB22800
084000     CLOSE DRV-FILE                                               CNB22800
084100           RPT-FILE.                                              CNB22800
084200*                                                                 CNB22800
084300 P9999-GOT-PROBLEM.                                               CNB22800
084310     MOVE 'CNB228'                 TO XE-PROGRAM                  CNB22800
084320     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB22800
084330     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB22800
084340     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB22800
084400     DISPLAY 'CNB228 ABEND IN ' WS-ABEND-PARAGRAPH                CNB22800
084500              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB22800
084600     MOVE 16 TO RETURN-CODE                                       CNB22800
084700     GOBACK.                                                      CNB22800
