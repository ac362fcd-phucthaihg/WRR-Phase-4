000100 IDENTIFICATION DIVISION.                                         CNB23800
000200 PROGRAM-ID. CNB238.                                              CNB23800
000300*AUTHOR.     JMC.                                                 CNB23800
000400*DATE-WRITTEN. 10/15/26.                                          CNB23800
000500*REMARKS.                                                         CNB23800
000600*    CORRECTION-RECORD AUDIT.  CNP917 CAN POST A STATUS CHANGE AS CNB23800
000700*    A CORRECTION (P917-CORRECTION-RECORD, PASSED TO CNP943 AS    CNB23800
000800*    P943-CORRECTION-RECORD), WHICH REWRITES AN EMPLOYEE'S        CNB23800
000900*    HISTORY AFTER THE FACT.  CNP917 P8900-WRITE-HISTORY NOW      CNB23800
001000*    AUDITS (CICS FILE CONTROL) EVERY CORRECTION IT WRITES, WHICH CNB23800
001100*    KEEPS THE ORIGINAL STATUS, THE CORRECTED STATUS AND THE      CNB23800
001200*    EFFECTIVE TIME OF THE CORRECTED EVENT, WHO KEYED IT AND WHEN,CNB23800
001300*    ON CORRFILE.                                                 CNB23800
001400*    THIS BATCH LISTS THE CORRECTIONS KEYED ON A DAY (DAILY) OR INCNB23800
001500*    A MONTH (MONTHLY) FOR SUPERVISOR REVIEW, WITH HOW FAR EACH   CNB23800
001600*    WAS BACK-DATED (ENTRY TIME LESS EVENT TIME).  A CORRECTION ISCNB23800
001700*    HIGHLIGHTED WHEN IT CHANGES A PAY-RELEVANT STATUS (PAY) OR   CNB23800
001800*    WHEN IT WAS KEYED AFTER THE PAY-PERIOD CUTOFF FOR AN EVENT ONCNB23800
001900*    OR BEFORE THE CUTOFF (LATE).                                 CNB23800
002000*    PARM: FUNCTION DAILY / MONTHLY, REPORT DATE YYMMDD (MONTHLY  CNB23800
002100*    USES THE YYMM; BLANK = THE RUN DATE), PAY-PERIOD CUTOFF      CNB23800
002200*    YYMMDD (DATA CONTROL SUPPLIES IT AS FOR CNB124; BLANK = NO   CNB23800
002300*    CUTOFF CHECK), PAY-RELEVANT LAYOFF CODES (BLANK = WORKING,   CNB23800
002400*    BEREAVEMENT, ON-DUTY INJURY, HELD OUT OF SERVICE,            CNB23800
002500*    INVESTIGATION, JURY DUTY, AWOL, PERSONAL LEAVE DAY, SICK,    CNB23800
002600*    VACATION AND MISSED CALL).                                   CNB23800
002700*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB23800
002800*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB23800
002900*                                                                 CNB23800
003000 ENVIRONMENT DIVISION.                                            CNB23800
003100 CONFIGURATION SECTION.                                           CNB23800
003200 SOURCE-COMPUTER.  IBM-370.                                       CNB23800
003300 OBJECT-COMPUTER.  IBM-370.                                       CNB23800
003400 INPUT-OUTPUT SECTION.                                            CNB23800
003500 FILE-CONTROL.                                                    CNB23800
003600     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB23800
003700            ORGANIZATION  SEQUENTIAL                              CNB23800
003800            FILE STATUS   WS-PARM-STATUS.                         CNB23800
003900     SELECT CORR-FILE    ASSIGN TO CORRFILE                       CNB23800
004000            ORGANIZATION  INDEXED                                 CNB23800
004100            ACCESS MODE   DYNAMIC                                 CNB23800
004200            RECORD KEY    CR-KEY                                  CNB23800
004300            FILE STATUS   WS-CORR-STATUS.                         CNB23800
004400     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB23800
004500            ORGANIZATION  LINE SEQUENTIAL                         CNB23800
004600            FILE STATUS   WS-RPT-STATUS.                          CNB23800
004700*                                                                 CNB23800
004800 DATA DIVISION.                                                   CNB23800
004900 FILE SECTION.                                                    CNB23800
005000 FD  PARM-FILE                                                    CNB23800
005100     RECORD CONTAINS 80 CHARACTERS.                               CNB23800
005200 01  WS-PARM-RECORD.                                              CNB23800
005300     05  PARM-FUNC                 PIC X(8).                      CNB23800
005400     05  PARM-DATE-TIME            PIC X(12).                     CNB23800
005500     05  PARM-REPORT-DATE          PIC X(6).                      CNB23800
005600     05  PARM-CUTOFF-DATE          PIC X(6).                      CNB23800
005700     05  PARM-PAY-STATUSES         PIC X(12).                     CNB23800
005800     05  FILLER                    PIC X(36).                     CNB23800
005900 FD  CORR-FILE                                                    CNB23800
006000     RECORD CONTAINS 100 CHARACTERS.                              CNB23800
006100 01  CR-RECORD.                                                   CNB23800
006200     05  CR-KEY.                                                  CNB23800
006300*        YYMMDDHHMM, LOCAL:                                       CNB23800
006400         10  CR-ENTRY-DATE-TIME.                                  CNB23800
006500             15  CR-ENTRY-DATE     PIC X(6).                      CNB23800
006600             15  CR-ENTRY-TIME     PIC X(4).                      CNB23800
006700         10  CR-EMP-NBR            PIC X(9).                      CNB23800
006800         10  CR-SEQ                PIC 9(2).                      CNB23800
006900     05  CR-DIST                   PIC X(2).                      CNB23800
007000     05  CR-SDIST                  PIC X(2).                      CNB23800
007100     05  CR-CRAFT                  PIC X(2).                      CNB23800
007200     05  CR-FUNCTION               PIC X(2).                      CNB23800
007300*    YYMMDDHHMM:                                                  CNB23800
007400     05  CR-EVENT-DATE-TIME.                                      CNB23800
007500         10  CR-EVENT-DATE         PIC X(6).                      CNB23800
007600         10  CR-EVENT-TIME         PIC X(4).                      CNB23800
007700     05  CR-ORIG-LO-CODE           PIC X(1).                      CNB23800
007800     05  CR-ORIG-ECC-CODE          PIC X(2).                      CNB23800
007900     05  CR-CORR-LO-CODE           PIC X(1).                      CNB23800
008000     05  CR-CORR-ECC-CODE          PIC X(2).                      CNB23800
008100     05  CR-USERID                 PIC X(8).                      CNB23800
008200     05  CR-SUPV-INIT              PIC X(8).                      CNB23800
008300     05  FILLER                    PIC X(39).                     CNB23800
008400 FD  RPT-FILE                                                     CNB23800
008500     RECORD CONTAINS 132 CHARACTERS.                              CNB23800
008600 01  RPT-LINE                      PIC X(132).                    CNB23800
008700*                                                                 CNB23800
008800 WORKING-STORAGE SECTION.                                         CNB23800
008900 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB23800
009000     88  WS-PARM-OK                       VALUE '00'.             CNB23800
009100 01  WS-CORR-STATUS                PIC XX VALUE SPACES.           CNB23800
009200     88  WS-CORR-OK                       VALUE '00'.             CNB23800
009300 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB23800
009400     88  WS-RPT-OK                        VALUE '00'.             CNB23800
009500 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB23800
009600 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB23800
009610 COPY WSERRLOG.                                                   CNB23800
009700 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB23800
009800     88  WS-FUNC-DAILY                    VALUE 'DAILY'.          CNB23800
009900     88  WS-FUNC-MONTHLY                  VALUE 'MONTHLY'.        CNB23800
010000 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB23800
010100 01  WS-REPORT-DATE                PIC X(6) VALUE SPACES.         CNB23800
010200 01  WS-FROM-DATE                  PIC X(6) VALUE SPACES.         CNB23800
010300 01  WS-TO-DATE                    PIC X(6) VALUE SPACES.         CNB23800
010400 01  WS-CUTOFF-DATE                PIC X(6) VALUE SPACES.         CNB23800
010500 01  WS-PAY-STATUSES               PIC X(12) VALUE SPACES.        CNB23800
010600 01  WS-DEFAULT-PAY-STATUSES       PIC X(12) VALUE 'BDGHIJKPSVX'. CNB23800
010700 01  WS-CORR-EOF-SW                PIC X  VALUE 'N'.              CNB23800
010800     88  WS-EOF-CORR                      VALUE 'Y'.              CNB23800
010900 01  WS-PAY-SW                     PIC X  VALUE 'N'.              CNB23800
011000     88  WS-PAY-RELEVANT                  VALUE 'Y'.              CNB23800
011100 01  WS-LATE-SW                    PIC X  VALUE 'N'.              CNB23800
011200     88  WS-AFTER-CUTOFF                  VALUE 'Y'.              CNB23800
011300 01  WS-TALLY                      PIC S9(4) COMP VALUE ZEROS.    CNB23800
011400 01  WS-FLAG-PTR                   PIC S9(4) COMP VALUE ZEROS.    CNB23800
011500 01  WS-LAG-MINS                   PIC S9(9) COMP VALUE ZEROS.    CNB23800
011600 01  WS-LAG-DAYS                   PIC S9(7) COMP VALUE ZEROS.    CNB23800
011700 01  WS-LAG-REM                    PIC S9(7) COMP VALUE ZEROS.    CNB23800
011800 01  WS-LAG-HH                     PIC S9(4) COMP VALUE ZEROS.    CNB23800
011900 01  WS-LAG-MM                     PIC S9(4) COMP VALUE ZEROS.    CNB23800
012000 01  WS-MINS-EVENT                 PIC S9(9) COMP VALUE ZEROS.    CNB23800
012100 01  WS-MINS-ENTRY                 PIC S9(9) COMP VALUE ZEROS.    CNB23800
012200 01  WS-LEAP-QUOT                  PIC S9(4) COMP VALUE ZEROS.    CNB23800
012300 01  WS-LEAP-REM                   PIC S9(4) COMP VALUE ZEROS.    CNB23800
012400 01  WS-SERIAL-DAYS                PIC S9(7) COMP VALUE ZEROS.    CNB23800
012500 01  WS-SERIAL-DATE-TIME.                                         CNB23800
012600     05  WS-SD-YY                  PIC 9(2).                      CNB23800
012700     05  WS-SD-MM                  PIC 9(2).                      CNB23800
012800     05  WS-SD-DD                  PIC 9(2).                      CNB23800
012900     05  WS-SD-HH                  PIC 9(2).                      CNB23800
013000     05  WS-SD-MIN                 PIC 9(2).                      CNB23800
013100 01  WS-CUM-DAYS-TABLE.                                           CNB23800
013200     05  FILLER                    PIC X(36) VALUE                CNB23800
013300         '000031059090120151181212243273304334'.                  CNB23800
013400 01  WS-CUM-DAYS REDEFINES WS-CUM-DAYS-TABLE.                     CNB23800
013500     05  WS-CUM-MON OCCURS 12 TIMES PIC 9(3).                     CNB23800
013600 01  WS-READ-COUNT                 PIC 9(7) VALUE ZEROS.          CNB23800
013700 01  WS-PAY-COUNT                  PIC 9(7) VALUE ZEROS.          CNB23800
013800 01  WS-LATE-COUNT                 PIC 9(7) VALUE ZEROS.          CNB23800
013900 01  WS-HIGHLIGHT-COUNT            PIC 9(7) VALUE ZEROS.          CNB23800
014000 01  WS-HDR-LINE.                                                 CNB23800
014100     05  FILLER                PIC X(38)  VALUE                   CNB23800
014200         'CNB238 - CORRECTION RECORD AUDIT      '.                CNB23800
014300     05  FILLER                PIC X(2)   VALUE SPACES.           CNB23800
014400     05  HDR-FUNC              PIC X(8).                          CNB23800
014500     05  FILLER                PIC X(2)   VALUE SPACES.           CNB23800
014600     05  HDR-DATE-TIME         PIC X(12).                         CNB23800
014700     05  FILLER                PIC X(9)   VALUE '  KEYED  '.      CNB23800
014800     05  HDR-FROM-DATE         PIC X(6).                          CNB23800
014900     05  FILLER                PIC X(4)   VALUE ' TO '.           CNB23800
015000     05  HDR-TO-DATE           PIC X(6).                          CNB23800
015100     05  FILLER                PIC X(10)  VALUE '  CUTOFF  '.     CNB23800
015200     05  HDR-CUTOFF-DATE       PIC X(6).                          CNB23800
015300     05  FILLER                PIC X(29)  VALUE SPACES.           CNB23800
015400 01  WS-COL-HDR-LINE.                                             CNB23800
015500     05  FILLER                    PIC X(44) VALUE                CNB23800
015600         'ENTERED      EMPLOYEE   DT SD CC  FN   EVENT'.          CNB23800
015700     05  FILLER                    PIC X(44) VALUE                CNB23800
015800         '        ORIG   CORR  USER      SUPV      BAC'.          CNB23800
015900     05  FILLER                    PIC X(14) VALUE                CNB23800
016000         'K-DATED  FLAGS'.                                        CNB23800
016100     05  FILLER                    PIC X(30) VALUE SPACES.        CNB23800
016200 01  WS-COL-HDR-LINE2.                                            CNB23800
016300     05  FILLER                    PIC X(44) VALUE                CNB23800
016400         'DATE   TIME                            DATE '.          CNB23800
016500     05  FILLER                    PIC X(44) VALUE                CNB23800
016600         '  TIME  ST EC  ST EC                     DAY'.          CNB23800
016700     05  FILLER                    PIC X(7)  VALUE                CNB23800
016800         'S HH:MM'.                                               CNB23800
016900     05  FILLER                    PIC X(37) VALUE SPACES.        CNB23800
017000 01  WS-DTL-LINE.                                                 CNB23800
017100     05  DTL-ENTRY-DATE            PIC X(6).                      CNB23800
017200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23800
017300     05  DTL-ENTRY-TIME            PIC X(4).                      CNB23800
017400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23800
017500     05  DTL-EMP-NBR               PIC X(9).                      CNB23800
017600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23800
017700     05  DTL-DIST                  PIC X(2).                      CNB23800
017800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23800
017900     05  DTL-SDIST                 PIC X(2).                      CNB23800
018000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23800
018100     05  DTL-CRAFT                 PIC X(2).                      CNB23800
018200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23800
018300     05  DTL-FUNCTION              PIC X(2).                      CNB23800
018400     05  FILLER                    PIC X(3) VALUE SPACES.         CNB23800
018500     05  DTL-EVENT-DATE            PIC X(6).                      CNB23800
018600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23800
018700     05  DTL-EVENT-TIME            PIC X(4).                      CNB23800
018800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23800
018900     05  DTL-ORIG-LO-CODE          PIC X(1).                      CNB23800
019000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23800
019100     05  DTL-ORIG-ECC-CODE         PIC X(2).                      CNB23800
019200     05  FILLER                    PIC X(3) VALUE SPACES.         CNB23800
019300     05  DTL-CORR-LO-CODE          PIC X(1).                      CNB23800
019400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23800
019500     05  DTL-CORR-ECC-CODE         PIC X(2).                      CNB23800
019600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23800
019700     05  DTL-USERID                PIC X(8).                      CNB23800
019800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23800
019900     05  DTL-SUPV-INIT             PIC X(8).                      CNB23800
020000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23800
020100     05  DTL-LAG-DAYS              PIC ZZZ9.                      CNB23800
020200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23800
020300     05  DTL-LAG-HH                PIC 99.                        CNB23800
020400     05  FILLER                    PIC X(1) VALUE ':'.            CNB23800
020500     05  DTL-LAG-MM                PIC 99.                        CNB23800
020600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23800
020700     05  DTL-FLAGS                 PIC X(9).                      CNB23800
020800     05  FILLER                    PIC X(26) VALUE SPACES.        CNB23800
020900 01  WS-CNT-LINE.                                                 CNB23800
021000     05  CNT-LABEL                 PIC X(30).                     CNB23800
021100     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB23800
021200     05  FILLER                    PIC X(95) VALUE SPACES.        CNB23800
021300*                                                                 CNB23800
021400 PROCEDURE DIVISION.                                              CNB23800
021500 P0000-MAINLINE.                                                  CNB23800
021600     PERFORM P1000-INITIALIZE                                     CNB23800
021700     PERFORM P2000-PROCESS-CORRECTION UNTIL WS-EOF-CORR           CNB23800
021800     PERFORM P9000-TERMINATE                                      CNB23800
021900     GOBACK.                                                      CNB23800
022000*                                                                 CNB23800
022100 P1000-INITIALIZE.                                                CNB23800
022200     OPEN INPUT PARM-FILE                                         CNB23800
022300     IF NOT WS-PARM-OK                                            CNB23800
022400        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB23800
022500        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB23800
022600        PERFORM P9999-GOT-PROBLEM                                 CNB23800
022700     END-IF                                                       CNB23800
022800     READ PARM-FILE                                               CNB23800
022900     IF NOT WS-PARM-OK                                            CNB23800
023000        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB23800
023100        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB23800
023200        PERFORM P9999-GOT-PROBLEM                                 CNB23800
023300     END-IF                                                       CNB23800
023400     MOVE PARM-FUNC                TO WS-FUNC                     CNB23800
023500     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB23800
023600     IF PARM-REPORT-DATE > SPACES                                 CNB23800
023700        MOVE PARM-REPORT-DATE      TO WS-REPORT-DATE              CNB23800
023800     ELSE                                                         CNB23800
023900        MOVE PARM-DATE-TIME (1:6)  TO WS-REPORT-DATE              CNB23800
024000     END-IF                                                       CNB23800
024100     MOVE PARM-CUTOFF-DATE         TO WS-CUTOFF-DATE              CNB23800
024200     IF PARM-PAY-STATUSES > SPACES                                CNB23800
024300        MOVE PARM-PAY-STATUSES     TO WS-PAY-STATUSES             CNB23800
024400     ELSE                                                         CNB23800
024500        MOVE WS-DEFAULT-PAY-STATUSES TO WS-PAY-STATUSES           CNB23800
024600     END-IF                                                       CNB23800
024700     CLOSE PARM-FILE                                              CNB23800
024800     IF NOT (WS-FUNC-DAILY OR WS-FUNC-MONTHLY)                    CNB23800
024900        OR WS-REPORT-DATE NOT NUMERIC                             CNB23800
025000        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB23800
025100        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB23800
025200        PERFORM P9999-GOT-PROBLEM                                 CNB23800
025300     END-IF                                                       CNB23800
025400     IF WS-FUNC-DAILY                                             CNB23800
025500        MOVE WS-REPORT-DATE        TO WS-FROM-DATE                CNB23800
025600                                      WS-TO-DATE                  CNB23800
025700     ELSE                                                         CNB23800
025800        MOVE WS-REPORT-DATE        TO WS-FROM-DATE                CNB23800
025900                                      WS-TO-DATE                  CNB23800
026000        MOVE '01'                  TO WS-FROM-DATE (5:2)          CNB23800
026100        MOVE '31'                  TO WS-TO-DATE (5:2)            CNB23800
026200     END-IF                                                       CNB23800
026300     OPEN INPUT CORR-FILE                                         CNB23800
026400     IF NOT WS-CORR-OK                                            CNB23800
026500        MOVE 'P1000-OPEN-CORR'     TO WS-ABEND-PARAGRAPH          CNB23800
026600        MOVE WS-CORR-STATUS        TO WS-ABEND-STATUS             CNB23800
026700        PERFORM P9999-GOT-PROBLEM                                 CNB23800
026800     END-IF                                                       CNB23800
026900     OPEN OUTPUT RPT-FILE                                         CNB23800
027000     IF NOT WS-RPT-OK                                             CNB23800
027100        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB23800
027200        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB23800
027300        PERFORM P9999-GOT-PROBLEM                                 CNB23800
027400     END-IF                                                       CNB23800
027500     MOVE WS-FUNC                  TO HDR-FUNC                    CNB23800
027600     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB23800
027700     MOVE WS-FROM-DATE             TO HDR-FROM-DATE               CNB23800
027800     MOVE WS-TO-DATE               TO HDR-TO-DATE                 CNB23800
027900     MOVE WS-CUTOFF-DATE           TO HDR-CUTOFF-DATE             CNB23800
028000     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB23800
028100     MOVE SPACES                   TO RPT-LINE                    CNB23800
028200     WRITE RPT-LINE                                               CNB23800
028300     WRITE RPT-LINE FROM WS-COL-HDR-LINE                          CNB23800
028400     WRITE RPT-LINE FROM WS-COL-HDR-LINE2                         CNB23800
028500*    CORRFILE IS IN ENTRY-TIME ORDER, SO START AT THE FIRST ENTRY CNB23800
028600*    OF THE PERIOD AND STOP AFTER ITS LAST DAY.                   CNB23800
028700     MOVE LOW-VALUES               TO CR-KEY                      CNB23800
028800     MOVE WS-FROM-DATE             TO CR-ENTRY-DATE               CNB23800
028900     START CORR-FILE KEY NOT < CR-KEY                             CNB23800
029000     IF WS-CORR-OK                                                CNB23800
029100        PERFORM P2010-READ-CORR                                   CNB23800
029200     ELSE                                                         CNB23800
029300        SET WS-EOF-CORR TO TRUE                                   CNB23800
029400     END-IF.                                                      CNB23800
029500*                                                                 CNB23800
029600 P2000-PROCESS-CORRECTION.                                        CNB23800
029700     MOVE 'N'                      TO WS-PAY-SW                   CNB23800
029800                                      WS-LATE-SW                  CNB23800
029900     IF CR-ORIG-LO-CODE NOT = CR-CORR-LO-CODE                     CNB23800
030000        OR CR-ORIG-ECC-CODE NOT = CR-CORR-ECC-CODE                CNB23800
030100        MOVE ZEROS                 TO WS-TALLY                    CNB23800
030200        IF CR-ORIG-LO-CODE > SPACE                                CNB23800
030300           INSPECT WS-PAY-STATUSES TALLYING WS-TALLY              CNB23800
030400                   FOR ALL CR-ORIG-LO-CODE                        CNB23800
030500        END-IF                                                    CNB23800
030600        IF CR-CORR-LO-CODE > SPACE                                CNB23800
030700           INSPECT WS-PAY-STATUSES TALLYING WS-TALLY              CNB23800
030800                   FOR ALL CR-CORR-LO-CODE                        CNB23800
030900        END-IF                                                    CNB23800
031000        IF WS-TALLY > ZEROS                                       CNB23800
031100           SET WS-PAY-RELEVANT     TO TRUE                        CNB23800
031200        END-IF                                                    CNB23800
031300     END-IF                                                       CNB23800
031400     IF WS-CUTOFF-DATE > SPACES                                   CNB23800
031500        AND CR-EVENT-DATE NOT > WS-CUTOFF-DATE                    CNB23800
031600        AND CR-ENTRY-DATE > WS-CUTOFF-DATE                        CNB23800
031700        SET WS-AFTER-CUTOFF        TO TRUE                        CNB23800
031800     END-IF                                                       CNB23800
031900     PERFORM P3000-BACK-DATED-TIME                                CNB23800
032000     PERFORM P4000-PRINT-CORRECTION                               CNB23800
032100     PERFORM P2010-READ-CORR.                                     CNB23800
032200*                                                                 CNB23800
032300 P2010-READ-CORR.                                                 CNB23800
032400     READ CORR-FILE NEXT RECORD                                   CNB23800
032500          AT END                                                  CNB23800
032600             SET WS-EOF-CORR TO TRUE                              CNB23800
032700     END-READ                                                     CNB23800
032800     IF NOT WS-EOF-CORR                                           CNB23800
032900        IF NOT WS-CORR-OK                                         CNB23800
033000           MOVE 'P2010-READ-CORR'  TO WS-ABEND-PARAGRAPH          CNB23800
033100           MOVE WS-CORR-STATUS     TO WS-ABEND-STATUS             CNB23800
033200           PERFORM P9999-GOT-PROBLEM                              CNB23800
033300        END-IF                                                    CNB23800
033400        IF CR-ENTRY-DATE > WS-TO-DATE                             CNB23800
033500           SET WS-EOF-CORR TO TRUE                                CNB23800
033600        ELSE                                                      CNB23800
033700           ADD 1 TO WS-READ-COUNT                                 CNB23800
033800        END-IF                                                    CNB23800
033900     END-IF.                                                      CNB23800
034000*                                                                 CNB23800
034100 P3000-BACK-DATED-TIME.                                           CNB23800
034200*    WALL-CLOCK MINUTES FROM THE CORRECTED EVENT TO ITS ENTRY.  A CNB23800
034300*    CORRECTION DATED AHEAD OF ITS ENTRY SHOWS AS ZERO.           CNB23800
034400     MOVE ZEROS                    TO WS-LAG-MINS                 CNB23800
034500     IF CR-EVENT-DATE-TIME NOT NUMERIC                            CNB23800
034600        OR CR-ENTRY-DATE-TIME NOT NUMERIC                         CNB23800
034700        GO TO P3000-EXIT                                          CNB23800
034800     END-IF                                                       CNB23800
034900     MOVE CR-EVENT-DATE-TIME       TO WS-SERIAL-DATE-TIME         CNB23800
035000     PERFORM P8000-DATE-TO-SERIAL                                 CNB23800
035100     COMPUTE WS-MINS-EVENT = (WS-SERIAL-DAYS * 1440)              CNB23800
035200           + (WS-SD-HH * 60) + WS-SD-MIN                          CNB23800
035300     MOVE CR-ENTRY-DATE-TIME       TO WS-SERIAL-DATE-TIME         CNB23800
035400     PERFORM P8000-DATE-TO-SERIAL                                 CNB23800
035500     COMPUTE WS-MINS-ENTRY = (WS-SERIAL-DAYS * 1440)              CNB23800
035600           + (WS-SD-HH * 60) + WS-SD-MIN                          CNB23800
035700     IF WS-MINS-ENTRY > WS-MINS-EVENT                             CNB23800
035800        COMPUTE WS-LAG-MINS = WS-MINS-ENTRY - WS-MINS-EVENT       CNB23800
035900     END-IF.                                                      CNB23800
036000 P3000-EXIT.                                                      CNB23800
036100     EXIT.                                                        CNB23800
036200*                                                                 CNB23800
036300 P4000-PRINT-CORRECTION.                                          CNB23800
036400     MOVE CR-ENTRY-DATE            TO DTL-ENTRY-DATE              CNB23800
036500     MOVE CR-ENTRY-TIME            TO DTL-ENTRY-TIME              CNB23800
036600     MOVE CR-EMP-NBR               TO DTL-EMP-NBR                 CNB23800
036700     MOVE CR-DIST                  TO DTL-DIST                    CNB23800
036800     MOVE CR-SDIST                 TO DTL-SDIST                   CNB23800
036900     MOVE CR-CRAFT                 TO DTL-CRAFT                   CNB23800
037000     MOVE CR-FUNCTION              TO DTL-FUNCTION                CNB23800
037100     MOVE CR-EVENT-DATE            TO DTL-EVENT-DATE              CNB23800
037200     MOVE CR-EVENT-TIME            TO DTL-EVENT-TIME              CNB23800
037300     MOVE CR-ORIG-LO-CODE          TO DTL-ORIG-LO-CODE            CNB23800
037400     MOVE CR-ORIG-ECC-CODE         TO DTL-ORIG-ECC-CODE           CNB23800
037500     MOVE CR-CORR-LO-CODE          TO DTL-CORR-LO-CODE            CNB23800
037600     MOVE CR-CORR-ECC-CODE         TO DTL-CORR-ECC-CODE           CNB23800
037700     MOVE CR-USERID                TO DTL-USERID                  CNB23800
037800     MOVE CR-SUPV-INIT             TO DTL-SUPV-INIT               CNB23800
037900     DIVIDE WS-LAG-MINS BY 1440 GIVING WS-LAG-DAYS                CNB23800
038000            REMAINDER WS-LAG-REM                                  CNB23800
038100     DIVIDE WS-LAG-REM BY 60 GIVING WS-LAG-HH                     CNB23800
038200            REMAINDER WS-LAG-MM                                   CNB23800
038300     MOVE WS-LAG-DAYS              TO DTL-LAG-DAYS                CNB23800
038400     MOVE WS-LAG-HH                TO DTL-LAG-HH                  CNB23800
038500     MOVE WS-LAG-MM                TO DTL-LAG-MM                  CNB23800
038600     MOVE SPACES                   TO DTL-FLAGS                   CNB23800
038700     MOVE 1                        TO WS-FLAG-PTR                 CNB23800
038800     IF WS-PAY-RELEVANT                                           CNB23800
038900        ADD 1 TO WS-PAY-COUNT                                     CNB23800
039000        STRING 'PAY ' DELIMITED BY SIZE                           CNB23800
039100               INTO DTL-FLAGS WITH POINTER WS-FLAG-PTR            CNB23800
039200     END-IF                                                       CNB23800
039300     IF WS-AFTER-CUTOFF                                           CNB23800
039400        ADD 1 TO WS-LATE-COUNT                                    CNB23800
039500        STRING 'LATE' DELIMITED BY SIZE                           CNB23800
039600               INTO DTL-FLAGS WITH POINTER WS-FLAG-PTR            CNB23800
039700     END-IF                                                       CNB23800
039800     IF WS-PAY-RELEVANT OR WS-AFTER-CUTOFF                        CNB23800
039900        ADD 1 TO WS-HIGHLIGHT-COUNT                               CNB23800
040000     END-IF                                                       CNB23800
040100     WRITE RPT-LINE FROM WS-DTL-LINE.                             CNB23800
040200*                                                                 CNB23800
040300 P8000-DATE-TO-SERIAL.                                            CNB23800
040400*    DAYS FROM 01/01/00 TO THE YYMMDD IN WS-SERIAL-DATE-TIME.     CNB23800
040500     DIVIDE WS-SD-YY BY 4 GIVING WS-LEAP-QUOT                     CNB23800
040600            REMAINDER WS-LEAP-REM                                 CNB23800
040700     COMPUTE WS-SERIAL-DAYS = (WS-SD-YY * 365) + WS-LEAP-QUOT     CNB23800
040800           + WS-CUM-MON (WS-SD-MM) + WS-SD-DD                     CNB23800
040900     IF WS-LEAP-REM = ZEROS                                       CNB23800
041000        AND WS-SD-MM < 3                                          CNB23800
041100        SUBTRACT 1 FROM WS-SERIAL-DAYS                            CNB23800
041200     END-IF.                                                      CNB23800
041300*                                                                 CNB23800
041400 P9000-TERMINATE.                                                 CNB23800
041500     MOVE SPACES                   TO RPT-LINE                    CNB23800
041600     WRITE RPT-LINE                                               CNB23800
041700     MOVE 'CORRECTIONS LISTED .........' TO CNT-LABEL             CNB23800
041800     MOVE WS-READ-COUNT            TO CNT-VALUE                   CNB23800
041900     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23800
042000     MOVE 'PAY-RELEVANT (PAY) .........' TO CNT-LABEL             CNB23800
042100     MOVE WS-PAY-COUNT             TO CNT-VALUE                   CNB23800
042200     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23800
042300     MOVE 'AFTER PAY CUTOFF (LATE) ....' TO CNT-LABEL             CNB23800
042400     MOVE WS-LATE-COUNT            TO CNT-VALUE                   CNB23800
042500     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23800
042600     MOVE 'HIGHLIGHTED FOR REVIEW .....' TO CNT-LABEL             CNB23800
042700     MOVE WS-HIGHLIGHT-COUNT       TO CNT-VALUE                   CNB23800
042800     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23800
042900     CLOSE CORR-FILE                                              CNB23800
043000           RPT-FILE.                                              CNB23800
043100*                                                                 CNB23800
043200 P9999-GOT-PROBLEM.                                               CNB23800
043210     MOVE 'CNB238'                 TO XE-PROGRAM                  CNB23800
043220     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB23800
043230     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB23800
043240     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB23800
043300     DISPLAY 'CNB238 ABEND IN ' WS-ABEND-PARAGRAPH                CNB23800
043400              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB23800
043500     MOVE 16 TO RETURN-CODE                                       CNB23800
043600     GOBACK.                                                      CNB23800
