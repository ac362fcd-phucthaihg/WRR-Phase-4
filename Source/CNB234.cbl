000100 IDENTIFICATION DIVISION.                                         CNB23400
000200 PROGRAM-ID. CNB234.                                              CNB23400
000300*AUTHOR.     JMC.                                                 CNB23400
000400*DATE-WRITTEN. 10/15/26.                                          CNB23400
000500*REMARKS.                                                         CNB23400
000600*    UNDISTURBED-REST INTERRUPTION REPORT.  CONTACTING AN         CNB23400
000700*    EMPLOYEE DURING THEIR UNDISTURBED REST IS A VIOLATION, BUT   CNB23400
000800*    NOTHING COMPARED THE PHONE LOG CNP943 WRITES                 CNB23400
000900*    (P8600-WRITE-PHONELOG) WITH THE EMPLOYEE'S REST WINDOW.  THE CNB23400
001000*    WINDOW RUNS FROM LAST-TIE-UP-TIME TO THE LATER OF THE US     CNB23400
001100*    RESTED TIME (EMP-US-RSTD) AND THE PERSONAL REST TIME         CNB23400
001200*    (EMP-PERS-REST).  FUNCTION FROM THE PARM CARD:               CNB23400
001300*      NIGHTLY - LISTS EVERY PHONE LOG ATTEMPT ON THE PARM DATE   CNB23400
001400*                (CCYYMMDD, BLANK = THE RUN DATE) MADE WHILE THE  CNB23400
001500*                EMPLOYEE WAS INSIDE THE WINDOW: EMPLOYEE, CLERK  CNB23400
001600*                USER ID (*DIALER* FOR THE IVR POSTINGS), ATTEMPT CNB23400
001700*                TIME, REST START AND END, AND THE ATTEMPT        CNB23400
001800*                OUTCOME.  CNP943 NOW STAMPS THE WINDOW ON AN     CNB23400
001900*                ENTRY MADE INSIDE IT AND WARNS THE CALLER (WRN = CNB23400
002000*                YES); FOR AN UNSTAMPED ENTRY THE WINDOW IS TAKEN CNB23400
002100*                FROM THE MASTER AS IT STANDS, WHICH ONLY HOLDS   CNB23400
002200*                THE LATEST TIE-UP - RUN IT THE SAME NIGHT SO THE CNB23400
002300*                WINDOW IS STILL THERE.                           CNB23400
002400*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB23400
002500*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB23400
002600*                                                                 CNB23400
002700*TBD  PLOG SHAPE AS CNB220 HAS IT, WITH THE REST WINDOW CNP943    CNB23400
002800*STAMPS (PLOG-REST-FLAG/START/END IN WSPHONLG) TAKEN FROM THE     CNB23400
002900*FILLER AFTER PLIO-DIST.  THE PRODUCTION WSPHONLG COPYBOOK IS NOT CNB23400
003000*CHECKED OUT TO THIS LIBRARY - VERIFY BEFORE NEXT COMPILE.        CNB23400
003100*                                                                 CNB23400
003200 ENVIRONMENT DIVISION.                                            CNB23400
003300 CONFIGURATION SECTION.                                           CNB23400
003400 SOURCE-COMPUTER.  IBM-370.                                       CNB23400
003500 OBJECT-COMPUTER.  IBM-370.                                       CNB23400
003600 INPUT-OUTPUT SECTION.                                            CNB23400
003700 FILE-CONTROL.                                                    CNB23400
003800     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB23400
003900            ORGANIZATION  SEQUENTIAL                              CNB23400
004000            FILE STATUS   WS-PARM-STATUS.                         CNB23400
004100     SELECT PLOG-FILE    ASSIGN TO PLOGFILE                       CNB23400
004200            ORGANIZATION  INDEXED                                 CNB23400
004300            ACCESS MODE   DYNAMIC                                 CNB23400
004400            RECORD KEY    PLIO-KEY                                CNB23400
004500            FILE STATUS   WS-PLOG-STATUS.                         CNB23400
004600     SELECT MSTR-FILE    ASSIGN TO MSTRFILE                       CNB23400
004700            ORGANIZATION  INDEXED                                 CNB23400
004800            ACCESS MODE   DYNAMIC                                 CNB23400
004900            RECORD KEY    MIO-KEY                                 CNB23400
005000            ALTERNATE RECORD KEY MIO-EMP-NBR                      CNB23400
005100            FILE STATUS   WS-MSTRF-STATUS.                        CNB23400
005200     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB23400
005300            ORGANIZATION  LINE SEQUENTIAL                         CNB23400
005400            FILE STATUS   WS-RPT-STATUS.                          CNB23400
005500*                                                                 CNB23400
005600 DATA DIVISION.                                                   CNB23400
005700 FILE SECTION.                                                    CNB23400
005800 FD  PARM-FILE                                                    CNB23400
005900     RECORD CONTAINS 80 CHARACTERS.                               CNB23400
006000 01  WS-PARM-RECORD.                                              CNB23400
006100     05  PARM-FUNC                 PIC X(8).                      CNB23400
006200     05  PARM-DATE-TIME            PIC X(12).                     CNB23400
006300*    CCYYMMDD:                                                    CNB23400
006400     05  PARM-DATE                 PIC X(8).                      CNB23400
006500     05  FILLER                    PIC X(52).                     CNB23400
006600 FD  PLOG-FILE                                                    CNB23400
006700     RECORD CONTAINS 80 CHARACTERS.                               CNB23400
006800 01  PLIO-RECORD.                                                 CNB23400
006900     05  PLIO-KEY.                                                CNB23400
007000         10  PLIO-EMP-NBR          PIC X(9).                      CNB23400
007100         10  PLIO-CLOCK-TIME       PIC X(14).                     CNB23400
007200     05  PLIO-PHONE-NUMBER         PIC X(10).                     CNB23400
007300     05  PLIO-FUNCTION             PIC X(2).                      CNB23400
007400         88  PLIO-CALL-TYPE-FUN          VALUE '01' '04' '16'     CNB23400
007500                                               '35' '39'.         CNB23400
007600         88  PLIO-IVR-ANSWERED           VALUE '61'.              CNB23400
007700         88  PLIO-IVR-NO-ANSWER          VALUE '62'.              CNB23400
007800         88  PLIO-IVR-REFUSED            VALUE '63'.              CNB23400
007900     05  PLIO-ATTEMPTS             PIC 9(2).                      CNB23400
008000     05  PLIO-SOURCE               PIC X(1).                      CNB23400
008100         88  PLIO-FROM-DIALER            VALUE 'D'.               CNB23400
008200     05  PLIO-USERID               PIC X(8).                      CNB23400
008300     05  PLIO-DIST                 PIC X(2).                      CNB23400
008400*    REST WINDOW (YYMMDDHHMM) STAMPED BY CNP943 ON AN ENTRY MADE  CNB23400
008500*    WHILE THE EMPLOYEE WAS ON UNDISTURBED REST:                  CNB23400
008600     05  PLIO-REST-FLAG            PIC X(1).                      CNB23400
008700         88  PLIO-IN-REST                VALUE 'R'.               CNB23400
008800     05  PLIO-REST-START           PIC X(10).                     CNB23400
008900     05  PLIO-REST-END             PIC X(10).                     CNB23400
009000     05  FILLER                    PIC X(11).                     CNB23400
009100 FD  MSTR-FILE                                                    CNB23400
009200     RECORD CONTAINS 500 CHARACTERS.                              CNB23400
009300 01  MIO-RECORD.                                                  CNB23400
009400     05  MIO-KEY.                                                 CNB23400
009500         10  MIO-DIST              PIC X(2).                      CNB23400
009600         10  MIO-SDIST             PIC X(2).                      CNB23400
009700         10  MIO-CRAFT             PIC X(2).                      CNB23400
009800         10  MIO-EMP-NAME          PIC X(26).                     CNB23400
009900         10  MIO-EMP-NBR           PIC X(9).                      CNB23400
010000     05  FILLER                    PIC X(459).                    CNB23400
010100 FD  RPT-FILE                                                     CNB23400
010200     RECORD CONTAINS 132 CHARACTERS.                              CNB23400
010300 01  RPT-LINE                      PIC X(132).                    CNB23400
010400*                                                                 CNB23400
010500 WORKING-STORAGE SECTION.                                         CNB23400
010600 COPY WSMSTR.                                                     CNB23400
010700 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB23400
010800     88  WS-PARM-OK                       VALUE '00'.             CNB23400
010900 01  WS-PLOG-STATUS                PIC XX VALUE SPACES.           CNB23400
011000     88  WS-PLOG-OK                       VALUE '00'.             CNB23400
011100 01  WS-MSTRF-STATUS               PIC XX VALUE SPACES.           CNB23400
011200     88  WS-MSTRF-OK                      VALUE '00'.             CNB23400
011300 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB23400
011400     88  WS-RPT-OK                        VALUE '00'.             CNB23400
011500 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB23400
011600 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB23400
011610 COPY WSERRLOG.                                                   CNB23400
011700 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB23400
011800     88  WS-FUNC-NIGHTLY                  VALUE 'NIGHTLY'.        CNB23400
011900 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB23400
012000 01  WS-REPORT-DATE                PIC X(8) VALUE SPACES.         CNB23400
012100 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB23400
012200     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB23400
012300 01  WS-MSTR-SW                    PIC X  VALUE 'N'.              CNB23400
012400     88  WS-MSTR-FOUND                    VALUE 'Y'.              CNB23400
012500 01  WS-CUR-EMP-NBR                PIC X(9) VALUE SPACES.         CNB23400
012600*                                                                 CNB23400
012700*    REST WINDOW AND ATTEMPT, YYMMDDHHMM                          CNB23400
012800*                                                                 CNB23400
012900 01  WS-ATTEMPT                    PIC X(10) VALUE SPACES.        CNB23400
013000 01  WS-REST-START                 PIC X(10) VALUE SPACES.        CNB23400
013100 01  WS-REST-END                   PIC X(10) VALUE SPACES.        CNB23400
013200 01  WS-MSTR-REST-START            PIC X(10) VALUE SPACES.        CNB23400
013300 01  WS-MSTR-REST-END              PIC X(10) VALUE SPACES.        CNB23400
013400 01  WS-ATT-COUNT                  PIC 9(7) VALUE ZEROS.          CNB23400
013500 01  WS-REST-COUNT                 PIC 9(7) VALUE ZEROS.          CNB23400
013600 01  WS-WARNED-COUNT               PIC 9(7) VALUE ZEROS.          CNB23400
013700 01  WS-MSTR-ONLY-COUNT            PIC 9(7) VALUE ZEROS.          CNB23400
013800 01  WS-HDR-LINE.                                                 CNB23400
013900     05  FILLER                PIC X(38)  VALUE                   CNB23400
014000         'CNB234 - UNDISTURBED REST CONTACTS    '.                CNB23400
014100     05  FILLER                PIC X(2)   VALUE SPACES.           CNB23400
014200     05  HDR-FUNC              PIC X(8).                          CNB23400
014300     05  FILLER                PIC X(2)   VALUE SPACES.           CNB23400
014400     05  HDR-DATE-TIME         PIC X(12).                         CNB23400
014500     05  FILLER                PIC X(12)  VALUE '  CALL DATE '.   CNB23400
014600     05  HDR-REPORT-DATE       PIC X(8).                          CNB23400
014700     05  FILLER                PIC X(50)  VALUE SPACES.           CNB23400
014800 01  WS-COL-HDR-LINE.                                             CNB23400
014900     05  FILLER                    PIC X(44) VALUE                CNB23400
015000         'EMPLOYEE  NAME                       USER ID'.          CNB23400
015100     05  FILLER                    PIC X(44) VALUE                CNB23400
015200         '   ATTEMPT        REST START     REST END   '.          CNB23400
015300     05  FILLER                    PIC X(44) VALUE                CNB23400
015400         '    OUTCOME          WRN                    '.          CNB23400
015500 01  WS-DTL-LINE.                                                 CNB23400
015600     05  DL-EMP-NBR                PIC X(9).                      CNB23400
015700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23400
015800     05  DL-EMP-NAME               PIC X(26).                     CNB23400
015900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23400
016000     05  DL-USERID                 PIC X(8).                      CNB23400
016100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23400
016200     05  DL-ATTEMPT                PIC X(13).                     CNB23400
016300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23400
016400     05  DL-REST-START             PIC X(13).                     CNB23400
016500     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23400
016600     05  DL-REST-END               PIC X(13).                     CNB23400
016700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23400
016800     05  DL-FUNCTION               PIC X(2).                      CNB23400
016900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23400
017000     05  DL-OUTCOME                PIC X(12).                     CNB23400
017100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23400
017200     05  DL-WARNED                 PIC X(3).                      CNB23400
017300     05  FILLER                    PIC X(20) VALUE SPACES.        CNB23400
017400 01  WS-CNT-LINE.                                                 CNB23400
017500     05  CNT-LABEL                 PIC X(30).                     CNB23400
017600     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB23400
017700     05  FILLER                    PIC X(95) VALUE SPACES.        CNB23400
017800*                                                                 CNB23400
017900 PROCEDURE DIVISION.                                              CNB23400
018000 P0000-MAINLINE.                                                  CNB23400
018100     PERFORM P1000-INITIALIZE                                     CNB23400
018200     PERFORM P2000-SCAN-PHONE-LOG UNTIL WS-EOF-INPUT              CNB23400
018300     PERFORM P9000-TERMINATE                                      CNB23400
018400     GOBACK.                                                      CNB23400
018500*                                                                 CNB23400
018600 P1000-INITIALIZE.                                                CNB23400
018700     OPEN INPUT PARM-FILE                                         CNB23400
018800     IF NOT WS-PARM-OK                                            CNB23400
018900        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB23400
019000        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB23400
019100        PERFORM P9999-GOT-PROBLEM                                 CNB23400
019200     END-IF                                                       CNB23400
019300     READ PARM-FILE                                               CNB23400
019400     IF NOT WS-PARM-OK                                            CNB23400
019500        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB23400
019600        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB23400
019700        PERFORM P9999-GOT-PROBLEM                                 CNB23400
019800     END-IF                                                       CNB23400
019900     MOVE PARM-FUNC                TO WS-FUNC                     CNB23400
020000     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB23400
020100     IF PARM-DATE NUMERIC                                         CNB23400
020200        MOVE PARM-DATE             TO WS-REPORT-DATE              CNB23400
020300     ELSE                                                         CNB23400
020400        MOVE '20'                  TO WS-REPORT-DATE (1:2)        CNB23400
020500        MOVE WS-RUN-DATE-TIME (1:6) TO WS-REPORT-DATE (3:6)       CNB23400
020600     END-IF                                                       CNB23400
020700     CLOSE PARM-FILE                                              CNB23400
020800     IF NOT WS-FUNC-NIGHTLY                                       CNB23400
020900        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB23400
021000        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB23400
021100        PERFORM P9999-GOT-PROBLEM                                 CNB23400
021200     END-IF                                                       CNB23400
021300     OPEN INPUT PLOG-FILE                                         CNB23400
021400     IF NOT WS-PLOG-OK                                            CNB23400
021500        MOVE 'P1000-OPEN-PLOG'     TO WS-ABEND-PARAGRAPH          CNB23400
021600        MOVE WS-PLOG-STATUS        TO WS-ABEND-STATUS             CNB23400
021700        PERFORM P9999-GOT-PROBLEM                                 CNB23400
021800     END-IF                                                       CNB23400
021900     OPEN INPUT MSTR-FILE                                         CNB23400
022000     IF NOT WS-MSTRF-OK                                           CNB23400
022100        MOVE 'P1000-OPEN-MST'      TO WS-ABEND-PARAGRAPH          CNB23400
022200        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB23400
022300        PERFORM P9999-GOT-PROBLEM                                 CNB23400
022400     END-IF                                                       CNB23400
022500     OPEN OUTPUT RPT-FILE                                         CNB23400
022600     IF NOT WS-RPT-OK                                             CNB23400
022700        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB23400
022800        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB23400
022900        PERFORM P9999-GOT-PROBLEM                                 CNB23400
023000     END-IF                                                       CNB23400
023100     MOVE WS-FUNC                  TO HDR-FUNC                    CNB23400
023200     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB23400
023300     MOVE WS-REPORT-DATE           TO HDR-REPORT-DATE             CNB23400
023400     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB23400
023500     MOVE SPACES                   TO RPT-LINE                    CNB23400
023600     WRITE RPT-LINE                                               CNB23400
023700     WRITE RPT-LINE FROM WS-COL-HDR-LINE                          CNB23400
023800     MOVE LOW-VALUES               TO PLIO-KEY                    CNB23400
023900     START PLOG-FILE KEY NOT < PLIO-KEY                           CNB23400
024000     IF NOT WS-PLOG-OK                                            CNB23400
024100        SET WS-EOF-INPUT TO TRUE                                  CNB23400
024200     END-IF.                                                      CNB23400
024300*                                                                 CNB23400
024400 P2000-SCAN-PHONE-LOG.                                            CNB23400
024500     READ PLOG-FILE NEXT                                          CNB23400
024600          AT END                                                  CNB23400
024700             SET WS-EOF-INPUT TO TRUE                             CNB23400
024800     END-READ                                                     CNB23400
024900     IF NOT WS-EOF-INPUT                                          CNB23400
025000        AND PLIO-CLOCK-TIME (1:8) = WS-REPORT-DATE                CNB23400
025100        ADD 1 TO WS-ATT-COUNT                                     CNB23400
025200        IF PLIO-EMP-NBR NOT = WS-CUR-EMP-NBR                      CNB23400
025300           PERFORM P2100-GET-EMPLOYEE                             CNB23400
025400        END-IF                                                    CNB23400
025500        PERFORM P2200-CHECK-ATTEMPT                               CNB23400
025600     END-IF.                                                      CNB23400
025700*                                                                 CNB23400
025800*    ONE MASTER READ PER EMPLOYEE - THE LOG IS IN EMPLOYEE ORDER  CNB23400
025900*                                                                 CNB23400
026000 P2100-GET-EMPLOYEE.                                              CNB23400
026100     MOVE PLIO-EMP-NBR             TO WS-CUR-EMP-NBR              CNB23400
026200     MOVE 'N'                      TO WS-MSTR-SW                  CNB23400
026300     MOVE SPACES                   TO WS-MSTR-REST-START          CNB23400
026400                                      WS-MSTR-REST-END            CNB23400
026500     MOVE PLIO-EMP-NBR             TO MIO-EMP-NBR                 CNB23400
026600     READ MSTR-FILE                                               CNB23400
026700          KEY IS MIO-EMP-NBR                                      CNB23400
026800     IF WS-MSTRF-OK                                               CNB23400
026900        MOVE MIO-RECORD            TO WS-MSTR                     CNB23400
027000        SET WS-MSTR-FOUND TO TRUE                                 CNB23400
027100        MOVE LAST-TIE-UP-TIME      TO WS-MSTR-REST-START          CNB23400
027200        IF EMP-US-RSTD-NUM NUMERIC                                CNB23400
027300           AND EMP-US-RSTD > WS-MSTR-REST-START                   CNB23400
027400           MOVE EMP-US-RSTD        TO WS-MSTR-REST-END            CNB23400
027500        END-IF                                                    CNB23400
027600        IF EMP-PERS-REST-NUM NUMERIC                              CNB23400
027700           AND EMP-PERS-REST > WS-MSTR-REST-START                 CNB23400
027800           AND EMP-PERS-REST > WS-MSTR-REST-END                   CNB23400
027900           MOVE EMP-PERS-REST      TO WS-MSTR-REST-END            CNB23400
028000        END-IF                                                    CNB23400
028100     END-IF.                                                      CNB23400
028200*                                                                 CNB23400
028300 P2200-CHECK-ATTEMPT.                                             CNB23400
028400     MOVE PLIO-CLOCK-TIME (3:10)   TO WS-ATTEMPT                  CNB23400
028500     IF PLIO-IN-REST                                              CNB23400
028600        MOVE PLIO-REST-START       TO WS-REST-START               CNB23400
028700        MOVE PLIO-REST-END         TO WS-REST-END                 CNB23400
028800        MOVE 'YES'                 TO DL-WARNED                   CNB23400
028900        ADD 1 TO WS-WARNED-COUNT                                  CNB23400
029000        PERFORM P3000-PRINT-ATTEMPT                               CNB23400
029100     ELSE                                                         CNB23400
029200        IF WS-MSTR-FOUND                                          CNB23400
029300           AND WS-MSTR-REST-START > '0000000000'                  CNB23400
029400           AND WS-MSTR-REST-END > SPACES                          CNB23400
029500           AND WS-ATTEMPT NOT < WS-MSTR-REST-START                CNB23400
029600           AND WS-ATTEMPT < WS-MSTR-REST-END                      CNB23400
029700           MOVE WS-MSTR-REST-START TO WS-REST-START               CNB23400
029800           MOVE WS-MSTR-REST-END   TO WS-REST-END                 CNB23400
029900           MOVE 'NO'               TO DL-WARNED                   CNB23400
030000           ADD 1 TO WS-MSTR-ONLY-COUNT                            CNB23400
030100           PERFORM P3000-PRINT-ATTEMPT                            CNB23400
030200        END-IF                                                    CNB23400
030300     END-IF.                                                      CNB23400
030400*                                                                 CNB23400
030500 P3000-PRINT-ATTEMPT.                                             CNB23400
030600     ADD 1 TO WS-REST-COUNT                                       CNB23400
030700     MOVE PLIO-EMP-NBR             TO DL-EMP-NBR                  CNB23400
030800     IF WS-MSTR-FOUND                                             CNB23400
030900        MOVE EMP-NAME              TO DL-EMP-NAME                 CNB23400
031000     ELSE                                                         CNB23400
031100        MOVE '*NOT ON MASTER*'     TO DL-EMP-NAME                 CNB23400
031200     END-IF                                                       CNB23400
031300     IF PLIO-USERID > SPACES                                      CNB23400
031400        MOVE PLIO-USERID           TO DL-USERID                   CNB23400
031500     ELSE                                                         CNB23400
031600        MOVE '*DIALER*'            TO DL-USERID                   CNB23400
031700     END-IF                                                       CNB23400
031800     MOVE SPACES                   TO DL-ATTEMPT                  CNB23400
031900                                      DL-REST-START               CNB23400
032000                                      DL-REST-END                 CNB23400
032100     STRING PLIO-CLOCK-TIME (1:8) '-' PLIO-CLOCK-TIME (9:4)       CNB23400
032200            DELIMITED BY SIZE INTO DL-ATTEMPT                     CNB23400
032300     STRING '20' WS-REST-START (1:6) '-' WS-REST-START (7:4)      CNB23400
032400            DELIMITED BY SIZE INTO DL-REST-START                  CNB23400
032500     STRING '20' WS-REST-END (1:6) '-' WS-REST-END (7:4)          CNB23400
032600            DELIMITED BY SIZE INTO DL-REST-END                    CNB23400
032700     MOVE PLIO-FUNCTION            TO DL-FUNCTION                 CNB23400
032800     EVALUATE TRUE                                                CNB23400
032900        WHEN PLIO-CALL-TYPE-FUN                                   CNB23400
033000             MOVE 'CALLED'         TO DL-OUTCOME                  CNB23400
033100        WHEN PLIO-IVR-ANSWERED                                    CNB23400
033200             MOVE 'IVR ANSWERED'   TO DL-OUTCOME                  CNB23400
033300        WHEN PLIO-IVR-NO-ANSWER                                   CNB23400
033400             MOVE 'NO ANSWER'      TO DL-OUTCOME                  CNB23400
033500        WHEN PLIO-IVR-REFUSED                                     CNB23400
033600             MOVE 'REFUSED'        TO DL-OUTCOME                  CNB23400
033700        WHEN OTHER                                                CNB23400
033800             MOVE 'OTHER'          TO DL-OUTCOME                  CNB23400
033900     END-EVALUATE                                                 CNB23400
034000     WRITE RPT-LINE FROM WS-DTL-LINE.                             CNB23400
034100*                                                                 CNB23400
034200 P9000-TERMINATE.                                                 CNB23400
034300     MOVE SPACES                   TO RPT-LINE                    CNB23400
034400     WRITE RPT-LINE                                               CNB23400
034500     MOVE 'ATTEMPTS ON CALL DATE .....' TO CNT-LABEL              CNB23400
034600     MOVE WS-ATT-COUNT             TO CNT-VALUE                   CNB23400
034700     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23400
034800     MOVE 'MADE DURING REST ..........' TO CNT-LABEL              CNB23400
034900     MOVE WS-REST-COUNT            TO CNT-VALUE                   CNB23400
035000     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23400
035100     MOVE '  CALLER WARNED ...........' TO CNT-LABEL              CNB23400
035200     MOVE WS-WARNED-COUNT          TO CNT-VALUE                   CNB23400
035300     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23400
035400     MOVE '  FOUND FROM MASTER .......' TO CNT-LABEL              CNB23400
035500     MOVE WS-MSTR-ONLY-COUNT       TO CNT-VALUE                   CNB23400
035600     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23400
035700     CLOSE PLOG-FILE                                              CNB23400
035800           MSTR-FILE                                              CNB23400
035900           RPT-FILE.                                              CNB23400
036000*                                                                 CNB23400
036100 P9999-GOT-PROBLEM.                                               CNB23400
036110     MOVE 'CNB234'                 TO XE-PROGRAM                  CNB23400
036120     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB23400
036130     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB23400
036140     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB23400
036200     DISPLAY 'CNB234 ABEND IN ' WS-ABEND-PARAGRAPH                CNB23400
036300              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB23400
036400     MOVE 16 TO RETURN-CODE                                       CNB23400
036500     GOBACK.                                                      CNB23400
