000100 IDENTIFICATION DIVISION.                                         CNB23700
000200 PROGRAM-ID. CNB237.                                              CNB23700
000300*AUTHOR.     JMC.                                                 CNB23700
000400*DATE-WRITTEN. 10/15/26.                                          CNB23700
000500*REMARKS.                                                         CNB23700
000600*    ASSIGNED-JOB DEFINITION HISTORY.  CNP12'S P2000-UPDATE       CNB23700
000700*    OVERWROTE AN ASSIGNED JOB'S DEFINITION IN PLACE, SO WHAT A   CNB23700
000800*    JOB LOOKED LIKE ON A PAST DATE (FOR GRIEVANCES AND CLAIMS)   CNB23700
000900*    HAD TO BE RECONSTRUCTED FROM MEMORY.  CNP12 NOW POSTS A      CNB23700
001000*    VERSION (CICS FILE CONTROL) AFTER EVERY UPDATE, KEEPING EACH CNB23700
001100*    DEFINITION AS A DATED VERSION ON AJVFILE - START TIME, REST  CNB23700
001200*    DAYS, REPORT POINT AND ANNUL FROM/TO, WITH THE USER AND      CNB23700
001300*    TERMINAL THAT MADE THE CHANGE.  THE FIRST CHANGE RECORDED    CNB23700
001400*    FOR A JOB ALSO KEEPS THE DEFINITION IT REPLACED, DATED FROM  CNB23700
001500*    THE JOB'S EFFECTIVE DATE, SO EVERY DATE SINCE THE JOB WAS    CNB23700
001600*    ESTABLISHED HAS A VERSION.  CNP12 PF6 SHOWS THE JOB AS IT    CNB23700
001700*    STOOD ON A KEYED DATE (P1040-AS-OF-INQUIRY).                 CNB23700
001800*    THIS BATCH PRINTS THE CHANGE HISTORY PER JOB: EACH VERSION,  CNB23700
001900*    WHO MADE IT AND WHEN, AND WHICH PARTS OF THE DEFINITION IT   CNB23700
002000*    CHANGED FROM THE VERSION BEFORE.                             CNB23700
002100*    PARM: FUNCTION HISTORY, DIST / SUB-DIST / JOB (BLANK =       CNB23700
002200*    ALL), VERSIONS EFFECTIVE FROM/TO CCYYMMDD (BLANK = ALL).     CNB23700
002300*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB23700
002400*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB23700
002500*    REST DAYS PRINT AS THE DAY NUMBERS P903 RETURNS (1-7).       CNB23700
002600*                                                                 CNB23700
002700 ENVIRONMENT DIVISION.                                            CNB23700
002800 CONFIGURATION SECTION.                                           CNB23700
002900 SOURCE-COMPUTER.  IBM-370.                                       CNB23700
003000 OBJECT-COMPUTER.  IBM-370.                                       CNB23700
003100 INPUT-OUTPUT SECTION.                                            CNB23700
003200 FILE-CONTROL.                                                    CNB23700
003300     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB23700
003400            ORGANIZATION  SEQUENTIAL                              CNB23700
003500            FILE STATUS   WS-PARM-STATUS.                         CNB23700
003600     SELECT AJV-FILE     ASSIGN TO AJVFILE                        CNB23700
003700            ORGANIZATION  INDEXED                                 CNB23700
003800            ACCESS MODE   SEQUENTIAL                              CNB23700
003900            RECORD KEY    AV-KEY                                  CNB23700
004000            FILE STATUS   WS-AJV-STATUS.                          CNB23700
004100     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB23700
004200            ORGANIZATION  LINE SEQUENTIAL                         CNB23700
004300            FILE STATUS   WS-RPT-STATUS.                          CNB23700
004400*                                                                 CNB23700
004500 DATA DIVISION.                                                   CNB23700
004600 FILE SECTION.                                                    CNB23700
004700 FD  PARM-FILE                                                    CNB23700
004800     RECORD CONTAINS 80 CHARACTERS.                               CNB23700
004900 01  WS-PARM-RECORD.                                              CNB23700
005000     05  PARM-FUNC                 PIC X(8).                      CNB23700
005100     05  PARM-DATE-TIME            PIC X(12).                     CNB23700
005200     05  PARM-DIST                 PIC X(2).                      CNB23700
005300     05  PARM-SDIST                PIC X(2).                      CNB23700
005400     05  PARM-ASGN-ID              PIC X(6).                      CNB23700
005500*    CCYYMMDD:                                                    CNB23700
005600     05  PARM-FROM-DATE            PIC X(8).                      CNB23700
005700     05  PARM-TO-DATE              PIC X(8).                      CNB23700
005800     05  FILLER                    PIC X(34).                     CNB23700
005900 FD  AJV-FILE                                                     CNB23700
006000     RECORD CONTAINS 150 CHARACTERS.                              CNB23700
006100 01  AV-RECORD.                                                   CNB23700
006200     05  AV-KEY.                                                  CNB23700
006300         10  AV-JOB.                                              CNB23700
006400             15  AV-DIST           PIC X(2).                      CNB23700
006500             15  AV-SDIST          PIC X(2).                      CNB23700
006600             15  AV-ASGN-ID        PIC X(6).                      CNB23700
006700*        CCYYMMDDHHMM:                                            CNB23700
006800         10  AV-EFF-DATE-TIME      PIC X(12).                     CNB23700
006900         10  AV-SEQ                PIC 9(2).                      CNB23700
007000     05  AV-VERSION-DATA.                                         CNB23700
007100         10  AV-CHANGE-TYPE        PIC X(1).                      CNB23700
007200             88  AV-BASELINE             VALUE 'B'.               CNB23700
007300             88  AV-CHANGE               VALUE 'C'.               CNB23700
007400         10  AV-USERID             PIC X(8).                      CNB23700
007500         10  AV-TERM-ID            PIC X(4).                      CNB23700
007600         10  AV-DEFINITION.                                       CNB23700
007700             15  AV-START-TIME     PIC X(4).                      CNB23700
007800             15  AV-REST-DAYS.                                    CNB23700
007900                 20  AV-REST-DAY   PIC X(1) OCCURS 7 TIMES.       CNB23700
008000             15  AV-REPORT-POINT   PIC X(5).                      CNB23700
008100             15  AV-ANNUL-FROM     PIC X(6).                      CNB23700
008200             15  AV-ANNUL-TO       PIC X(6).                      CNB23700
008300     05  FILLER                    PIC X(85).                     CNB23700
008400 FD  RPT-FILE                                                     CNB23700
008500     RECORD CONTAINS 132 CHARACTERS.                              CNB23700
008600 01  RPT-LINE                      PIC X(132).                    CNB23700
008700*                                                                 CNB23700
008800 WORKING-STORAGE SECTION.                                         CNB23700
008900 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB23700
009000     88  WS-PARM-OK                       VALUE '00'.             CNB23700
009100 01  WS-AJV-STATUS                 PIC XX VALUE SPACES.           CNB23700
009200     88  WS-AJV-OK                        VALUE '00'.             CNB23700
009300 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB23700
009400     88  WS-RPT-OK                        VALUE '00'.             CNB23700
009500 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB23700
009600 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB23700
009610 COPY WSERRLOG.                                                   CNB23700
009700 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB23700
009800     88  WS-FUNC-HISTORY                  VALUE 'HISTORY'.        CNB23700
009900 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB23700
010000 01  WS-FROM-DATE                  PIC X(8) VALUE SPACES.         CNB23700
010100 01  WS-TO-DATE                    PIC X(8) VALUE SPACES.         CNB23700
010200 01  WS-AJV-EOF-SW                 PIC X  VALUE 'N'.              CNB23700
010300     88  WS-EOF-AJV                       VALUE 'Y'.              CNB23700
010400 01  WS-SELECT-SW                  PIC X  VALUE 'N'.              CNB23700
010500     88  WS-SELECTED                      VALUE 'Y'.              CNB23700
010600 01  WS-JOB-SHOWN-SW               PIC X  VALUE 'N'.              CNB23700
010700     88  WS-JOB-SHOWN                     VALUE 'Y'.              CNB23700
010800 01  WS-CUR-JOB                    PIC X(10) VALUE SPACES.        CNB23700
010900*    THE VERSION BEFORE THE ONE BEING PRINTED:                    CNB23700
011000 01  WS-PREV-DEFINITION.                                          CNB23700
011100     05  WS-PREV-START-TIME        PIC X(4).                      CNB23700
011200     05  WS-PREV-REST-DAYS         PIC X(7).                      CNB23700
011300     05  WS-PREV-REPORT-POINT      PIC X(5).                      CNB23700
011400     05  WS-PREV-ANNUL-FROM        PIC X(6).                      CNB23700
011500     05  WS-PREV-ANNUL-TO          PIC X(6).                      CNB23700
011600 01  WS-PREV-SW                    PIC X  VALUE 'N'.              CNB23700
011700     88  WS-HAVE-PREV                     VALUE 'Y'.              CNB23700
011800 01  WS-DAY-SUB                    PIC S9(4) COMP VALUE ZEROS.    CNB23700
011900 01  WS-CHG-PTR                    PIC S9(4) COMP VALUE ZEROS.    CNB23700
012000 01  WS-AJV-COUNT                  PIC 9(7) VALUE ZEROS.          CNB23700
012100 01  WS-JOB-COUNT                  PIC 9(7) VALUE ZEROS.          CNB23700
012200 01  WS-LISTED-COUNT               PIC 9(7) VALUE ZEROS.          CNB23700
012300 01  WS-HDR-LINE.                                                 CNB23700
012400     05  FILLER                PIC X(38)  VALUE                   CNB23700
012500         'CNB237 - ASSIGNED JOB CHANGE HISTORY  '.                CNB23700
012600     05  FILLER                PIC X(2)   VALUE SPACES.           CNB23700
012700     05  HDR-FUNC              PIC X(8).                          CNB23700
012800     05  FILLER                PIC X(2)   VALUE SPACES.           CNB23700
012900     05  HDR-DATE-TIME         PIC X(12).                         CNB23700
013000     05  FILLER                PIC X(9)   VALUE '  PERIOD '.      CNB23700
013100     05  HDR-FROM-DATE         PIC X(8).                          CNB23700
013200     05  FILLER                PIC X(4)   VALUE ' TO '.           CNB23700
013300     05  HDR-TO-DATE           PIC X(8).                          CNB23700
013400     05  FILLER                PIC X(41)  VALUE SPACES.           CNB23700
013500 01  WS-JOB-LINE.                                                 CNB23700
013600     05  FILLER                    PIC X(5) VALUE 'JOB  '.        CNB23700
013700     05  JOB-DIST                  PIC X(2).                      CNB23700
013800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23700
013900     05  JOB-SDIST                 PIC X(2).                      CNB23700
014000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23700
014100     05  JOB-ASGN-ID               PIC X(6).                      CNB23700
014200     05  FILLER                    PIC X(115) VALUE SPACES.       CNB23700
014300 01  WS-VER-HDR-LINE.                                             CNB23700
014400     05  FILLER                    PIC X(41) VALUE                CNB23700
014500         'EFFECTIVE      VERSION   USER      TERM  '.             CNB23700
014600     05  FILLER                    PIC X(44) VALUE                CNB23700
014700         'START REST     RPT    ANNUL  ANNUL   CHANGED'.          CNB23700
014800     05  FILLER                    PIC X(47) VALUE SPACES.        CNB23700
014900 01  WS-VER-HDR-LINE2.                                            CNB23700
015000     05  FILLER                    PIC X(41) VALUE                CNB23700
015100         'DATE     TIME                            '.             CNB23700
015200     05  FILLER                    PIC X(31) VALUE                CNB23700
015300         'TIME  1234567  POINT  FROM   TO'.                       CNB23700
015400     05  FILLER                    PIC X(60) VALUE SPACES.        CNB23700
015500 01  WS-VER-LINE.                                                 CNB23700
015600     05  VER-EFF-DATE              PIC X(8).                      CNB23700
015700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23700
015800     05  VER-EFF-TIME              PIC X(4).                      CNB23700
015900     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23700
016000     05  VER-TYPE                  PIC X(8).                      CNB23700
016100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23700
016200     05  VER-USERID                PIC X(8).                      CNB23700
016300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23700
016400     05  VER-TERM-ID               PIC X(4).                      CNB23700
016500     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23700
016600     05  VER-START-TIME            PIC X(4).                      CNB23700
016700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23700
016800     05  VER-REST-DAYS.                                           CNB23700
016900         10  VER-REST-DAY          PIC X(1) OCCURS 7 TIMES.       CNB23700
017000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23700
017100     05  VER-REPORT-POINT          PIC X(5).                      CNB23700
017200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23700
017300     05  VER-ANNUL-FROM            PIC X(6).                      CNB23700
017400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB23700
017500     05  VER-ANNUL-TO              PIC X(6).                      CNB23700
017600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB23700
017700     05  VER-CHANGED               PIC X(30).                     CNB23700
017800     05  FILLER                    PIC X(24) VALUE SPACES.        CNB23700
017900 01  WS-DAY-DIGITS                 PIC X(7) VALUE '1234567'.      CNB23700
018000 01  WS-DAY-DIGIT REDEFINES WS-DAY-DIGITS                         CNB23700
018100                                   PIC X(1) OCCURS 7 TIMES.       CNB23700
018200 01  WS-CNT-LINE.                                                 CNB23700
018300     05  CNT-LABEL                 PIC X(30).                     CNB23700
018400     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB23700
018500     05  FILLER                    PIC X(95) VALUE SPACES.        CNB23700
018600*                                                                 CNB23700
018700 PROCEDURE DIVISION.                                              CNB23700
018800 P0000-MAINLINE.                                                  CNB23700
018900     PERFORM P1000-INITIALIZE                                     CNB23700
019000     PERFORM P2000-PROCESS-VERSION UNTIL WS-EOF-AJV               CNB23700
019100     PERFORM P9000-TERMINATE                                      CNB23700
019200     GOBACK.                                                      CNB23700
019300*                                                                 CNB23700
019400 P1000-INITIALIZE.                                                CNB23700
019500     OPEN INPUT PARM-FILE                                         CNB23700
019600     IF NOT WS-PARM-OK                                            CNB23700
019700        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB23700
019800        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB23700
019900        PERFORM P9999-GOT-PROBLEM                                 CNB23700
020000     END-IF                                                       CNB23700
020100     READ PARM-FILE                                               CNB23700
020200     IF NOT WS-PARM-OK                                            CNB23700
020300        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB23700
020400        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB23700
020500        PERFORM P9999-GOT-PROBLEM                                 CNB23700
020600     END-IF                                                       CNB23700
020700     MOVE PARM-FUNC                TO WS-FUNC                     CNB23700
020800     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB23700
020900     MOVE '00000000'               TO WS-FROM-DATE                CNB23700
021000     MOVE '99999999'               TO WS-TO-DATE                  CNB23700
021100     IF PARM-FROM-DATE > SPACES                                   CNB23700
021200        MOVE PARM-FROM-DATE        TO WS-FROM-DATE                CNB23700
021300     END-IF                                                       CNB23700
021400     IF PARM-TO-DATE > SPACES                                     CNB23700
021500        MOVE PARM-TO-DATE          TO WS-TO-DATE                  CNB23700
021600     END-IF                                                       CNB23700
021700     CLOSE PARM-FILE                                              CNB23700
021800     IF NOT WS-FUNC-HISTORY                                       CNB23700
021900        OR WS-FROM-DATE NOT NUMERIC                               CNB23700
022000        OR WS-TO-DATE NOT NUMERIC                                 CNB23700
022100        OR WS-FROM-DATE > WS-TO-DATE                              CNB23700
022200        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB23700
022300        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB23700
022400        PERFORM P9999-GOT-PROBLEM                                 CNB23700
022500     END-IF                                                       CNB23700
022600     OPEN INPUT AJV-FILE                                          CNB23700
022700     IF NOT WS-AJV-OK                                             CNB23700
022800        MOVE 'P1000-OPEN-AJV'      TO WS-ABEND-PARAGRAPH          CNB23700
022900        MOVE WS-AJV-STATUS         TO WS-ABEND-STATUS             CNB23700
023000        PERFORM P9999-GOT-PROBLEM                                 CNB23700
023100     END-IF                                                       CNB23700
023200     OPEN OUTPUT RPT-FILE                                         CNB23700
023300     IF NOT WS-RPT-OK                                             CNB23700
023400        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB23700
023500        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB23700
023600        PERFORM P9999-GOT-PROBLEM                                 CNB23700
023700     END-IF                                                       CNB23700
023800     MOVE WS-FUNC                  TO HDR-FUNC                    CNB23700
023900     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB23700
024000     MOVE PARM-FROM-DATE           TO HDR-FROM-DATE               CNB23700
024100     MOVE PARM-TO-DATE             TO HDR-TO-DATE                 CNB23700
024200     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB23700
024300     PERFORM P2010-READ-AJV.                                      CNB23700
024400*                                                                 CNB23700
024500 P2000-PROCESS-VERSION.                                           CNB23700
024600*    EVERY VERSION OF A SELECTED JOB IS COMPARED WITH THE ONE     CNB23700
024700*    BEFORE IT; ONLY THOSE EFFECTIVE IN THE PERIOD ARE PRINTED.   CNB23700
024800     IF AV-JOB NOT = WS-CUR-JOB                                   CNB23700
024900        MOVE AV-JOB                TO WS-CUR-JOB                  CNB23700
025000        MOVE 'N'                   TO WS-PREV-SW                  CNB23700
025100                                      WS-JOB-SHOWN-SW             CNB23700
025200        PERFORM P2050-CHECK-SELECT                                CNB23700
025300     END-IF                                                       CNB23700
025400     IF WS-SELECTED                                               CNB23700
025500        IF AV-EFF-DATE-TIME (1:8) NOT < WS-FROM-DATE              CNB23700
025600           AND AV-EFF-DATE-TIME (1:8) NOT > WS-TO-DATE            CNB23700
025700           PERFORM P3000-PRINT-VERSION                            CNB23700
025800        END-IF                                                    CNB23700
025900        MOVE AV-DEFINITION         TO WS-PREV-DEFINITION          CNB23700
026000        SET WS-HAVE-PREV           TO TRUE                        CNB23700
026100     END-IF                                                       CNB23700
026200     PERFORM P2010-READ-AJV.                                      CNB23700
026300*                                                                 CNB23700
026400 P2010-READ-AJV.                                                  CNB23700
026500     READ AJV-FILE NEXT RECORD                                    CNB23700
026600          AT END                                                  CNB23700
026700             SET WS-EOF-AJV TO TRUE                               CNB23700
026800     END-READ                                                     CNB23700
026900     IF NOT WS-EOF-AJV                                            CNB23700
027000        IF NOT WS-AJV-OK                                          CNB23700
027100           MOVE 'P2010-READ-AJV'   TO WS-ABEND-PARAGRAPH          CNB23700
027200           MOVE WS-AJV-STATUS      TO WS-ABEND-STATUS             CNB23700
027300           PERFORM P9999-GOT-PROBLEM                              CNB23700
027400        END-IF                                                    CNB23700
027500        ADD 1 TO WS-AJV-COUNT                                     CNB23700
027600     END-IF.                                                      CNB23700
027700*                                                                 CNB23700
027800 P2050-CHECK-SELECT.                                              CNB23700
027900     SET WS-SELECTED               TO TRUE                        CNB23700
028000     IF (PARM-DIST > SPACES AND PARM-DIST NOT = AV-DIST)          CNB23700
028100        OR (PARM-SDIST > SPACES AND PARM-SDIST NOT = AV-SDIST)    CNB23700
028200        OR (PARM-ASGN-ID > SPACES                                 CNB23700
028300            AND PARM-ASGN-ID NOT = AV-ASGN-ID)                    CNB23700
028400        MOVE 'N'                   TO WS-SELECT-SW                CNB23700
028500     END-IF.                                                      CNB23700
028600*                                                                 CNB23700
028700 P3000-PRINT-VERSION.                                             CNB23700
028800     IF NOT WS-JOB-SHOWN                                          CNB23700
028900        SET WS-JOB-SHOWN           TO TRUE                        CNB23700
029000        ADD 1 TO WS-JOB-COUNT                                     CNB23700
029100        MOVE AV-DIST               TO JOB-DIST                    CNB23700
029200        MOVE AV-SDIST              TO JOB-SDIST                   CNB23700
029300        MOVE AV-ASGN-ID            TO JOB-ASGN-ID                 CNB23700
029400        MOVE SPACES                TO RPT-LINE                    CNB23700
029500        WRITE RPT-LINE                                            CNB23700
029600        WRITE RPT-LINE FROM WS-JOB-LINE                           CNB23700
029700        WRITE RPT-LINE FROM WS-VER-HDR-LINE                       CNB23700
029800        WRITE RPT-LINE FROM WS-VER-HDR-LINE2                      CNB23700
029900     END-IF                                                       CNB23700
030000     ADD 1 TO WS-LISTED-COUNT                                     CNB23700
030100     MOVE AV-EFF-DATE-TIME (1:8)   TO VER-EFF-DATE                CNB23700
030200     MOVE AV-EFF-DATE-TIME (9:4)   TO VER-EFF-TIME                CNB23700
030300     IF AV-BASELINE                                               CNB23700
030400        MOVE 'ORIGINAL'            TO VER-TYPE                    CNB23700
030500     ELSE                                                         CNB23700
030600        MOVE 'CHANGE'              TO VER-TYPE                    CNB23700
030700     END-IF                                                       CNB23700
030800     MOVE AV-USERID                TO VER-USERID                  CNB23700
030900     MOVE AV-TERM-ID               TO VER-TERM-ID                 CNB23700
031000     MOVE AV-START-TIME            TO VER-START-TIME              CNB23700
031100     MOVE AV-REPORT-POINT          TO VER-REPORT-POINT            CNB23700
031200     MOVE AV-ANNUL-FROM            TO VER-ANNUL-FROM              CNB23700
031300     MOVE AV-ANNUL-TO              TO VER-ANNUL-TO                CNB23700
031400     MOVE 1                        TO WS-DAY-SUB                  CNB23700
031500     PERFORM P3100-REST-DAY UNTIL WS-DAY-SUB > 7                  CNB23700
031600     PERFORM P3200-CHANGED-PARTS                                  CNB23700
031700     WRITE RPT-LINE FROM WS-VER-LINE.                             CNB23700
031800*                                                                 CNB23700
031900 P3100-REST-DAY.                                                  CNB23700
032000     IF AV-REST-DAY (WS-DAY-SUB) = 'Y'                            CNB23700
032100        MOVE WS-DAY-DIGIT (WS-DAY-SUB)                            CNB23700
032200                                   TO VER-REST-DAY (WS-DAY-SUB)   CNB23700
032300     ELSE                                                         CNB23700
032400        MOVE '.'                   TO VER-REST-DAY (WS-DAY-SUB)   CNB23700
032500     END-IF                                                       CNB23700
032600     ADD 1 TO WS-DAY-SUB.                                         CNB23700
032700*                                                                 CNB23700
032800 P3200-CHANGED-PARTS.                                             CNB23700
032900     MOVE SPACES                   TO VER-CHANGED                 CNB23700
033000     IF NOT WS-HAVE-PREV                                          CNB23700
033100        GO TO P3200-EXIT                                          CNB23700
033200     END-IF                                                       CNB23700
033300     MOVE 1                        TO WS-CHG-PTR                  CNB23700
033400     IF AV-START-TIME NOT = WS-PREV-START-TIME                    CNB23700
033500        STRING 'START ' DELIMITED BY SIZE                         CNB23700
033600               INTO VER-CHANGED WITH POINTER WS-CHG-PTR           CNB23700
033700     END-IF                                                       CNB23700
033800     IF AV-REST-DAYS NOT = WS-PREV-REST-DAYS                      CNB23700
033900        STRING 'REST-DAYS ' DELIMITED BY SIZE                     CNB23700
034000               INTO VER-CHANGED WITH POINTER WS-CHG-PTR           CNB23700
034100     END-IF                                                       CNB23700
034200     IF AV-REPORT-POINT NOT = WS-PREV-REPORT-POINT                CNB23700
034300        STRING 'RPT-POINT ' DELIMITED BY SIZE                     CNB23700
034400               INTO VER-CHANGED WITH POINTER WS-CHG-PTR           CNB23700
034500     END-IF                                                       CNB23700
034600     IF AV-ANNUL-FROM NOT = WS-PREV-ANNUL-FROM                    CNB23700
034700        OR AV-ANNUL-TO NOT = WS-PREV-ANNUL-TO                     CNB23700
034800        STRING 'ANNUL' DELIMITED BY SIZE                          CNB23700
034900               INTO VER-CHANGED WITH POINTER WS-CHG-PTR           CNB23700
035000     END-IF.                                                      CNB23700
035100 P3200-EXIT.                                                      CNB23700
035200     EXIT.                                                        CNB23700
035300*                                                                 CNB23700
035400 P9000-TERMINATE.                                                 CNB23700
035500     MOVE SPACES                   TO RPT-LINE                    CNB23700
035600     WRITE RPT-LINE                                               CNB23700
035700     MOVE 'JOB VERSIONS READ .........' TO CNT-LABEL              CNB23700
035800     MOVE WS-AJV-COUNT             TO CNT-VALUE                   CNB23700
035900     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23700
036000     MOVE 'JOBS LISTED ...............' TO CNT-LABEL              CNB23700
036100     MOVE WS-JOB-COUNT             TO CNT-VALUE                   CNB23700
036200     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23700
036300     MOVE 'VERSIONS LISTED ...........' TO CNT-LABEL              CNB23700
036400     MOVE WS-LISTED-COUNT          TO CNT-VALUE                   CNB23700
036500     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB23700
036600     CLOSE AJV-FILE                                               CNB23700
036700           RPT-FILE.                                              CNB23700
036800*                                                                 CNB23700
036900 P9999-GOT-PROBLEM.                                               CNB23700
036910     MOVE 'CNB237'                 TO XE-PROGRAM                  CNB23700
036920     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB23700
036930     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB23700
036940     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB23700
037000     DISPLAY 'CNB237 ABEND IN ' WS-ABEND-PARAGRAPH                CNB23700
037100              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB23700
037200     MOVE 16 TO RETURN-CODE                                       CNB23700
037300     GOBACK.                                                      CNB23700
