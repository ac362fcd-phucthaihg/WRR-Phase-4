000100 IDENTIFICATION DIVISION.                                         CNB24900
000200 PROGRAM-ID. CNB249.                                              CNB24900
000300*AUTHOR.     JMC.                                                 CNB24900
000400*DATE-WRITTEN. 10/15/26.                                          CNB24900
000500*REMARKS.                                                         CNB24900
000600*    INJURY CASES.  ON-DUTY INJURY ('G') AND OFF-DUTY INJURY ('F')CNB24900
000700*    SHOWED ONLY AS THE LAYOFF CODE ON THE MASTER, AND THE SAFETY CNB24900
000800*    DEPARTMENT REBUILT THE LOST-DAY COUNT FROM HISTORY AT MONTH  CNB24900
000900*    END.  INJFILE KEEPS ONE CASE PER SPELL, KEYED BY EMPLOYEE +  CNB24900
001000*    THE EFFECTIVE DATE-TIME OF THE STATUS CHANGE.  CNP917 POSTS  CNB24900
001075*    THE CASE (CICS FILE CONTROL) WHEN IT POSTS A 'G' OR 'F'      CNB24900
001150*    STATUS (OPENS THE CASE, OR CARRIES AN OPEN ONE TO THE NEW    CNB24900
001225*    CODE) AND WHEN IT TAKES THE EMPLOYEE OUT OF ONE (A CASE OFF  CNB24900
001315*    WORK IS CLOSED AS RETURNED TO FULL DUTY; ONE ALREADY ON      CNB24900
001405*    RESTRICTED DUTY STAYS OPEN UNTIL SAFETY ENTERS THE FULL-DUTY CNB24900
001495*    RETURN).                                                     CNB24900
001600*    LOST DAYS RUN FROM THE DAY AFTER THE EMPLOYEE WENT OFF TO THECNB24900
001700*    RETURN (RESTRICTED OR FULL DUTY); RESTRICTED DAYS FROM THE   CNB24900
001800*    RESTRICTED-DUTY RETURN TO THE FULL-DUTY RETURN.  A CASE STILLCNB24900
001900*    OPEN COUNTS TO THE RUN DATE.  EACH COUNT STOPS AT 180 DAYS.  CNB24900
002000*    EVERY RUN BRINGS THE COUNTS ON THE CASES IT READS UP TO DATE.CNB24900
002100*    FUNCTIONS FROM THE PARM CARD:                                CNB24900
002200*      UPDATE  - INJTRAN CARDS FROM THE SAFETY DEPARTMENT         CNB24900
002300*                (EMPLOYEE, CASE DATE-TIME, TYPE, USER, DATE      CNB24900
002400*                CCYYMMDD, TIME HHMM, TRAIN, LOCATION, FLAG):     CNB24900
002500*                  I - INCIDENT DATE/TIME, TRAIN AND LOCATION;    CNB24900
002600*                      FLAG Y/N MARKS THE CASE REPORTABLE OR NOT  CNB24900
002700*                      (BLANK LEAVES IT; ON-DUTY CASES OPEN AS Y).CNB24900
002800*                  M - MEDICAL CLEARANCE FOR RESTRICTED DUTY.     CNB24900
002900*                  N - MEDICAL CLEARANCE FOR FULL DUTY.           CNB24900
003000*                  R - RETURNED TO RESTRICTED DUTY ON THE DATE.   CNB24900
003100*                  W - RETURNED TO FULL DUTY ON THE DATE (CLOSES).CNB24900
003200*                  V - CASE ENTERED IN ERROR (VOID).              CNB24900
003300*                REJECTS: USER NO USER, NOCS CASE NOT ON FILE,    CNB24900
003400*                VOID CASE VOID, TYPE BAD CARD TYPE, DATE BAD OR  CNB24900
003500*                MISSING DATE OR TIME, OR A RETURN BEFORE THE     CNB24900
003600*                EMPLOYEE WENT OFF, FLAG BAD REPORTABLE FLAG.     CNB24900
003700*      AGING   - THE OPEN CASES (OFF WORK OR ON RESTRICTED DUTY)  CNB24900
003800*                WITH THEIR AGE IN DAYS AND AGE BAND.             CNB24900
003900*      MONTHLY - THE REPORTABLE-INJURY LOG: THE ON-DUTY CASES     CNB24900
004000*                MARKED REPORTABLE WHOSE INCIDENT FELL IN THE PARMCNB24900
004100*                MONTH (CCYYMM, BLANK = THE MONTH BEFORE THE RUN  CNB24900
004200*                DATE), WITH LOST AND RESTRICTED DAYS TO DATE.    CNB24900
004300*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB24900
004400*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB24900
004500*                                                                 CNB24900
004600 ENVIRONMENT DIVISION.                                            CNB24900
004700 CONFIGURATION SECTION.                                           CNB24900
004800 SOURCE-COMPUTER.  IBM-370.                                       CNB24900
004900 OBJECT-COMPUTER.  IBM-370.                                       CNB24900
005000 INPUT-OUTPUT SECTION.                                            CNB24900
005100 FILE-CONTROL.                                                    CNB24900
005200     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB24900
005300            ORGANIZATION  SEQUENTIAL                              CNB24900
005400            FILE STATUS   WS-PARM-STATUS.                         CNB24900
005500     SELECT TRAN-FILE    ASSIGN TO INJTRAN                        CNB24900
005600            ORGANIZATION  SEQUENTIAL                              CNB24900
005700            FILE STATUS   WS-TRAN-STATUS.                         CNB24900
005800     SELECT INJ-FILE     ASSIGN TO INJFILE                        CNB24900
005900            ORGANIZATION  INDEXED                                 CNB24900
006000            ACCESS MODE   DYNAMIC                                 CNB24900
006100            RECORD KEY    IJ-KEY                                  CNB24900
006200            FILE STATUS   WS-INJ-STATUS.                          CNB24900
006300     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB24900
006400            ORGANIZATION  LINE SEQUENTIAL                         CNB24900
006500            FILE STATUS   WS-RPT-STATUS.                          CNB24900
006600*                                                                 CNB24900
006700 DATA DIVISION.                                                   CNB24900
006800 FILE SECTION.                                                    CNB24900
006900 FD  PARM-FILE                                                    CNB24900
007000     RECORD CONTAINS 80 CHARACTERS.                               CNB24900
007100 01  WS-PARM-RECORD.                                              CNB24900
007200     05  PARM-FUNC                 PIC X(8).                      CNB24900
007300     05  PARM-DATE-TIME            PIC X(12).                     CNB24900
007400     05  PARM-MONTH                PIC X(6).                      CNB24900
007500     05  FILLER                    PIC X(54).                     CNB24900
007600 FD  TRAN-FILE                                                    CNB24900
007700     RECORD CONTAINS 80 CHARACTERS.                               CNB24900
007800 01  IT-RECORD.                                                   CNB24900
007900     05  IT-EMP-NBR                PIC X(9).                      CNB24900
008000*    YYMMDDHHMM:                                                  CNB24900
008100     05  IT-EFF-DATE-TIME          PIC X(10).                     CNB24900
008200     05  IT-TYPE                   PIC X(1).                      CNB24900
008300         88  IT-INCIDENT                 VALUE 'I'.               CNB24900
008400         88  IT-CLEAR-RESTRICTED         VALUE 'M'.               CNB24900
008500         88  IT-CLEAR-FULL               VALUE 'N'.               CNB24900
008600         88  IT-RESTRICTED               VALUE 'R'.               CNB24900
008700         88  IT-FULL-DUTY                VALUE 'W'.               CNB24900
008800         88  IT-VOID                     VALUE 'V'.               CNB24900
008900     05  IT-USER                   PIC X(8).                      CNB24900
009000*    CCYYMMDD:                                                    CNB24900
009100     05  IT-DATE                   PIC X(8).                      CNB24900
009200     05  IT-TIME                   PIC X(4).                      CNB24900
009300     05  IT-TRAIN                  PIC X(10).                     CNB24900
009400     05  IT-LOCATION               PIC X(20).                     CNB24900
009500     05  IT-FLAG                   PIC X(1).                      CNB24900
009600     05  FILLER                    PIC X(9).                      CNB24900
009700 FD  INJ-FILE                                                     CNB24900
009800     RECORD CONTAINS 300 CHARACTERS.                              CNB24900
009900 01  IJ-RECORD.                                                   CNB24900
010000     05  IJ-KEY.                                                  CNB24900
010100         10  IJ-EMP-NBR            PIC X(9).                      CNB24900
010200*        YYMMDDHHMM - EFFECTIVE DATE-TIME OF THE STATUS CHANGE:   CNB24900
010300         10  IJ-EFF-DATE-TIME      PIC X(10).                     CNB24900
010400     05  IJ-CASE-TYPE              PIC X(1).                      CNB24900
010500         88  IJ-ON-DUTY                  VALUE 'G'.               CNB24900
010600         88  IJ-OFF-DUTY                 VALUE 'F'.               CNB24900
010700     05  IJ-EMP-NAME               PIC X(26).                     CNB24900
010800     05  IJ-DIST                   PIC X(2).                      CNB24900
010900     05  IJ-SDIST                  PIC X(2).                      CNB24900
011000     05  IJ-CRAFT                  PIC X(2).                      CNB24900
011100     05  IJ-STATUS                 PIC X(1).                      CNB24900
011200         88  IJ-OFF-WORK                 VALUE 'O'.               CNB24900
011300         88  IJ-ON-RESTRICTED            VALUE 'R'.               CNB24900
011400         88  IJ-CLOSED                   VALUE 'C'.               CNB24900
011500         88  IJ-VOID                     VALUE 'V'.               CNB24900
011600     05  IJ-REPORTABLE             PIC X(1).                      CNB24900
011700         88  IJ-IS-REPORTABLE            VALUE 'Y'.               CNB24900
011800*    DATES CCYYMMDD:                                              CNB24900
011900     05  IJ-INCIDENT-DATE          PIC X(8).                      CNB24900
012000     05  IJ-INCIDENT-TIME          PIC X(4).                      CNB24900
012100     05  IJ-TRAIN                  PIC X(10).                     CNB24900
012200     05  IJ-LOCATION               PIC X(20).                     CNB24900
012300     05  IJ-OFF-DATE               PIC X(8).                      CNB24900
012400     05  IJ-RESTRICT-CLEAR-DATE    PIC X(8).                      CNB24900
012500     05  IJ-FULL-CLEAR-DATE        PIC X(8).                      CNB24900
012600     05  IJ-RESTRICT-DATE          PIC X(8).                      CNB24900
012700     05  IJ-RTW-DATE               PIC X(8).                      CNB24900
012800     05  IJ-LOST-DAYS              PIC 9(3).                      CNB24900
012900     05  IJ-RESTRICT-DAYS          PIC 9(3).                      CNB24900
013000     05  IJ-COUNTED-DATE           PIC X(8).                      CNB24900
013100*    YYMMDDHHMM - MARK-UP POSTED BY CNP917:                       CNB24900
013200     05  IJ-RETURNED-DATE-TIME     PIC X(10).                     CNB24900
013300     05  IJ-UPDATE-USER            PIC X(8).                      CNB24900
013400     05  IJ-UPDATE-DATE-TIME       PIC X(12).                     CNB24900
013500     05  IJ-OPENED-BY              PIC X(8).                      CNB24900
013600     05  FILLER                    PIC X(112).                    CNB24900
013700 FD  RPT-FILE                                                     CNB24900
013800     RECORD CONTAINS 132 CHARACTERS.                              CNB24900
013900 01  RPT-LINE                      PIC X(132).                    CNB24900
014000*                                                                 CNB24900
014100 WORKING-STORAGE SECTION.                                         CNB24900
014200 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB24900
014300     88  WS-PARM-OK                       VALUE '00'.             CNB24900
014400 01  WS-TRAN-STATUS                PIC XX VALUE SPACES.           CNB24900
014500     88  WS-TRAN-OK                       VALUE '00'.             CNB24900
014600 01  WS-INJ-STATUS                 PIC XX VALUE SPACES.           CNB24900
014700     88  WS-INJ-OK                        VALUE '00'.             CNB24900
014800     88  WS-INJ-NOTFND                    VALUE '23'.             CNB24900
014900 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB24900
015000     88  WS-RPT-OK                        VALUE '00'.             CNB24900
015100 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB24900
015200 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB24900
015210 COPY WSERRLOG.                                                   CNB24900
015300 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB24900
015400     88  WS-FUNC-UPDATE                   VALUE 'UPDATE'.         CNB24900
015500     88  WS-FUNC-AGING                    VALUE 'AGING'.          CNB24900
015600     88  WS-FUNC-MONTHLY                  VALUE 'MONTHLY'.        CNB24900
015700 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB24900
015800 01  WS-RUN-DATE                   PIC X(8) VALUE SPACES.         CNB24900
015900 01  WS-RUN-SERIAL                 PIC S9(7) COMP VALUE ZEROS.    CNB24900
016000 01  WS-LOG-MONTH.                                                CNB24900
016100     05  WS-LM-CCYY                PIC 9(4) VALUE ZEROS.          CNB24900
016200     05  WS-LM-MM                  PIC 9(2) VALUE ZEROS.          CNB24900
016300 01  WS-LOG-MONTH-X REDEFINES WS-LOG-MONTH                        CNB24900
016400                                   PIC X(6).                      CNB24900
016500 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB24900
016600     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB24900
016700 01  WS-REJ-REASON                 PIC X(4) VALUE SPACES.         CNB24900
016800 01  WS-MAX-DAYS                   PIC S9(4) COMP VALUE +180.     CNB24900
016900 01  WS-OFF-SERIAL                 PIC S9(7) COMP VALUE ZEROS.    CNB24900
017000 01  WS-DAYS                       PIC S9(7) COMP VALUE ZEROS.    CNB24900
017100 01  WS-AGE-DAYS                   PIC S9(7) COMP VALUE ZEROS.    CNB24900
017200 01  WS-SERIAL-RESULT              PIC S9(7) COMP VALUE ZEROS.    CNB24900
017300 01  WS-SERIAL-DATE.                                              CNB24900
017400     05  WS-SD-CCYY                PIC 9(4).                      CNB24900
017500     05  WS-SD-MM                  PIC 9(2).                      CNB24900
017600     05  WS-SD-DD                  PIC 9(2).                      CNB24900
017700 01  WS-SERIAL-DATE-X REDEFINES WS-SERIAL-DATE                    CNB24900
017800                                   PIC X(8).                      CNB24900
017900 01  WS-MONTH-DAYS                 PIC 9(2) VALUE ZEROS.          CNB24900
018000 01  WS-LEAP-QUOT                  PIC 9(4) VALUE ZEROS.          CNB24900
018100 01  WS-LEAP-REM                   PIC 9(4) VALUE ZEROS.          CNB24900
018200 01  WS-CUM-DAY-TABLE              PIC X(36) VALUE                CNB24900
018300         '000031059090120151181212243273304334'.                  CNB24900
018400 01  WS-CUM-DAY-TABLE-R REDEFINES WS-CUM-DAY-TABLE.               CNB24900
018500     05  WS-CDT-DAYS OCCURS 12 TIMES                              CNB24900
018600                                   PIC 9(3).                      CNB24900
018700 01  WS-DATE-OK-SW                 PIC X  VALUE 'N'.              CNB24900
018800     88  WS-DATE-OK                       VALUE 'Y'.              CNB24900
018900 01  WS-CASE-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24900
019000 01  WS-OPEN-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24900
019100 01  WS-AGE-30-COUNT               PIC 9(7) VALUE ZEROS.          CNB24900
019200 01  WS-AGE-90-COUNT               PIC 9(7) VALUE ZEROS.          CNB24900
019300 01  WS-AGE-180-COUNT              PIC 9(7) VALUE ZEROS.          CNB24900
019400 01  WS-AGE-OVER-COUNT             PIC 9(7) VALUE ZEROS.          CNB24900
019500 01  WS-LOG-COUNT                  PIC 9(7) VALUE ZEROS.          CNB24900
019600 01  WS-LOST-CASE-COUNT            PIC 9(7) VALUE ZEROS.          CNB24900
019700 01  WS-RESTRICT-CASE-COUNT        PIC 9(7) VALUE ZEROS.          CNB24900
019800 01  WS-LOST-TOTAL                 PIC 9(7) VALUE ZEROS.          CNB24900
019900 01  WS-RESTRICT-TOTAL             PIC 9(7) VALUE ZEROS.          CNB24900
020000 01  WS-TRAN-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24900
020100 01  WS-REJ-COUNT                  PIC 9(7) VALUE ZEROS.          CNB24900
020200 01  WS-HDR-LINE.                                                 CNB24900
020300     05  FILLER                PIC X(24)  VALUE                   CNB24900
020400         'CNB249 - INJURY CASES'.                                 CNB24900
020500     05  FILLER                PIC X(2)   VALUE SPACES.           CNB24900
020600     05  HDR-FUNC              PIC X(8).                          CNB24900
020700     05  FILLER                PIC X(2)   VALUE SPACES.           CNB24900
020800     05  HDR-DATE-TIME         PIC X(12).                         CNB24900
020900     05  FILLER                PIC X(84)  VALUE SPACES.           CNB24900
021000 01  WS-TITLE-LINE.                                               CNB24900
021100     05  TTL-TEXT                  PIC X(50).                     CNB24900
021200     05  FILLER                    PIC X(82) VALUE SPACES.        CNB24900
021300 01  WS-COL-HDR-LINE.                                             CNB24900
021400     05  FILLER                    PIC X(49) VALUE                CNB24900
021500         'EMPLOYEE  NAME               BOARD    T OFF DATE '.     CNB24900
021600     05  FILLER                    PIC X(46) VALUE                CNB24900
021700         'INCIDENT      TRAIN      LOCATION             '.        CNB24900
021800     05  FILLER                    PIC X(37) VALUE                CNB24900
021900         'STATUS    LOST RSTR  AGE NOTE'.                         CNB24900
022000 01  WS-CASE-LINE.                                                CNB24900
022100     05  CL-EMP-NBR                PIC X(9).                      CNB24900
022200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24900
022300     05  CL-EMP-NAME               PIC X(18).                     CNB24900
022400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24900
022500     05  CL-DIST                   PIC X(2).                      CNB24900
022600     05  FILLER                    PIC X(1) VALUE '/'.            CNB24900
022700     05  CL-SDIST                  PIC X(2).                      CNB24900
022800     05  FILLER                    PIC X(1) VALUE '/'.            CNB24900
022900     05  CL-CRAFT                  PIC X(2).                      CNB24900
023000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24900
023100     05  CL-CASE-TYPE              PIC X(1).                      CNB24900
023200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24900
023300     05  CL-OFF-DATE               PIC X(8).                      CNB24900
023400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24900
023500     05  CL-INCIDENT               PIC X(13).                     CNB24900
023600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24900
023700     05  CL-TRAIN                  PIC X(10).                     CNB24900
023800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24900
023900     05  CL-LOCATION               PIC X(20).                     CNB24900
024000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24900
024100     05  CL-STATUS                 PIC X(10).                     CNB24900
024200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24900
024300     05  CL-LOST-DAYS              PIC ZZ9.                       CNB24900
024400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB24900
024500     05  CL-RESTRICT-DAYS          PIC ZZ9.                       CNB24900
024600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24900
024700     05  CL-AGE                    PIC ZZZ9.                      CNB24900
024800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24900
024900     05  CL-NOTE                   PIC X(12).                     CNB24900
025000 01  WS-TRAN-HDR-LINE.                                            CNB24900
025100     05  FILLER                    PIC X(49) VALUE                CNB24900
025200         'EMPLOYEE  CASE DATE   T  USER      DATE     TIME '.     CNB24900
025300     05  FILLER                    PIC X(51) VALUE                CNB24900
025400         'TRAIN      LOCATION             F  RESULT'.             CNB24900
025500     05  FILLER                    PIC X(32) VALUE SPACES.        CNB24900
025600 01  WS-TRAN-LINE.                                                CNB24900
025700     05  TL-EMP-NBR                PIC X(9).                      CNB24900
025800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24900
025900     05  TL-EFF                    PIC X(11).                     CNB24900
026000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24900
026100     05  TL-TYPE                   PIC X(1).                      CNB24900
026200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB24900
026300     05  TL-USER                   PIC X(8).                      CNB24900
026400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB24900
026500     05  TL-DATE                   PIC X(8).                      CNB24900
026600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24900
026700     05  TL-TIME                   PIC X(4).                      CNB24900
026800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24900
026900     05  TL-TRAIN                  PIC X(10).                     CNB24900
027000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24900
027100     05  TL-LOCATION               PIC X(20).                     CNB24900
027200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24900
027300     05  TL-FLAG                   PIC X(1).                      CNB24900
027400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB24900
027500     05  TL-RESULT                 PIC X(24).                     CNB24900
027600     05  FILLER                    PIC X(24) VALUE SPACES.        CNB24900
027700 01  WS-CNT-LINE.                                                 CNB24900
027800     05  CNT-LABEL                 PIC X(30).                     CNB24900
027900     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB24900
028000     05  FILLER                    PIC X(95) VALUE SPACES.        CNB24900
028100*                                                                 CNB24900
028200 PROCEDURE DIVISION.                                              CNB24900
028300 P0000-MAINLINE.                                                  CNB24900
028400     PERFORM P1000-INITIALIZE                                     CNB24900
028500     IF WS-FUNC-UPDATE                                            CNB24900
028600        PERFORM P4000-APPLY-UPDATES UNTIL WS-EOF-INPUT            CNB24900
028700     ELSE                                                         CNB24900
028800        PERFORM P3000-START-CASES                                 CNB24900
028900        PERFORM P3100-REPORT-CASE UNTIL WS-EOF-INPUT              CNB24900
029000     END-IF                                                       CNB24900
029100     PERFORM P9000-TERMINATE                                      CNB24900
029200     GOBACK.                                                      CNB24900
029300*                                                                 CNB24900
029400 P1000-INITIALIZE.                                                CNB24900
029500     OPEN INPUT PARM-FILE                                         CNB24900
029600     IF NOT WS-PARM-OK                                            CNB24900
029700        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB24900
029800        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB24900
029900        PERFORM P9999-GOT-PROBLEM                                 CNB24900
030000     END-IF                                                       CNB24900
030100     READ PARM-FILE                                               CNB24900
030200     IF NOT WS-PARM-OK                                            CNB24900
030300        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB24900
030400        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB24900
030500        PERFORM P9999-GOT-PROBLEM                                 CNB24900
030600     END-IF                                                       CNB24900
030700     MOVE PARM-FUNC                TO WS-FUNC                     CNB24900
030800     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB24900
030900     MOVE '20'                     TO WS-RUN-DATE (1:2)           CNB24900
031000     MOVE WS-RUN-DATE-TIME (1:6)   TO WS-RUN-DATE (3:6)           CNB24900
031100     MOVE WS-RUN-DATE              TO WS-SERIAL-DATE-X            CNB24900
031200     PERFORM P7000-DATE-TO-SERIAL                                 CNB24900
031300     MOVE WS-SERIAL-RESULT         TO WS-RUN-SERIAL               CNB24900
031400     IF PARM-MONTH NUMERIC                                        CNB24900
031500        MOVE PARM-MONTH            TO WS-LOG-MONTH-X              CNB24900
031600     ELSE                                                         CNB24900
031700        MOVE WS-RUN-DATE (1:6)     TO WS-LOG-MONTH-X              CNB24900
031800        IF WS-LM-MM = 01                                          CNB24900
031900           MOVE 12                 TO WS-LM-MM                    CNB24900
032000           SUBTRACT 1 FROM WS-LM-CCYY                             CNB24900
032100        ELSE                                                      CNB24900
032200           SUBTRACT 1 FROM WS-LM-MM                               CNB24900
032300        END-IF                                                    CNB24900
032400     END-IF                                                       CNB24900
032500     CLOSE PARM-FILE                                              CNB24900
032600     IF NOT WS-FUNC-UPDATE AND NOT WS-FUNC-AGING                  CNB24900
032700        AND NOT WS-FUNC-MONTHLY                                   CNB24900
032800        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB24900
032900        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB24900
033000        PERFORM P9999-GOT-PROBLEM                                 CNB24900
033100     END-IF                                                       CNB24900
033200     OPEN I-O INJ-FILE                                            CNB24900
033300     IF WS-INJ-STATUS = '35'                                      CNB24900
033400        OPEN OUTPUT INJ-FILE                                      CNB24900
033500        CLOSE INJ-FILE                                            CNB24900
033600        OPEN I-O INJ-FILE                                         CNB24900
033700     END-IF                                                       CNB24900
033800     IF NOT WS-INJ-OK                                             CNB24900
033900        MOVE 'P1000-OPEN-INJ'      TO WS-ABEND-PARAGRAPH          CNB24900
034000        MOVE WS-INJ-STATUS         TO WS-ABEND-STATUS             CNB24900
034100        PERFORM P9999-GOT-PROBLEM                                 CNB24900
034200     END-IF                                                       CNB24900
034300     IF WS-FUNC-UPDATE                                            CNB24900
034400        OPEN INPUT TRAN-FILE                                      CNB24900
034500        IF NOT WS-TRAN-OK                                         CNB24900
034600           MOVE 'P1000-OPEN-TRAN'  TO WS-ABEND-PARAGRAPH          CNB24900
034700           MOVE WS-TRAN-STATUS     TO WS-ABEND-STATUS             CNB24900
034800           PERFORM P9999-GOT-PROBLEM                              CNB24900
034900        END-IF                                                    CNB24900
035000     END-IF                                                       CNB24900
035100     OPEN OUTPUT RPT-FILE                                         CNB24900
035200     IF NOT WS-RPT-OK                                             CNB24900
035300        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB24900
035400        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB24900
035500        PERFORM P9999-GOT-PROBLEM                                 CNB24900
035600     END-IF                                                       CNB24900
035700     MOVE WS-FUNC                  TO HDR-FUNC                    CNB24900
035800     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB24900
035900     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB24900
036000     MOVE SPACES                   TO RPT-LINE                    CNB24900
036100     WRITE RPT-LINE                                               CNB24900
036200     IF WS-FUNC-UPDATE                                            CNB24900
036300        WRITE RPT-LINE FROM WS-TRAN-HDR-LINE                      CNB24900
036400     END-IF.                                                      CNB24900
036500*                                                                 CNB24900
036600 P3000-START-CASES.                                               CNB24900
036700     MOVE SPACES                   TO TTL-TEXT                    CNB24900
036800     IF WS-FUNC-AGING                                             CNB24900
036900        MOVE 'OPEN INJURY CASES - AGING'                          CNB24900
037000                                   TO TTL-TEXT                    CNB24900
037100     ELSE                                                         CNB24900
037200        STRING 'REPORTABLE ON-DUTY INJURY LOG - MONTH '           CNB24900
037300               WS-LOG-MONTH-X                                     CNB24900
037400               DELIMITED BY SIZE INTO TTL-TEXT                    CNB24900
037500     END-IF                                                       CNB24900
037600     PERFORM P8000-PRINT-TITLE                                    CNB24900
037700     WRITE RPT-LINE FROM WS-COL-HDR-LINE                          CNB24900
037800     MOVE LOW-VALUES               TO IJ-KEY                      CNB24900
037900     START INJ-FILE KEY NOT < IJ-KEY                              CNB24900
038000     IF NOT WS-INJ-OK                                             CNB24900
038100        SET WS-EOF-INPUT TO TRUE                                  CNB24900
038200     END-IF.                                                      CNB24900
038300*                                                                 CNB24900
038400*    EVERY CASE READ HAS ITS DAY COUNTS BROUGHT UP TO THE RUN     CNB24900
038500*    DATE, THEN GOES ON THE AGING LIST (OPEN CASES) OR THE        CNB24900
038600*    MONTHLY LOG (REPORTABLE ON-DUTY CASES WITH THE INCIDENT IN   CNB24900
038700*    THE MONTH).                                                  CNB24900
038800*                                                                 CNB24900
038900 P3100-REPORT-CASE.                                               CNB24900
039000     PERFORM P3900-READ-NEXT-CASE                                 CNB24900
039100     IF NOT WS-EOF-INPUT AND NOT IJ-VOID                          CNB24900
039200        ADD 1 TO WS-CASE-COUNT                                    CNB24900
039300        PERFORM P4500-COUNT-DAYS                                  CNB24900
039400        REWRITE IJ-RECORD                                         CNB24900
039500        IF NOT WS-INJ-OK                                          CNB24900
039600           MOVE 'P3100-REWRITE'    TO WS-ABEND-PARAGRAPH          CNB24900
039700           MOVE WS-INJ-STATUS      TO WS-ABEND-STATUS             CNB24900
039800           PERFORM P9999-GOT-PROBLEM                              CNB24900
039900        END-IF                                                    CNB24900
040000        IF WS-FUNC-AGING                                          CNB24900
040100           IF IJ-OFF-WORK OR IJ-ON-RESTRICTED                     CNB24900
040200              PERFORM P3200-AGE-CASE                              CNB24900
040300           END-IF                                                 CNB24900
040400        ELSE                                                      CNB24900
040500           IF IJ-ON-DUTY AND IJ-IS-REPORTABLE                     CNB24900
040600              AND IJ-INCIDENT-DATE (1:6) = WS-LOG-MONTH-X         CNB24900
040700              PERFORM P3300-LOG-CASE                              CNB24900
040800           END-IF                                                 CNB24900
040900        END-IF                                                    CNB24900
041000     END-IF.                                                      CNB24900
041100*                                                                 CNB24900
041200 P3200-AGE-CASE.                                                  CNB24900
041300     ADD 1 TO WS-OPEN-COUNT                                       CNB24900
041400     PERFORM P8100-FORMAT-CASE                                    CNB24900
041500     COMPUTE WS-AGE-DAYS = WS-RUN-SERIAL - WS-OFF-SERIAL          CNB24900
041600     IF WS-AGE-DAYS < ZEROS                                       CNB24900
041700        MOVE ZEROS                 TO WS-AGE-DAYS                 CNB24900
041800     END-IF                                                       CNB24900
041900     MOVE WS-AGE-DAYS              TO CL-AGE                      CNB24900
042000     EVALUATE TRUE                                                CNB24900
042100        WHEN WS-AGE-DAYS NOT > 30                                 CNB24900
042200             ADD 1 TO WS-AGE-30-COUNT                             CNB24900
042300             MOVE '0-30 DAYS'      TO CL-NOTE                     CNB24900
042400        WHEN WS-AGE-DAYS NOT > 90                                 CNB24900
042500             ADD 1 TO WS-AGE-90-COUNT                             CNB24900
042600             MOVE '31-90 DAYS'     TO CL-NOTE                     CNB24900
042700        WHEN WS-AGE-DAYS NOT > 180                                CNB24900
042800             ADD 1 TO WS-AGE-180-COUNT                            CNB24900
042900             MOVE '91-180 DAYS'    TO CL-NOTE                     CNB24900
043000        WHEN OTHER                                                CNB24900
043100             ADD 1 TO WS-AGE-OVER-COUNT                           CNB24900
043200             MOVE 'OVER 180'       TO CL-NOTE                     CNB24900
043300     END-EVALUATE                                                 CNB24900
043400     WRITE RPT-LINE FROM WS-CASE-LINE.                            CNB24900
043500*                                                                 CNB24900
043600 P3300-LOG-CASE.                                                  CNB24900
043700     ADD 1 TO WS-LOG-COUNT                                        CNB24900
043800     ADD IJ-LOST-DAYS              TO WS-LOST-TOTAL               CNB24900
043900     ADD IJ-RESTRICT-DAYS          TO WS-RESTRICT-TOTAL           CNB24900
044000     IF IJ-LOST-DAYS > ZEROS                                      CNB24900
044100        ADD 1 TO WS-LOST-CASE-COUNT                               CNB24900
044200     ELSE                                                         CNB24900
044300        IF IJ-RESTRICT-DAYS > ZEROS                               CNB24900
044400           ADD 1 TO WS-RESTRICT-CASE-COUNT                        CNB24900
044500        END-IF                                                    CNB24900
044600     END-IF                                                       CNB24900
044700     PERFORM P8100-FORMAT-CASE                                    CNB24900
044800     IF IJ-RTW-DATE NOT = SPACES                                  CNB24900
044900        STRING 'RTW ' IJ-RTW-DATE                                 CNB24900
045000               DELIMITED BY SIZE INTO CL-NOTE                     CNB24900
045100     END-IF                                                       CNB24900
045200     WRITE RPT-LINE FROM WS-CASE-LINE.                            CNB24900
045300*                                                                 CNB24900
045400 P3900-READ-NEXT-CASE.                                            CNB24900
045500     READ INJ-FILE NEXT                                           CNB24900
045600          AT END                                                  CNB24900
045700             SET WS-EOF-INPUT TO TRUE                             CNB24900
045800     END-READ                                                     CNB24900
045900     IF NOT WS-EOF-INPUT AND NOT WS-INJ-OK                        CNB24900
046000        MOVE 'P3900-READ-INJ'      TO WS-ABEND-PARAGRAPH          CNB24900
046100        MOVE WS-INJ-STATUS         TO WS-ABEND-STATUS             CNB24900
046200        PERFORM P9999-GOT-PROBLEM                                 CNB24900
046300     END-IF.                                                      CNB24900
046400*                                                                 CNB24900
046500 P4000-APPLY-UPDATES.                                             CNB24900
046600     READ TRAN-FILE                                               CNB24900
046700          AT END                                                  CNB24900
046800             SET WS-EOF-INPUT TO TRUE                             CNB24900
046900     END-READ                                                     CNB24900
047000     IF NOT WS-EOF-INPUT                                          CNB24900
047100        PERFORM P4100-EDIT-UPDATE                                 CNB24900
047200        MOVE IT-EMP-NBR            TO TL-EMP-NBR                  CNB24900
047300        MOVE SPACES                TO TL-EFF                      CNB24900
047400        STRING IT-EFF-DATE-TIME (1:6) '-' IT-EFF-DATE-TIME (7:4)  CNB24900
047500               DELIMITED BY SIZE INTO TL-EFF                      CNB24900
047600        MOVE IT-TYPE               TO TL-TYPE                     CNB24900
047700        MOVE IT-USER               TO TL-USER                     CNB24900
047800        MOVE IT-DATE               TO TL-DATE                     CNB24900
047900        MOVE IT-TIME               TO TL-TIME                     CNB24900
048000        MOVE IT-TRAIN              TO TL-TRAIN                    CNB24900
048100        MOVE IT-LOCATION           TO TL-LOCATION                 CNB24900
048200        MOVE IT-FLAG               TO TL-FLAG                     CNB24900
048300        IF WS-REJ-REASON = SPACES                                 CNB24900
048400           PERFORM P4200-POST-UPDATE                              CNB24900
048500        ELSE                                                      CNB24900
048600           ADD 1 TO WS-REJ-COUNT                                  CNB24900
048700           MOVE SPACES             TO TL-RESULT                   CNB24900
048800           STRING 'REJECTED ' WS-REJ-REASON                       CNB24900
048900                  DELIMITED BY SIZE INTO TL-RESULT                CNB24900
049000        END-IF                                                    CNB24900
049100        WRITE RPT-LINE FROM WS-TRAN-LINE                          CNB24900
049200     END-IF.                                                      CNB24900
049300*                                                                 CNB24900
049400 P4100-EDIT-UPDATE.                                               CNB24900
049500     MOVE SPACES                   TO WS-REJ-REASON               CNB24900
049600     MOVE IT-EMP-NBR               TO IJ-EMP-NBR                  CNB24900
049700     MOVE IT-EFF-DATE-TIME         TO IJ-EFF-DATE-TIME            CNB24900
049800     READ INJ-FILE                                                CNB24900
049900     MOVE IT-DATE                  TO WS-SERIAL-DATE-X            CNB24900
050000     PERFORM P7100-CHECK-DATE                                     CNB24900
050100     EVALUATE TRUE                                                CNB24900
050200        WHEN IT-USER = SPACES                                     CNB24900
050300             MOVE 'USER'           TO WS-REJ-REASON               CNB24900
050400        WHEN NOT WS-INJ-OK                                        CNB24900
050500             MOVE 'NOCS'           TO WS-REJ-REASON               CNB24900
050600        WHEN IJ-VOID                                              CNB24900
050700             MOVE 'VOID'           TO WS-REJ-REASON               CNB24900
050800        WHEN NOT IT-INCIDENT AND NOT IT-CLEAR-RESTRICTED          CNB24900
050900             AND NOT IT-CLEAR-FULL AND NOT IT-RESTRICTED          CNB24900
051000             AND NOT IT-FULL-DUTY AND NOT IT-VOID                 CNB24900
051100             MOVE 'TYPE'           TO WS-REJ-REASON               CNB24900
051200        WHEN IT-VOID                                              CNB24900
051300             CONTINUE                                             CNB24900
051400        WHEN NOT WS-DATE-OK                                       CNB24900
051500             MOVE 'DATE'           TO WS-REJ-REASON               CNB24900
051600        WHEN IT-INCIDENT                                          CNB24900
051700             AND IT-TIME NOT = SPACES AND IT-TIME NOT NUMERIC     CNB24900
051800             MOVE 'DATE'           TO WS-REJ-REASON               CNB24900
051900        WHEN IT-INCIDENT                                          CNB24900
052000             AND IT-FLAG NOT = SPACE AND IT-FLAG NOT = 'Y'        CNB24900
052100             AND IT-FLAG NOT = 'N'                                CNB24900
052200             MOVE 'FLAG'           TO WS-REJ-REASON               CNB24900
052300        WHEN (IT-RESTRICTED OR IT-FULL-DUTY)                      CNB24900
052400             AND IT-DATE < IJ-OFF-DATE                            CNB24900
052500             MOVE 'DATE'           TO WS-REJ-REASON               CNB24900
052600        WHEN IT-FULL-DUTY AND IJ-ON-RESTRICTED                    CNB24900
052700             AND IT-DATE < IJ-RESTRICT-DATE                       CNB24900
052800             MOVE 'DATE'           TO WS-REJ-REASON               CNB24900
052900        WHEN OTHER                                                CNB24900
053000             CONTINUE                                             CNB24900
053100     END-EVALUATE.                                                CNB24900
053200*                                                                 CNB24900
053300 P4200-POST-UPDATE.                                               CNB24900
053400     EVALUATE TRUE                                                CNB24900
053500        WHEN IT-INCIDENT                                          CNB24900
053600             MOVE IT-DATE          TO IJ-INCIDENT-DATE            CNB24900
053700             IF IT-TIME NOT = SPACES                              CNB24900
053800                MOVE IT-TIME       TO IJ-INCIDENT-TIME            CNB24900
053900             END-IF                                               CNB24900
054000             IF IT-TRAIN NOT = SPACES                             CNB24900
054100                MOVE IT-TRAIN      TO IJ-TRAIN                    CNB24900
054200             END-IF                                               CNB24900
054300             IF IT-LOCATION NOT = SPACES                          CNB24900
054400                MOVE IT-LOCATION   TO IJ-LOCATION                 CNB24900
054500             END-IF                                               CNB24900
054600             IF IT-FLAG NOT = SPACE                               CNB24900
054700                MOVE IT-FLAG       TO IJ-REPORTABLE               CNB24900
054800             END-IF                                               CNB24900
054900             MOVE 'INCIDENT RECORDED' TO TL-RESULT                CNB24900
055000        WHEN IT-CLEAR-RESTRICTED                                  CNB24900
055100             MOVE IT-DATE          TO IJ-RESTRICT-CLEAR-DATE      CNB24900
055200             MOVE 'CLEARED RESTRICTED' TO TL-RESULT               CNB24900
055300        WHEN IT-CLEAR-FULL                                        CNB24900
055400             MOVE IT-DATE          TO IJ-FULL-CLEAR-DATE          CNB24900
055500             MOVE 'CLEARED FULL DUTY' TO TL-RESULT                CNB24900
055600        WHEN IT-RESTRICTED                                        CNB24900
055700             MOVE IT-DATE          TO IJ-RESTRICT-DATE            CNB24900
055800             MOVE SPACES           TO IJ-RTW-DATE                 CNB24900
055900             SET IJ-ON-RESTRICTED TO TRUE                         CNB24900
056000             MOVE 'ON RESTRICTED DUTY' TO TL-RESULT               CNB24900
056100        WHEN IT-FULL-DUTY                                         CNB24900
056200             MOVE IT-DATE          TO IJ-RTW-DATE                 CNB24900
056300             SET IJ-CLOSED TO TRUE                                CNB24900
056400             MOVE 'RETURNED - CLOSED' TO TL-RESULT                CNB24900
056500        WHEN OTHER                                                CNB24900
056600             SET IJ-VOID TO TRUE                                  CNB24900
056700             MOVE 'CASE VOID'      TO TL-RESULT                   CNB24900
056800     END-EVALUATE                                                 CNB24900
056900     IF NOT IJ-VOID                                               CNB24900
057000        PERFORM P4500-COUNT-DAYS                                  CNB24900
057100     END-IF                                                       CNB24900
057200     MOVE IT-USER                  TO IJ-UPDATE-USER              CNB24900
057300     MOVE WS-RUN-DATE-TIME         TO IJ-UPDATE-DATE-TIME         CNB24900
057400     REWRITE IJ-RECORD                                            CNB24900
057500     IF NOT WS-INJ-OK                                             CNB24900
057600        MOVE 'P4200-REWRITE'       TO WS-ABEND-PARAGRAPH          CNB24900
057700        MOVE WS-INJ-STATUS         TO WS-ABEND-STATUS             CNB24900
057800        PERFORM P9999-GOT-PROBLEM                                 CNB24900
057900     END-IF                                                       CNB24900
058000     ADD 1 TO WS-TRAN-COUNT.                                      CNB24900
058100*                                                                 CNB24900
058200*    LOST DAYS - OFF DATE TO THE FIRST RETURN (RESTRICTED OR FULL CNB24900
058300*    DUTY), OR TO THE RUN DATE IF STILL OFF.  RESTRICTED DAYS -   CNB24900
058400*    RESTRICTED RETURN TO FULL-DUTY RETURN, OR TO THE RUN DATE.   CNB24900
058500*    THE DAY THE EMPLOYEE WENT OFF IS NOT COUNTED; EACH COUNT     CNB24900
058600*    STOPS AT WS-MAX-DAYS.                                        CNB24900
058700*                                                                 CNB24900
058800 P4500-COUNT-DAYS.                                                CNB24900
058900     MOVE IJ-OFF-DATE              TO WS-SERIAL-DATE-X            CNB24900
059000     PERFORM P7000-DATE-TO-SERIAL                                 CNB24900
059100     MOVE WS-SERIAL-RESULT         TO WS-OFF-SERIAL               CNB24900
059200     EVALUATE TRUE                                                CNB24900
059300        WHEN IJ-RESTRICT-DATE NOT = SPACES                        CNB24900
059400             MOVE IJ-RESTRICT-DATE TO WS-SERIAL-DATE-X            CNB24900
059500             PERFORM P7000-DATE-TO-SERIAL                         CNB24900
059600        WHEN IJ-RTW-DATE NOT = SPACES                             CNB24900
059700             MOVE IJ-RTW-DATE      TO WS-SERIAL-DATE-X            CNB24900
059800             PERFORM P7000-DATE-TO-SERIAL                         CNB24900
059900        WHEN OTHER                                                CNB24900
060000             MOVE WS-RUN-SERIAL    TO WS-SERIAL-RESULT            CNB24900
060100     END-EVALUATE                                                 CNB24900
060200     COMPUTE WS-DAYS = WS-SERIAL-RESULT - WS-OFF-SERIAL           CNB24900
060300     PERFORM P4510-LIMIT-DAYS                                     CNB24900
060400     MOVE WS-DAYS                  TO IJ-LOST-DAYS                CNB24900
060500     MOVE ZEROS                    TO WS-DAYS                     CNB24900
060600     IF IJ-RESTRICT-DATE NOT = SPACES                             CNB24900
060700        IF IJ-RTW-DATE NOT = SPACES                               CNB24900
060800           MOVE IJ-RTW-DATE        TO WS-SERIAL-DATE-X            CNB24900
060900           PERFORM P7000-DATE-TO-SERIAL                           CNB24900
061000        ELSE                                                      CNB24900
061100           MOVE WS-RUN-SERIAL      TO WS-SERIAL-RESULT            CNB24900
061200        END-IF                                                    CNB24900
061300        MOVE WS-SERIAL-RESULT      TO WS-DAYS                     CNB24900
061400        MOVE IJ-RESTRICT-DATE      TO WS-SERIAL-DATE-X            CNB24900
061500        PERFORM P7000-DATE-TO-SERIAL                              CNB24900
061600        SUBTRACT WS-SERIAL-RESULT FROM WS-DAYS                    CNB24900
061700        PERFORM P4510-LIMIT-DAYS                                  CNB24900
061800     END-IF                                                       CNB24900
061900     MOVE WS-DAYS                  TO IJ-RESTRICT-DAYS            CNB24900
062000     MOVE WS-RUN-DATE              TO IJ-COUNTED-DATE.            CNB24900
062100*                                                                 CNB24900
062200 P4510-LIMIT-DAYS.                                                CNB24900
062300     IF WS-DAYS < ZEROS                                           CNB24900
062400        MOVE ZEROS                 TO WS-DAYS                     CNB24900
062500     END-IF                                                       CNB24900
062600     IF WS-DAYS > WS-MAX-DAYS                                     CNB24900
062700        MOVE WS-MAX-DAYS           TO WS-DAYS                     CNB24900
062800     END-IF.                                                      CNB24900
062900*                                                                 CNB24900
063000 P7000-DATE-TO-SERIAL.                                            CNB24900
063100     MOVE ZEROS                    TO WS-SERIAL-RESULT            CNB24900
063200     IF WS-SERIAL-DATE-X NUMERIC                                  CNB24900
063300        AND WS-SD-MM > 0 AND WS-SD-MM < 13                        CNB24900
063400        COMPUTE WS-SERIAL-RESULT =                                CNB24900
063500            (WS-SD-CCYY * 365) + WS-CDT-DAYS (WS-SD-MM)           CNB24900
063600          + WS-SD-DD                                              CNB24900
063700        DIVIDE WS-SD-CCYY BY 4                                    CNB24900
063800               GIVING WS-LEAP-QUOT                                CNB24900
063900               REMAINDER WS-LEAP-REM                              CNB24900
064000        ADD WS-LEAP-QUOT           TO WS-SERIAL-RESULT            CNB24900
064100        IF WS-LEAP-REM = ZEROS AND WS-SD-MM < 3                   CNB24900
064200           SUBTRACT 1 FROM WS-SERIAL-RESULT                       CNB24900
064300        END-IF                                                    CNB24900
064400     END-IF.                                                      CNB24900
064500*                                                                 CNB24900
064600*    IS WS-SERIAL-DATE A REAL CCYYMMDD DATE                       CNB24900
064700*                                                                 CNB24900
064800 P7100-CHECK-DATE.                                                CNB24900
064900     MOVE 'N'                      TO WS-DATE-OK-SW               CNB24900
065000     IF WS-SERIAL-DATE-X NUMERIC                                  CNB24900
065100        AND WS-SD-MM > 00 AND WS-SD-MM < 13                       CNB24900
065200        AND WS-SD-DD > 00                                         CNB24900
065300        IF WS-SD-MM = 12                                          CNB24900
065400           MOVE 31                 TO WS-MONTH-DAYS               CNB24900
065500        ELSE                                                      CNB24900
065600           COMPUTE WS-MONTH-DAYS = WS-CDT-DAYS (WS-SD-MM + 1)     CNB24900
065700                                 - WS-CDT-DAYS (WS-SD-MM)         CNB24900
065800           IF WS-SD-MM = 02                                       CNB24900
065900              DIVIDE WS-SD-CCYY BY 4                              CNB24900
066000                     GIVING WS-LEAP-QUOT                          CNB24900
066100                     REMAINDER WS-LEAP-REM                        CNB24900
066200              IF WS-LEAP-REM = ZEROS                              CNB24900
066300                 ADD 1 TO WS-MONTH-DAYS                           CNB24900
066400              END-IF                                              CNB24900
066500           END-IF                                                 CNB24900
066600        END-IF                                                    CNB24900
066700        IF WS-SD-DD NOT > WS-MONTH-DAYS                           CNB24900
066800           SET WS-DATE-OK TO TRUE                                 CNB24900
066900        END-IF                                                    CNB24900
067000     END-IF.                                                      CNB24900
067100*                                                                 CNB24900
067200 P8000-PRINT-TITLE.                                               CNB24900
067300     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB24900
067400     MOVE SPACES                   TO RPT-LINE                    CNB24900
067500     WRITE RPT-LINE.                                              CNB24900
067600*                                                                 CNB24900
067700*    CASE IN IJ-RECORD TO THE REPORT LINE                         CNB24900
067800*                                                                 CNB24900
067900 P8100-FORMAT-CASE.                                               CNB24900
068000     MOVE IJ-EMP-NBR               TO CL-EMP-NBR                  CNB24900
068100     MOVE IJ-EMP-NAME              TO CL-EMP-NAME                 CNB24900
068200     MOVE IJ-DIST                  TO CL-DIST                     CNB24900
068300     MOVE IJ-SDIST                 TO CL-SDIST                    CNB24900
068400     MOVE IJ-CRAFT                 TO CL-CRAFT                    CNB24900
068500     MOVE IJ-CASE-TYPE             TO CL-CASE-TYPE                CNB24900
068600     MOVE IJ-OFF-DATE              TO CL-OFF-DATE                 CNB24900
068700     MOVE IJ-TRAIN                 TO CL-TRAIN                    CNB24900
068800     MOVE IJ-LOCATION              TO CL-LOCATION                 CNB24900
068900     MOVE IJ-LOST-DAYS             TO CL-LOST-DAYS                CNB24900
069000     MOVE IJ-RESTRICT-DAYS         TO CL-RESTRICT-DAYS            CNB24900
069100     MOVE ZEROS                    TO CL-AGE                      CNB24900
069200     MOVE SPACES                   TO CL-INCIDENT                 CNB24900
069300                                      CL-NOTE                     CNB24900
069400     STRING IJ-INCIDENT-DATE '-' IJ-INCIDENT-TIME                 CNB24900
069500            DELIMITED BY SIZE INTO CL-INCIDENT                    CNB24900
069600     EVALUATE TRUE                                                CNB24900
069700        WHEN IJ-OFF-WORK                                          CNB24900
069800             MOVE 'OFF WORK'       TO CL-STATUS                   CNB24900
069900        WHEN IJ-ON-RESTRICTED                                     CNB24900
070000             MOVE 'RESTRICTED'     TO CL-STATUS                   CNB24900
070100        WHEN OTHER                                                CNB24900
070200             MOVE 'RETURNED'       TO CL-STATUS                   CNB24900
070300     END-EVALUATE.                                                CNB24900
070400*                                                                 CNB24900
070500 P9000-TERMINATE.                                                 CNB24900
070600     MOVE SPACES                   TO RPT-LINE                    CNB24900
070700     WRITE RPT-LINE                                               CNB24900
070800     EVALUATE TRUE                                                CNB24900
070900        WHEN WS-FUNC-UPDATE                                       CNB24900
071000             MOVE 'UPDATES APPLIED ...........' TO CNT-LABEL      CNB24900
071100             MOVE WS-TRAN-COUNT    TO CNT-VALUE                   CNB24900
071200             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24900
071300             MOVE 'UPDATES REJECTED ..........' TO CNT-LABEL      CNB24900
071400             MOVE WS-REJ-COUNT     TO CNT-VALUE                   CNB24900
071500             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24900
071600             CLOSE TRAN-FILE                                      CNB24900
071700        WHEN WS-FUNC-AGING                                        CNB24900
071800             MOVE 'OPEN CASES ................' TO CNT-LABEL      CNB24900
071900             MOVE WS-OPEN-COUNT    TO CNT-VALUE                   CNB24900
072000             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24900
072100             MOVE '  0 - 30 DAYS .............' TO CNT-LABEL      CNB24900
072200             MOVE WS-AGE-30-COUNT  TO CNT-VALUE                   CNB24900
072300             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24900
072400             MOVE ' 31 - 90 DAYS .............' TO CNT-LABEL      CNB24900
072500             MOVE WS-AGE-90-COUNT  TO CNT-VALUE                   CNB24900
072600             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24900
072700             MOVE ' 91 - 180 DAYS ............' TO CNT-LABEL      CNB24900
072800             MOVE WS-AGE-180-COUNT TO CNT-VALUE                   CNB24900
072900             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24900
073000             MOVE ' OVER 180 DAYS ............' TO CNT-LABEL      CNB24900
073100             MOVE WS-AGE-OVER-COUNT TO CNT-VALUE                  CNB24900
073200             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24900
073300        WHEN OTHER                                                CNB24900
073400             MOVE 'REPORTABLE CASES ..........' TO CNT-LABEL      CNB24900
073500             MOVE WS-LOG-COUNT     TO CNT-VALUE                   CNB24900
073600             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24900
073700             MOVE '  WITH LOST TIME ..........' TO CNT-LABEL      CNB24900
073800             MOVE WS-LOST-CASE-COUNT TO CNT-VALUE                 CNB24900
073900             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24900
074000             MOVE '  RESTRICTED DUTY ONLY ....' TO CNT-LABEL      CNB24900
074100             MOVE WS-RESTRICT-CASE-COUNT TO CNT-VALUE             CNB24900
074200             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24900
074300             MOVE 'LOST DAYS TO DATE .........' TO CNT-LABEL      CNB24900
074400             MOVE WS-LOST-TOTAL    TO CNT-VALUE                   CNB24900
074500             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24900
074600             MOVE 'RESTRICTED DAYS TO DATE ...' TO CNT-LABEL      CNB24900
074700             MOVE WS-RESTRICT-TOTAL TO CNT-VALUE                  CNB24900
074800             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB24900
074900     END-EVALUATE                                                 CNB24900
075000     MOVE 'CASES COUNTED ..............' TO CNT-LABEL             CNB24900
075100     MOVE WS-CASE-COUNT            TO CNT-VALUE                   CNB24900
075200     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB24900
075300     CLOSE INJ-FILE                                               CNB24900
075400           RPT-FILE.                                              CNB24900
075500*                                                                 CNB24900
075600 P9999-GOT-PROBLEM.                                               CNB24900
075610     MOVE 'CNB249'                 TO XE-PROGRAM                  CNB24900
075620     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB24900
075630     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB24900
075640     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB24900
075700     DISPLAY 'CNB249 ABEND IN ' WS-ABEND-PARAGRAPH                CNB24900
075800              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB24900
075900     MOVE 16 TO RETURN-CODE                                       CNB24900
076000     GOBACK.                                                      CNB24900
