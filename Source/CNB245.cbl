000100 IDENTIFICATION DIVISION.                                         CNB24500
000200 PROGRAM-ID. CNB245.                                              CNB24500
000300*AUTHOR.     JMC.                                                 CNB24500
000400*DATE-WRITTEN. 10/15/26.                                          CNB24500
000500*REMARKS.                                                         CNB24500
000600*    NIGHTLY STATUS CONSISTENCY AUDIT.  AN EMPLOYEE'S STATUS IS   CNB24500
000700*    CARRIED IN FOUR PLACES - LAYOFF-CODE ON THE MASTER, THE      CNB24500
000800*    EXTRABOARD TURN, THE POOL (UFP) TURN AND THE ON-DUTY AND     CNB24500
000900*    TEMPORARY ASGN RECORDS CNP919 WRITES IN                      CNB24500
001000*    P1110-WRITE-ON-DUTY-RECORD AND P1120-ASGN-EMP-TEMPORARY.  A  CNB24500
001100*    TRANSACTION THAT ABENDS PART WAY THROUGH LEAVES THEM         CNB24500
001200*    DISAGREEING, AND THE NEXT CALL OFF THAT TURN IS A BAD ONE.   CNB24500
001300*    THE AUDIT MAKES FOUR PASSES:                                 CNB24500
001400*      - EVERY EXTRABOARD TURN HELD BY AN EMPLOYEE AGAINST THE    CNB24500
001500*        MASTER - ON THE BOARD BUT MARKED OFF OR WORKING, OR      CNB24500
001600*        AVAILABLE ON THE MASTER BUT OFF THE BOARD,               CNB24500
001700*      - EVERY POOL TURN HELD BY AN EMPLOYEE AGAINST THE MASTER - CNB24500
001800*        IN TOWN BUT WORKING, OR IN TOWN AND MARKED OFF WITH NO   CNB24500
001900*        VACANCY OPEN ON THE TURN,                                CNB24500
002000*      - EVERY ON-DUTY AND TEMPORARY ASGN RECORD AGAINST THE      CNB24500
002100*        MASTER - AN ON-DUTY RECORD STILL HELD BY AN EMPLOYEE WHO CNB24500
002200*        IS NO LONGER WORKING,                                    CNB24500
002300*      - EVERY EMPLOYEE ON THE MASTER SHOWN WORKING AGAINST THE   CNB24500
002400*        ASGN FILE - WORKING WITH NO ON-DUTY RECORD.              CNB24500
002500*    A TURN OR RECORD HELD BY AN EMPLOYEE NOT ON THE MASTER IS    CNB24500
002600*    ALSO REPORTED.  EACH DISAGREEMENT IS CLASSIFIED AND THE      CNB24500
002700*    FIX-LIST IS PRINTED IN ORDER OF URGENCY - TURNS THAT CAN BE  CNB24500
002800*    CALLED NOW FIRST, THEN EMPLOYEES WHO CANNOT BE CALLED BUT    CNB24500
002900*    SHOULD BE, THEN THE ASGN RECORDS - WITH THE CORRECTION THE   CNB24500
003000*    DESK SHOULD MAKE.  THE AUDIT ONLY REPORTS; IT CHANGES NO     CNB24500
003100*    FILE.                                                        CNB24500
003200*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB24500
003300*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB24500
003400*                                                                 CNB24500
003500*TBD  WSASGN, WSUFP AND THE EBTURN COPYBOOK ARE NOT AMONG THE     CNB24500
003600*COPYBOOKS PRESENT IN THIS COPY LIBRARY.  THE EBFILE AND UFPFILE  CNB24500
003700*RECORDS BELOW ARE THE SHAPES CNB122 AND CNB243 USE.  THE         CNB24500
003800*ASGNFILE RECORD FOLLOWS THE ASGNKEY1/ASGNKEY2 FIELDS CNP919      CNB24500
003900*BUILDS (JOB TYPE, ASSIGNMENT, RECORD TYPE, DATE-TIME; EMPLOYEE,  CNB24500
004000*RECORD TYPE, DATE-TIME) RATHER THAN THE SHORTER EXTRABOARD       CNB24500
004100*SHAPE CNB101 AND CNB240 READ.  VERIFY BEFORE NEXT COMPILE.       CNB24500
004200*                                                                 CNB24500
004300 ENVIRONMENT DIVISION.                                            CNB24500
004400 CONFIGURATION SECTION.                                           CNB24500
004500 SOURCE-COMPUTER.  IBM-370.                                       CNB24500
004600 OBJECT-COMPUTER.  IBM-370.                                       CNB24500
004700 INPUT-OUTPUT SECTION.                                            CNB24500
004800 FILE-CONTROL.                                                    CNB24500
004900     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB24500
005000            ORGANIZATION  SEQUENTIAL                              CNB24500
005100            FILE STATUS   WS-PARM-STATUS.                         CNB24500
005200     SELECT MSTR-FILE    ASSIGN TO MSTRFILE                       CNB24500
005300            ORGANIZATION  INDEXED                                 CNB24500
005400            ACCESS MODE   DYNAMIC                                 CNB24500
005500            RECORD KEY    MIO-KEY                                 CNB24500
005600            ALTERNATE RECORD KEY MIO-EMP-NBR                      CNB24500
005700            FILE STATUS   WS-MSTRF-STATUS.                        CNB24500
005800     SELECT EB-FILE      ASSIGN TO EBFILE                         CNB24500
005900            ORGANIZATION  INDEXED                                 CNB24500
006000            ACCESS MODE   SEQUENTIAL                              CNB24500
006100            RECORD KEY    EBIO-KEY                                CNB24500
006200            FILE STATUS   WS-EB-STATUS.                           CNB24500
006300     SELECT UFP-FILE     ASSIGN TO UFPFILE                        CNB24500
006400            ORGANIZATION  INDEXED                                 CNB24500
006500            ACCESS MODE   SEQUENTIAL                              CNB24500
006600            RECORD KEY    UFIO-KEY                                CNB24500
006700            FILE STATUS   WS-UFP-STATUS.                          CNB24500
006800     SELECT ASGN-FILE    ASSIGN TO ASGNFILE                       CNB24500
006900            ORGANIZATION  INDEXED                                 CNB24500
007000            ACCESS MODE   DYNAMIC                                 CNB24500
007100            RECORD KEY    ASIO-KEY1                               CNB24500
007200            ALTERNATE RECORD KEY ASIO-KEY2                        CNB24500
007300            FILE STATUS   WS-ASGN-STATUS.                         CNB24500
007400     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB24500
007500            ORGANIZATION  LINE SEQUENTIAL                         CNB24500
007600            FILE STATUS   WS-RPT-STATUS.                          CNB24500
007700*                                                                 CNB24500
007800 DATA DIVISION.                                                   CNB24500
007900 FILE SECTION.                                                    CNB24500
008000 FD  PARM-FILE                                                    CNB24500
008100     RECORD CONTAINS 80 CHARACTERS.                               CNB24500
008200 01  WS-PARM-RECORD.                                              CNB24500
008300     05  PARM-FUNC                 PIC X(8).                      CNB24500
008400     05  PARM-DATE-TIME            PIC X(12).                     CNB24500
008500     05  FILLER                    PIC X(60).                     CNB24500
008600 FD  MSTR-FILE                                                    CNB24500
008700     RECORD CONTAINS 500 CHARACTERS.                              CNB24500
008800 01  MIO-RECORD.                                                  CNB24500
008900     05  MIO-KEY.                                                 CNB24500
009000         10  MIO-DIST              PIC X(2).                      CNB24500
009100         10  MIO-SDIST             PIC X(2).                      CNB24500
009200         10  MIO-CRAFT             PIC X(2).                      CNB24500
009300         10  MIO-EMP-NAME          PIC X(26).                     CNB24500
009400         10  MIO-EMP-NBR           PIC X(9).                      CNB24500
009500     05  FILLER                    PIC X(459).                    CNB24500
009600 FD  EB-FILE                                                      CNB24500
009700     RECORD CONTAINS 80 CHARACTERS.                               CNB24500
009800 01  EBIO-RECORD.                                                 CNB24500
009900     05  EBIO-KEY.                                                CNB24500
010000         10  EBIO-DIST             PIC X(2).                      CNB24500
010100         10  EBIO-SDIST            PIC X(2).                      CNB24500
010200         10  EBIO-CC               PIC X(2).                      CNB24500
010300         10  EBIO-TURN-NBR         PIC X(2).                      CNB24500
010400     05  EBIO-EMP-NO               PIC 9(9).                      CNB24500
010500     05  EBIO-STATUS               PIC X.                         CNB24500
010600         88  EBIO-ON-BOARD               VALUE 'Y'.               CNB24500
010700     05  FILLER                    PIC X(62).                     CNB24500
010800 FD  UFP-FILE                                                     CNB24500
010900     RECORD CONTAINS 100 CHARACTERS.                              CNB24500
011000 01  UFIO-RECORD.                                                 CNB24500
011100     05  UFIO-KEY.                                                CNB24500
011200         10  UFIO-DIST             PIC X(2).                      CNB24500
011300         10  UFIO-SDIST            PIC X(2).                      CNB24500
011400         10  UFIO-POOL             PIC X(10).                     CNB24500
011500         10  UFIO-TURN             PIC X(4).                      CNB24500
011600     05  UFIO-EMP-NO               PIC 9(9).                      CNB24500
011700     05  UFIO-IN-TOWN-FLAG         PIC X.                         CNB24500
011800         88  UFIO-IN-TOWN                VALUE 'Y'.               CNB24500
011900     05  UFIO-VCNY-FLAG            PIC X.                         CNB24500
012000         88  UFIO-OPEN-VCNY              VALUE 'Y'.               CNB24500
012100     05  FILLER                    PIC X(71).                     CNB24500
012200 FD  ASGN-FILE                                                    CNB24500
012300     RECORD CONTAINS 150 CHARACTERS.                              CNB24500
012400 01  ASIO-RECORD.                                                 CNB24500
012500     05  ASIO-KEY1.                                               CNB24500
012600         10  ASIO-JOB-TYPE         PIC X(1).                      CNB24500
012700         10  ASIO-ASSIGNMENT.                                     CNB24500
012800             15  ASIO-DIST         PIC X(2).                      CNB24500
012900             15  ASIO-SUB-DIST     PIC X(2).                      CNB24500
013000             15  ASIO-AREA         PIC X(6).                      CNB24500
013100             15  ASIO-CC           PIC X(2).                      CNB24500
013200         10  ASIO-REC-TYPE         PIC X(1).                      CNB24500
013300             88  ASIO-OWNER-REC          VALUE '1'.               CNB24500
013400             88  ASIO-TEMP-REC           VALUE '2'.               CNB24500
013500             88  ASIO-ON-DUTY-REC        VALUE '3'.               CNB24500
013600         10  ASIO-DATE-TIME        PIC X(10).                     CNB24500
013700     05  ASIO-KEY2.                                               CNB24500
013800         10  ASIO-EMP-NO           PIC 9(9).                      CNB24500
013900         10  ASIO-EMP-NO-REC-TYPE  PIC X(1).                      CNB24500
014000         10  ASIO-EMP-DATE-TIME    PIC X(10).                     CNB24500
014100     05  ASIO-ON-DUTY-DATE-TIME    PIC X(10).                     CNB24500
014200     05  ASIO-TRAIN-ID             PIC X(10).                     CNB24500
014300     05  ASIO-TRAIN-CC             PIC X(2).                      CNB24500
014400     05  FILLER                    PIC X(84).                     CNB24500
014500 FD  RPT-FILE                                                     CNB24500
014600     RECORD CONTAINS 132 CHARACTERS.                              CNB24500
014700 01  RPT-LINE                      PIC X(132).                    CNB24500
014800*                                                                 CNB24500
014900 WORKING-STORAGE SECTION.                                         CNB24500
015000 COPY WSMSTR.                                                     CNB24500
015100 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB24500
015200     88  WS-PARM-OK                       VALUE '00'.             CNB24500
015300 01  WS-MSTRF-STATUS               PIC XX VALUE SPACES.           CNB24500
015400     88  WS-MSTRF-OK                      VALUE '00'.             CNB24500
015500     88  WS-MSTRF-NOTFND                  VALUE '23'.             CNB24500
015600 01  WS-EB-STATUS                  PIC XX VALUE SPACES.           CNB24500
015700     88  WS-EB-OK                         VALUE '00'.             CNB24500
015800 01  WS-UFP-STATUS                 PIC XX VALUE SPACES.           CNB24500
015900     88  WS-UFP-OK                        VALUE '00'.             CNB24500
016000 01  WS-ASGN-STATUS                PIC XX VALUE SPACES.           CNB24500
016100     88  WS-ASGN-OK                       VALUE '00'.             CNB24500
016200     88  WS-ASGN-NOTFND                   VALUE '23'.             CNB24500
016300 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB24500
016400     88  WS-RPT-OK                        VALUE '00'.             CNB24500
016500 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB24500
016600 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB24500
016610 COPY WSERRLOG.                                                   CNB24500
016700 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB24500
016800     88  WS-FUNC-NIGHTLY                  VALUE 'NIGHTLY'.        CNB24500
016900 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB24500
017000 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB24500
017100     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB24500
017200 01  WS-EMP-SW                     PIC X  VALUE 'N'.              CNB24500
017300     88  WS-EMP-FOUND                     VALUE 'Y'.              CNB24500
017400 01  WS-EMP-NBR                    PIC X(9) VALUE SPACES.         CNB24500
017500 01  WS-PROBLEM                    PIC X(4) VALUE SPACES.         CNB24500
017600 01  WS-PROBLEM-TEXT               PIC X(40) VALUE SPACES.        CNB24500
017700 01  WS-FIX-TEXT                   PIC X(24) VALUE SPACES.        CNB24500
017800 01  WS-RANK                       PIC 9(1) VALUE ZEROS.          CNB24500
017900 01  WS-LAST-RANK                  PIC 9(1) VALUE ZEROS.          CNB24500
018000*                                                                 CNB24500
018100*    THE FINDING BEING FILED, AND THE FIX-LIST IN URGENCY ORDER   CNB24500
018200*    (RANK, BOARD, TURN, EMPLOYEE)                                CNB24500
018300*                                                                 CNB24500
018400 01  WS-FX-NEW.                                                   CNB24500
018500     05  WS-FX-NEW-KEY.                                           CNB24500
018600         10  WS-FXN-RANK           PIC 9(1).                      CNB24500
018700         10  WS-FXN-DIST           PIC X(2).                      CNB24500
018800         10  WS-FXN-SDIST          PIC X(2).                      CNB24500
018900         10  WS-FXN-BOARD          PIC X(10).                     CNB24500
019000         10  WS-FXN-TURN           PIC X(8).                      CNB24500
019100         10  WS-FXN-EMP-NBR        PIC X(9).                      CNB24500
019200     05  WS-FXN-EMP-NAME           PIC X(20).                     CNB24500
019300     05  WS-FXN-LAYOFF-CODE        PIC X(2).                      CNB24500
019400     05  WS-FXN-FILE               PIC X(4).                      CNB24500
019500     05  WS-FXN-PROBLEM            PIC X(4).                      CNB24500
019600 01  WS-FX-MAX                     PIC S9(4) COMP VALUE 2000.     CNB24500
019700 01  WS-FX-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB24500
019800 01  WS-FX-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB24500
019900 01  WS-FX-SUB2                    PIC S9(4) COMP VALUE ZEROS.    CNB24500
020000 01  WS-FX-INS-AT                  PIC S9(4) COMP VALUE ZEROS.    CNB24500
020100 01  WS-FX-TABLE.                                                 CNB24500
020200     05  WS-FX-ENTRY OCCURS 2000 TIMES.                           CNB24500
020300         10  WS-FX-KEY             PIC X(32).                     CNB24500
020400         10  WS-FX-DATA            PIC X(30).                     CNB24500
020500 01  WS-FX-ENTRY-WORK.                                            CNB24500
020600     05  WS-FXW-KEY.                                              CNB24500
020700         10  WS-FXW-RANK           PIC 9(1).                      CNB24500
020800         10  WS-FXW-DIST           PIC X(2).                      CNB24500
020900         10  WS-FXW-SDIST          PIC X(2).                      CNB24500
021000         10  WS-FXW-BOARD          PIC X(10).                     CNB24500
021100         10  WS-FXW-TURN           PIC X(8).                      CNB24500
021200         10  WS-FXW-EMP-NBR        PIC X(9).                      CNB24500
021300     05  WS-FXW-EMP-NAME           PIC X(20).                     CNB24500
021400     05  WS-FXW-LAYOFF-CODE        PIC X(2).                      CNB24500
021500     05  WS-FXW-FILE               PIC X(4).                      CNB24500
021600     05  WS-FXW-PROBLEM            PIC X(4).                      CNB24500
021700 01  WS-EB-COUNT                   PIC 9(7) VALUE ZEROS.          CNB24500
021800 01  WS-UFP-COUNT                  PIC 9(7) VALUE ZEROS.          CNB24500
021900 01  WS-ASGN-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24500
022000 01  WS-EMP-COUNT                  PIC 9(7) VALUE ZEROS.          CNB24500
022100 01  WS-FOUND-COUNT                PIC 9(7) VALUE ZEROS.          CNB24500
022200 01  WS-OVER-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24500
022300 01  WS-CLASS-TABLE.                                              CNB24500
022400     05  FILLER                    PIC X(4) VALUE 'XBOF'.         CNB24500
022500     05  FILLER                    PIC X(4) VALUE 'XBWK'.         CNB24500
022600     05  FILLER                    PIC X(4) VALUE 'PLOF'.         CNB24500
022700     05  FILLER                    PIC X(4) VALUE 'PLWK'.         CNB24500
022800     05  FILLER                    PIC X(4) VALUE 'XBAV'.         CNB24500
022900     05  FILLER                    PIC X(4) VALUE 'ODTU'.         CNB24500
023000     05  FILLER                    PIC X(4) VALUE 'WKNO'.         CNB24500
023100     05  FILLER                    PIC X(4) VALUE 'NOEM'.         CNB24500
023200 01  WS-CLASS-TABLE-R REDEFINES WS-CLASS-TABLE.                   CNB24500
023300     05  WS-CLASS-CODE OCCURS 8 TIMES                             CNB24500
023400                                   PIC X(4).                      CNB24500
023500 01  WS-CLASS-COUNTS.                                             CNB24500
023600     05  WS-CLASS-COUNT OCCURS 8 TIMES                            CNB24500
023700                                   PIC 9(7).                      CNB24500
023800 01  WS-CLASS-SUB                  PIC S9(4) COMP VALUE ZEROS.    CNB24500
023900 01  WS-HDR-LINE.                                                 CNB24500
024000     05  FILLER                PIC X(38)  VALUE                   CNB24500
024100         'CNB245 - STATUS CONSISTENCY AUDIT     '.                CNB24500
024200     05  FILLER                PIC X(2)   VALUE SPACES.           CNB24500
024300     05  HDR-FUNC              PIC X(8).                          CNB24500
024400     05  FILLER                PIC X(2)   VALUE SPACES.           CNB24500
024500     05  HDR-DATE-TIME         PIC X(12).                         CNB24500
024600     05  FILLER                PIC X(70)  VALUE SPACES.           CNB24500
024700 01  WS-TITLE-LINE.                                               CNB24500
024800     05  FILLER                    PIC X(9) VALUE 'PRIORITY '.    CNB24500
024900     05  TTL-RANK                  PIC 9(1).                      CNB24500
025000     05  FILLER                    PIC X(3) VALUE ' - '.          CNB24500
025100     05  TTL-TEXT                  PIC X(50).                     CNB24500
025200     05  FILLER                    PIC X(69) VALUE SPACES.        CNB24500
025300 01  WS-COL-HDR-LINE.                                             CNB24500
025400     05  FILLER                    PIC X(44) VALUE                CNB24500
025500         'EMPLOYEE  NAME                 ST FILE BOARD'.          CNB24500
025600     05  FILLER                    PIC X(44) VALUE                CNB24500
025700         '            TURN     PROBLEM                '.          CNB24500
025800     05  FILLER                    PIC X(44) VALUE                CNB24500
025900         '                  FIX'.                                 CNB24500
026000 01  WS-FIX-LINE.                                                 CNB24500
026100     05  FL-EMP-NBR                PIC X(9).                      CNB24500
026200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24500
026300     05  FL-EMP-NAME               PIC X(20).                     CNB24500
026400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24500
026500     05  FL-LAYOFF-CODE            PIC X(2).                      CNB24500
026600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24500
026700     05  FL-FILE                   PIC X(4).                      CNB24500
026800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24500
026900     05  FL-DIST                   PIC X(2).                      CNB24500
027000     05  FILLER                    PIC X(1) VALUE '/'.            CNB24500
027100     05  FL-SDIST                  PIC X(2).                      CNB24500
027200     05  FILLER                    PIC X(1) VALUE '/'.            CNB24500
027300     05  FL-BOARD                  PIC X(10).                     CNB24500
027400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24500
027500     05  FL-TURN                   PIC X(8).                      CNB24500
027600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24500
027700     05  FL-PROBLEM                PIC X(40).                     CNB24500
027800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24500
027900     05  FL-FIX                    PIC X(24).                     CNB24500
028000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB24500
028100 01  WS-CNT-LINE.                                                 CNB24500
028200     05  CNT-LABEL                 PIC X(30).                     CNB24500
028300     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB24500
028400     05  FILLER                    PIC X(95) VALUE SPACES.        CNB24500
028500*                                                                 CNB24500
028600 PROCEDURE DIVISION.                                              CNB24500
028700 P0000-MAINLINE.                                                  CNB24500
028800     PERFORM P1000-INITIALIZE                                     CNB24500
028900     PERFORM P2000-CHECK-EB-TURN THRU P2000-EXIT                  CNB24500
029000             UNTIL WS-EOF-INPUT                                   CNB24500
029100     MOVE 'N'                      TO WS-EOF-SW                   CNB24500
029200     PERFORM P3000-CHECK-UFP-TURN THRU P3000-EXIT                 CNB24500
029300             UNTIL WS-EOF-INPUT                                   CNB24500
029400     MOVE 'N'                      TO WS-EOF-SW                   CNB24500
029500     PERFORM P4000-CHECK-ASGN THRU P4000-EXIT                     CNB24500
029600             UNTIL WS-EOF-INPUT                                   CNB24500
029700     MOVE 'N'                      TO WS-EOF-SW                   CNB24500
029800     MOVE LOW-VALUES               TO MIO-KEY                     CNB24500
029900     START MSTR-FILE KEY NOT < MIO-KEY                            CNB24500
030000     IF NOT WS-MSTRF-OK                                           CNB24500
030100        SET WS-EOF-INPUT TO TRUE                                  CNB24500
030200     END-IF                                                       CNB24500
030300     PERFORM P5000-CHECK-WORKING THRU P5000-EXIT                  CNB24500
030400             UNTIL WS-EOF-INPUT                                   CNB24500
030500     PERFORM P7000-PRINT-FIX-LIST                                 CNB24500
030600             VARYING WS-FX-SUB FROM 1 BY 1                        CNB24500
030700             UNTIL WS-FX-SUB > WS-FX-COUNT                        CNB24500
030800     PERFORM P9000-TERMINATE                                      CNB24500
030900     GOBACK.                                                      CNB24500
031000*                                                                 CNB24500
031100 P1000-INITIALIZE.                                                CNB24500
031200     OPEN INPUT PARM-FILE                                         CNB24500
031300     IF NOT WS-PARM-OK                                            CNB24500
031400        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB24500
031500        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB24500
031600        PERFORM P9999-GOT-PROBLEM                                 CNB24500
031700     END-IF                                                       CNB24500
031800     READ PARM-FILE                                               CNB24500
031900     IF NOT WS-PARM-OK                                            CNB24500
032000        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB24500
032100        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB24500
032200        PERFORM P9999-GOT-PROBLEM                                 CNB24500
032300     END-IF                                                       CNB24500
032400     MOVE PARM-FUNC                TO WS-FUNC                     CNB24500
032500     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB24500
032600     CLOSE PARM-FILE                                              CNB24500
032700     IF NOT WS-FUNC-NIGHTLY                                       CNB24500
032800        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB24500
032900        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB24500
033000        PERFORM P9999-GOT-PROBLEM                                 CNB24500
033100     END-IF                                                       CNB24500
033200     OPEN INPUT MSTR-FILE                                         CNB24500
033300     IF NOT WS-MSTRF-OK                                           CNB24500
033400        MOVE 'P1000-OPEN-MST'      TO WS-ABEND-PARAGRAPH          CNB24500
033500        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB24500
033600        PERFORM P9999-GOT-PROBLEM                                 CNB24500
033700     END-IF                                                       CNB24500
033800     OPEN INPUT EB-FILE                                           CNB24500
033900     IF NOT WS-EB-OK                                              CNB24500
034000        MOVE 'P1000-OPEN-EB'       TO WS-ABEND-PARAGRAPH          CNB24500
034100        MOVE WS-EB-STATUS          TO WS-ABEND-STATUS             CNB24500
034200        PERFORM P9999-GOT-PROBLEM                                 CNB24500
034300     END-IF                                                       CNB24500
034400     OPEN INPUT UFP-FILE                                          CNB24500
034500     IF NOT WS-UFP-OK                                             CNB24500
034600        MOVE 'P1000-OPEN-UFP'      TO WS-ABEND-PARAGRAPH          CNB24500
034700        MOVE WS-UFP-STATUS         TO WS-ABEND-STATUS             CNB24500
034800        PERFORM P9999-GOT-PROBLEM                                 CNB24500
034900     END-IF                                                       CNB24500
035000     OPEN INPUT ASGN-FILE                                         CNB24500
035100     IF NOT WS-ASGN-OK                                            CNB24500
035200        MOVE 'P1000-OPEN-ASGN'     TO WS-ABEND-PARAGRAPH          CNB24500
035300        MOVE WS-ASGN-STATUS        TO WS-ABEND-STATUS             CNB24500
035400        PERFORM P9999-GOT-PROBLEM                                 CNB24500
035500     END-IF                                                       CNB24500
035600     OPEN OUTPUT RPT-FILE                                         CNB24500
035700     IF NOT WS-RPT-OK                                             CNB24500
035800        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB24500
035900        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB24500
036000        PERFORM P9999-GOT-PROBLEM                                 CNB24500
036100     END-IF                                                       CNB24500
036200     MOVE ZEROS                    TO WS-CLASS-COUNTS             CNB24500
036300     MOVE WS-FUNC                  TO HDR-FUNC                    CNB24500
036400     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB24500
036500     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB24500
036600     MOVE SPACES                   TO RPT-LINE                    CNB24500
036700     WRITE RPT-LINE                                               CNB24500
036800     WRITE RPT-LINE FROM WS-COL-HDR-LINE.                         CNB24500
036900*                                                                 CNB24500
037000*    EXTRABOARD TURN AGAINST THE MASTER.  A TURN ON THE BOARD IS  CNB24500
037100*    CALLABLE, SO ITS EMPLOYEE MUST BE AVAILABLE; AN AVAILABLE    CNB24500
037200*    EMPLOYEE MUST BE ON THE BOARD.                               CNB24500
037300*                                                                 CNB24500
037400 P2000-CHECK-EB-TURN.                                             CNB24500
037500     READ EB-FILE NEXT                                            CNB24500
037600          AT END                                                  CNB24500
037700             SET WS-EOF-INPUT TO TRUE                             CNB24500
037800     END-READ                                                     CNB24500
037900     IF WS-EOF-INPUT                                              CNB24500
038000        GO TO P2000-EXIT                                          CNB24500
038100     END-IF                                                       CNB24500
038200     IF NOT WS-EB-OK                                              CNB24500
038300        MOVE 'P2000-READ-EB'       TO WS-ABEND-PARAGRAPH          CNB24500
038400        MOVE WS-EB-STATUS          TO WS-ABEND-STATUS             CNB24500
038500        PERFORM P9999-GOT-PROBLEM                                 CNB24500
038600     END-IF                                                       CNB24500
038700     IF EBIO-EMP-NO NOT NUMERIC OR EBIO-EMP-NO = ZEROS            CNB24500
038800        GO TO P2000-EXIT                                          CNB24500
038900     END-IF                                                       CNB24500
039000     ADD 1 TO WS-EB-COUNT                                         CNB24500
039100     MOVE EBIO-EMP-NO              TO WS-EMP-NBR                  CNB24500
039200     PERFORM P6000-READ-MASTER                                    CNB24500
039300     MOVE SPACES                   TO WS-PROBLEM                  CNB24500
039400     EVALUATE TRUE                                                CNB24500
039500        WHEN NOT WS-EMP-FOUND                                     CNB24500
039600             MOVE 'NOEM'           TO WS-PROBLEM                  CNB24500
039700             IF EBIO-ON-BOARD                                     CNB24500
039800                MOVE 1             TO WS-RANK                     CNB24500
039900             ELSE                                                 CNB24500
040000                MOVE 5             TO WS-RANK                     CNB24500
040100             END-IF                                               CNB24500
040200        WHEN EBIO-ON-BOARD AND WORKING                            CNB24500
040300             MOVE 'XBWK'           TO WS-PROBLEM                  CNB24500
040400             MOVE 1                TO WS-RANK                     CNB24500
040500        WHEN EBIO-ON-BOARD AND NOT AVAILABLE                      CNB24500
040600             MOVE 'XBOF'           TO WS-PROBLEM                  CNB24500
040700             MOVE 1                TO WS-RANK                     CNB24500
040800        WHEN NOT EBIO-ON-BOARD AND AVAILABLE                      CNB24500
040900             MOVE 'XBAV'           TO WS-PROBLEM                  CNB24500
041000             MOVE 2                TO WS-RANK                     CNB24500
041100        WHEN OTHER                                                CNB24500
041200             CONTINUE                                             CNB24500
041300     END-EVALUATE                                                 CNB24500
041400     IF WS-PROBLEM NOT = SPACES                                   CNB24500
041500        MOVE EBIO-DIST             TO WS-FXN-DIST                 CNB24500
041600        MOVE EBIO-SDIST            TO WS-FXN-SDIST                CNB24500
041700        MOVE EBIO-CC               TO WS-FXN-BOARD                CNB24500
041800        MOVE EBIO-TURN-NBR         TO WS-FXN-TURN                 CNB24500
041900        MOVE 'EB'                  TO WS-FXN-FILE                 CNB24500
042000        PERFORM P6100-FILE-FINDING                                CNB24500
042100     END-IF.                                                      CNB24500
042200 P2000-EXIT.                                                      CNB24500
042300     EXIT.                                                        CNB24500
042400*                                                                 CNB24500
042500*    POOL TURN AGAINST THE MASTER.  A TURN IN TOWN IS CALLABLE;   CNB24500
042600*    ITS EMPLOYEE MUST NOT BE WORKING, AND ONE MARKED OFF MUST    CNB24500
042700*    HAVE A VACANCY OPEN ON THE TURN FOR THE EXTRABOARD TO FILL.  CNB24500
042800*                                                                 CNB24500
042900 P3000-CHECK-UFP-TURN.                                            CNB24500
043000     READ UFP-FILE NEXT                                           CNB24500
043100          AT END                                                  CNB24500
043200             SET WS-EOF-INPUT TO TRUE                             CNB24500
043300     END-READ                                                     CNB24500
043400     IF WS-EOF-INPUT                                              CNB24500
043500        GO TO P3000-EXIT                                          CNB24500
043600     END-IF                                                       CNB24500
043700     IF NOT WS-UFP-OK                                             CNB24500
043800        MOVE 'P3000-READ-UFP'      TO WS-ABEND-PARAGRAPH          CNB24500
043900        MOVE WS-UFP-STATUS         TO WS-ABEND-STATUS             CNB24500
044000        PERFORM P9999-GOT-PROBLEM                                 CNB24500
044100     END-IF                                                       CNB24500
044200     IF UFIO-EMP-NO NOT NUMERIC OR UFIO-EMP-NO = ZEROS            CNB24500
044300        GO TO P3000-EXIT                                          CNB24500
044400     END-IF                                                       CNB24500
044500     ADD 1 TO WS-UFP-COUNT                                        CNB24500
044600     MOVE UFIO-EMP-NO              TO WS-EMP-NBR                  CNB24500
044700     PERFORM P6000-READ-MASTER                                    CNB24500
044800     MOVE SPACES                   TO WS-PROBLEM                  CNB24500
044900     EVALUATE TRUE                                                CNB24500
045000        WHEN NOT WS-EMP-FOUND                                     CNB24500
045100             MOVE 'NOEM'           TO WS-PROBLEM                  CNB24500
045200             IF UFIO-IN-TOWN                                      CNB24500
045300                MOVE 1             TO WS-RANK                     CNB24500
045400             ELSE                                                 CNB24500
045500                MOVE 5             TO WS-RANK                     CNB24500
045600             END-IF                                               CNB24500
045700        WHEN UFIO-IN-TOWN AND WORKING                             CNB24500
045800             MOVE 'PLWK'           TO WS-PROBLEM                  CNB24500
045900             MOVE 1                TO WS-RANK                     CNB24500
046000        WHEN UFIO-IN-TOWN AND NOT AVAILABLE                       CNB24500
046100             AND NOT UFIO-OPEN-VCNY                               CNB24500
046200             MOVE 'PLOF'           TO WS-PROBLEM                  CNB24500
046300             MOVE 1                TO WS-RANK                     CNB24500
046400        WHEN OTHER                                                CNB24500
046500             CONTINUE                                             CNB24500
046600     END-EVALUATE                                                 CNB24500
046700     IF WS-PROBLEM NOT = SPACES                                   CNB24500
046800        MOVE UFIO-DIST             TO WS-FXN-DIST                 CNB24500
046900        MOVE UFIO-SDIST            TO WS-FXN-SDIST                CNB24500
047000        MOVE UFIO-POOL             TO WS-FXN-BOARD                CNB24500
047100        MOVE UFIO-TURN             TO WS-FXN-TURN                 CNB24500
047200        MOVE 'UFP'                 TO WS-FXN-FILE                 CNB24500
047300        PERFORM P6100-FILE-FINDING                                CNB24500
047400     END-IF.                                                      CNB24500
047500 P3000-EXIT.                                                      CNB24500
047600     EXIT.                                                        CNB24500
047700*                                                                 CNB24500
047800*    ON-DUTY AND TEMPORARY ASGN RECORDS AGAINST THE MASTER.  THE  CNB24500
047900*    ON-DUTY RECORD COMES OFF AT TIE-UP, SO ONE STILL HELD BY AN  CNB24500
048000*    EMPLOYEE NO LONGER WORKING BLOCKS THE JOB.                   CNB24500
048100*                                                                 CNB24500
048200 P4000-CHECK-ASGN.                                                CNB24500
048300     READ ASGN-FILE NEXT                                          CNB24500
048400          AT END                                                  CNB24500
048500             SET WS-EOF-INPUT TO TRUE                             CNB24500
048600     END-READ                                                     CNB24500
048700     IF WS-EOF-INPUT                                              CNB24500
048800        GO TO P4000-EXIT                                          CNB24500
048900     END-IF                                                       CNB24500
049000     IF NOT WS-ASGN-OK                                            CNB24500
049100        MOVE 'P4000-READ-ASGN'     TO WS-ABEND-PARAGRAPH          CNB24500
049200        MOVE WS-ASGN-STATUS        TO WS-ABEND-STATUS             CNB24500
049300        PERFORM P9999-GOT-PROBLEM                                 CNB24500
049400     END-IF                                                       CNB24500
049500     IF NOT ASIO-ON-DUTY-REC AND NOT ASIO-TEMP-REC                CNB24500
049600        GO TO P4000-EXIT                                          CNB24500
049700     END-IF                                                       CNB24500
049800     IF ASIO-EMP-NO NOT NUMERIC OR ASIO-EMP-NO = ZEROS            CNB24500
049900        GO TO P4000-EXIT                                          CNB24500
050000     END-IF                                                       CNB24500
050100     ADD 1 TO WS-ASGN-COUNT                                       CNB24500
050200     MOVE ASIO-EMP-NO              TO WS-EMP-NBR                  CNB24500
050300     PERFORM P6000-READ-MASTER                                    CNB24500
050400     MOVE SPACES                   TO WS-PROBLEM                  CNB24500
050500     EVALUATE TRUE                                                CNB24500
050600        WHEN NOT WS-EMP-FOUND                                     CNB24500
050700             MOVE 'NOEM'           TO WS-PROBLEM                  CNB24500
050800             MOVE 5                TO WS-RANK                     CNB24500
050900        WHEN ASIO-ON-DUTY-REC AND NOT WORKING                     CNB24500
051000             MOVE 'ODTU'           TO WS-PROBLEM                  CNB24500
051100             MOVE 3                TO WS-RANK                     CNB24500
051200        WHEN OTHER                                                CNB24500
051300             CONTINUE                                             CNB24500
051400     END-EVALUATE                                                 CNB24500
051500     IF WS-PROBLEM NOT = SPACES                                   CNB24500
051600        MOVE ASIO-DIST             TO WS-FXN-DIST                 CNB24500
051700        MOVE ASIO-SUB-DIST         TO WS-FXN-SDIST                CNB24500
051800        MOVE ASIO-JOB-TYPE         TO WS-FXN-BOARD                CNB24500
051900        MOVE ASIO-AREA             TO WS-FXN-TURN (1:6)           CNB24500
052000        MOVE ASIO-CC               TO WS-FXN-TURN (7:2)           CNB24500
052100        IF ASIO-ON-DUTY-REC                                       CNB24500
052200           MOVE 'ODTY'             TO WS-FXN-FILE                 CNB24500
052300        ELSE                                                      CNB24500
052400           MOVE 'TEMP'             TO WS-FXN-FILE                 CNB24500
052500        END-IF                                                    CNB24500
052600        PERFORM P6100-FILE-FINDING                                CNB24500
052700     END-IF.                                                      CNB24500
052800 P4000-EXIT.                                                      CNB24500
052900     EXIT.                                                        CNB24500
053000*                                                                 CNB24500
053100*    AN EMPLOYEE WORKING ON THE MASTER MUST HOLD AN ON-DUTY ASGN  CNB24500
053200*    RECORD (ALTERNATE KEY EMPLOYEE + RECORD TYPE 3, AS CNP919    CNB24500
053300*    WRITES IT WITH A ZERO DATE-TIME).                            CNB24500
053400*                                                                 CNB24500
053500 P5000-CHECK-WORKING.                                             CNB24500
053600     READ MSTR-FILE NEXT                                          CNB24500
053700          AT END                                                  CNB24500
053800             SET WS-EOF-INPUT TO TRUE                             CNB24500
053900     END-READ                                                     CNB24500
054000     IF WS-EOF-INPUT                                              CNB24500
054100        GO TO P5000-EXIT                                          CNB24500
054200     END-IF                                                       CNB24500
054300     IF NOT WS-MSTRF-OK                                           CNB24500
054400        MOVE 'P5000-READ-MST'      TO WS-ABEND-PARAGRAPH          CNB24500
054500        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB24500
054600        PERFORM P9999-GOT-PROBLEM                                 CNB24500
054700     END-IF                                                       CNB24500
054800     ADD 1 TO WS-EMP-COUNT                                        CNB24500
054900     MOVE MIO-RECORD               TO WS-MSTR                     CNB24500
055000     IF NOT WORKING                                               CNB24500
055100        GO TO P5000-EXIT                                          CNB24500
055200     END-IF                                                       CNB24500
055300     MOVE EMP-NBR                  TO ASIO-EMP-NO                 CNB24500
055400     MOVE '3'                      TO ASIO-EMP-NO-REC-TYPE        CNB24500
055500     MOVE ZEROS                    TO ASIO-EMP-DATE-TIME          CNB24500
055600     READ ASGN-FILE                                               CNB24500
055700          KEY IS ASIO-KEY2                                        CNB24500
055800     IF WS-ASGN-OK                                                CNB24500
055900        GO TO P5000-EXIT                                          CNB24500
056000     END-IF                                                       CNB24500
056100     IF NOT WS-ASGN-NOTFND                                        CNB24500
056200        MOVE 'P5000-READ-ASGN'     TO WS-ABEND-PARAGRAPH          CNB24500
056300        MOVE WS-ASGN-STATUS        TO WS-ABEND-STATUS             CNB24500
056400        PERFORM P9999-GOT-PROBLEM                                 CNB24500
056500     END-IF                                                       CNB24500
056600     MOVE EMP-NBR                  TO WS-EMP-NBR                  CNB24500
056700     SET WS-EMP-FOUND TO TRUE                                     CNB24500
056800     MOVE 'WKNO'                   TO WS-PROBLEM                  CNB24500
056900     MOVE 4                        TO WS-RANK                     CNB24500
057000     MOVE DIST                     TO WS-FXN-DIST                 CNB24500
057100     MOVE SUB-DIST                 TO WS-FXN-SDIST                CNB24500
057200     MOVE CRAFT                    TO WS-FXN-BOARD                CNB24500
057300     MOVE SPACES                   TO WS-FXN-TURN                 CNB24500
057400     MOVE 'MSTR'                   TO WS-FXN-FILE                 CNB24500
057500     PERFORM P6100-FILE-FINDING.                                  CNB24500
057600 P5000-EXIT.                                                      CNB24500
057700     EXIT.                                                        CNB24500
057800*                                                                 CNB24500
057900 P6000-READ-MASTER.                                               CNB24500
058000     MOVE 'N'                      TO WS-EMP-SW                   CNB24500
058100     MOVE SPACES                   TO WS-MSTR                     CNB24500
058200     MOVE WS-EMP-NBR               TO MIO-EMP-NBR                 CNB24500
058300     READ MSTR-FILE                                               CNB24500
058400          KEY IS MIO-EMP-NBR                                      CNB24500
058500     IF WS-MSTRF-OK                                               CNB24500
058600        MOVE MIO-RECORD            TO WS-MSTR                     CNB24500
058700        SET WS-EMP-FOUND TO TRUE                                  CNB24500
058800     ELSE                                                         CNB24500
058900        IF NOT WS-MSTRF-NOTFND                                    CNB24500
059000           MOVE 'P6000-READ-MST'   TO WS-ABEND-PARAGRAPH          CNB24500
059100           MOVE WS-MSTRF-STATUS    TO WS-ABEND-STATUS             CNB24500
059200           PERFORM P9999-GOT-PROBLEM                              CNB24500
059300        END-IF                                                    CNB24500
059400     END-IF.                                                      CNB24500
059500*                                                                 CNB24500
059600*    FILE THE FINDING IN WS-FX-NEW INTO THE FIX-LIST IN URGENCY   CNB24500
059700*    ORDER AND COUNT IT BY CLASS                                  CNB24500
059800*                                                                 CNB24500
059900 P6100-FILE-FINDING.                                              CNB24500
060000     ADD 1 TO WS-FOUND-COUNT                                      CNB24500
060100     PERFORM P6200-COUNT-CLASS                                    CNB24500
060200             VARYING WS-CLASS-SUB FROM 1 BY 1                     CNB24500
060300             UNTIL WS-CLASS-SUB > 8                               CNB24500
060400     MOVE WS-RANK                  TO WS-FXN-RANK                 CNB24500
060500     MOVE WS-EMP-NBR               TO WS-FXN-EMP-NBR              CNB24500
060600     MOVE WS-PROBLEM               TO WS-FXN-PROBLEM              CNB24500
060700     IF WS-EMP-FOUND                                              CNB24500
060800        MOVE EMP-NAME              TO WS-FXN-EMP-NAME             CNB24500
060900        MOVE LAYOFF-CODE           TO WS-FXN-LAYOFF-CODE          CNB24500
061000     ELSE                                                         CNB24500
061100        MOVE '*** NOT ON MASTER ***' TO WS-FXN-EMP-NAME           CNB24500
061200        MOVE SPACES                TO WS-FXN-LAYOFF-CODE          CNB24500
061300     END-IF                                                       CNB24500
061400     IF WS-FX-COUNT NOT < WS-FX-MAX                               CNB24500
061500        ADD 1 TO WS-OVER-COUNT                                    CNB24500
061600     ELSE                                                         CNB24500
061700        MOVE ZEROS                 TO WS-FX-INS-AT                CNB24500
061800        PERFORM P6300-FIND-SLOT                                   CNB24500
061900                VARYING WS-FX-SUB FROM 1 BY 1                     CNB24500
062000                UNTIL WS-FX-SUB > WS-FX-COUNT                     CNB24500
062100        IF WS-FX-INS-AT = ZEROS                                   CNB24500
062200           COMPUTE WS-FX-INS-AT = WS-FX-COUNT + 1                 CNB24500
062300        END-IF                                                    CNB24500
062400        PERFORM P6400-SHIFT-ENTRY                                 CNB24500
062500                VARYING WS-FX-SUB2 FROM WS-FX-COUNT BY -1         CNB24500
062600                UNTIL WS-FX-SUB2 < WS-FX-INS-AT                   CNB24500
062700        MOVE WS-FX-NEW             TO WS-FX-ENTRY (WS-FX-INS-AT)  CNB24500
062800        ADD 1 TO WS-FX-COUNT                                      CNB24500
062900     END-IF.                                                      CNB24500
063000*                                                                 CNB24500
063100 P6200-COUNT-CLASS.                                               CNB24500
063200     IF WS-CLASS-CODE (WS-CLASS-SUB) = WS-PROBLEM                 CNB24500
063300        ADD 1 TO WS-CLASS-COUNT (WS-CLASS-SUB)                    CNB24500
063400     END-IF.                                                      CNB24500
063500*                                                                 CNB24500
063600 P6300-FIND-SLOT.                                                 CNB24500
063700     IF WS-FX-INS-AT = ZEROS                                      CNB24500
063800        AND WS-FX-NEW-KEY < WS-FX-KEY (WS-FX-SUB)                 CNB24500
063900        MOVE WS-FX-SUB             TO WS-FX-INS-AT                CNB24500
064000     END-IF.                                                      CNB24500
064100*                                                                 CNB24500
064200 P6400-SHIFT-ENTRY.                                               CNB24500
064300     COMPUTE WS-FX-SUB = WS-FX-SUB2 + 1                           CNB24500
064400     MOVE WS-FX-ENTRY (WS-FX-SUB2) TO WS-FX-ENTRY (WS-FX-SUB).    CNB24500
064500*                                                                 CNB24500
064600 P7000-PRINT-FIX-LIST.                                            CNB24500
064700     MOVE WS-FX-ENTRY (WS-FX-SUB)  TO WS-FX-ENTRY-WORK            CNB24500
064800     IF WS-FXW-RANK NOT = WS-LAST-RANK                            CNB24500
064900        MOVE WS-FXW-RANK           TO WS-LAST-RANK                CNB24500
065000                                      TTL-RANK                    CNB24500
065100        EVALUATE WS-FXW-RANK                                      CNB24500
065200           WHEN 1                                                 CNB24500
065300                MOVE 'CALLABLE TURN - EMPLOYEE CANNOT BE CALLED'  CNB24500
065400                                   TO TTL-TEXT                    CNB24500
065500           WHEN 2                                                 CNB24500
065600                MOVE 'AVAILABLE EMPLOYEE - TURN CANNOT BE CALLED' CNB24500
065700                                   TO TTL-TEXT                    CNB24500
065800           WHEN 3                                                 CNB24500
065900                MOVE 'TIED UP - ON-DUTY ASGN RECORD STILL HELD'   CNB24500
066000                                   TO TTL-TEXT                    CNB24500
066100           WHEN 4                                                 CNB24500
066200                MOVE 'WORKING ON THE MASTER - NO ON-DUTY RECORD'  CNB24500
066300                                   TO TTL-TEXT                    CNB24500
066400           WHEN OTHER                                             CNB24500
066500                MOVE 'HELD BY AN EMPLOYEE NOT ON THE MASTER'      CNB24500
066600                                   TO TTL-TEXT                    CNB24500
066700        END-EVALUATE                                              CNB24500
066800        MOVE SPACES                TO RPT-LINE                    CNB24500
066900        WRITE RPT-LINE                                            CNB24500
067000        WRITE RPT-LINE FROM WS-TITLE-LINE                         CNB24500
067100     END-IF                                                       CNB24500
067200     MOVE WS-FXW-PROBLEM           TO WS-PROBLEM                  CNB24500
067300     PERFORM P7100-PROBLEM-TEXT                                   CNB24500
067400     MOVE WS-FXW-EMP-NBR           TO FL-EMP-NBR                  CNB24500
067500     MOVE WS-FXW-EMP-NAME          TO FL-EMP-NAME                 CNB24500
067600     MOVE WS-FXW-LAYOFF-CODE       TO FL-LAYOFF-CODE              CNB24500
067700     MOVE WS-FXW-FILE              TO FL-FILE                     CNB24500
067800     MOVE WS-FXW-DIST              TO FL-DIST                     CNB24500
067900     MOVE WS-FXW-SDIST             TO FL-SDIST                    CNB24500
068000     MOVE WS-FXW-BOARD             TO FL-BOARD                    CNB24500
068100     MOVE WS-FXW-TURN              TO FL-TURN                     CNB24500
068200     MOVE WS-PROBLEM-TEXT          TO FL-PROBLEM                  CNB24500
068300     MOVE WS-FIX-TEXT              TO FL-FIX                      CNB24500
068400     WRITE RPT-LINE FROM WS-FIX-LINE.                             CNB24500
068500*                                                                 CNB24500
068600 P7100-PROBLEM-TEXT.                                              CNB24500
068700     EVALUATE WS-PROBLEM                                          CNB24500
068800        WHEN 'XBOF'                                               CNB24500
068900             MOVE 'ON THE EXTRABOARD, MARKED OFF ON MASTER'       CNB24500
069000                                   TO WS-PROBLEM-TEXT             CNB24500
069100             MOVE 'TAKE OFF BOARD OR MARK UP' TO WS-FIX-TEXT      CNB24500
069200        WHEN 'XBWK'                                               CNB24500
069300             MOVE 'ON THE EXTRABOARD, WORKING ON MASTER'          CNB24500
069400                                   TO WS-PROBLEM-TEXT             CNB24500
069500             MOVE 'TAKE OFF BOARD OR TIE UP' TO WS-FIX-TEXT       CNB24500
069600        WHEN 'PLOF'                                               CNB24500
069700             MOVE 'POOL TURN IN TOWN, MARKED OFF, NO VACANCY'     CNB24500
069800                                   TO WS-PROBLEM-TEXT             CNB24500
069900             MOVE 'OPEN VACANCY OR MARK UP' TO WS-FIX-TEXT        CNB24500
070000        WHEN 'PLWK'                                               CNB24500
070100             MOVE 'POOL TURN IN TOWN, WORKING ON MASTER'          CNB24500
070200                                   TO WS-PROBLEM-TEXT             CNB24500
070300             MOVE 'TIE UP OR MOVE TURN OUT' TO WS-FIX-TEXT        CNB24500
070400        WHEN 'XBAV'                                               CNB24500
070500             MOVE 'AVAILABLE ON MASTER, OFF THE EXTRABOARD'       CNB24500
070600                                   TO WS-PROBLEM-TEXT             CNB24500
070700             MOVE 'RESTORE TURN TO BOARD'  TO WS-FIX-TEXT         CNB24500
070800        WHEN 'ODTU'                                               CNB24500
070900             MOVE 'NOT WORKING, ON-DUTY RECORD STILL HELD'        CNB24500
071000                                   TO WS-PROBLEM-TEXT             CNB24500
071100             MOVE 'DELETE ON-DUTY RECORD'  TO WS-FIX-TEXT         CNB24500
071200        WHEN 'WKNO'                                               CNB24500
071300             MOVE 'WORKING ON MASTER, NO ON-DUTY RECORD'          CNB24500
071400                                   TO WS-PROBLEM-TEXT             CNB24500
071500             MOVE 'CHECK CALL, TIE UP'     TO WS-FIX-TEXT         CNB24500
071600        WHEN 'NOEM'                                               CNB24500
071700             MOVE 'HELD BY EMPLOYEE NOT ON THE MASTER'            CNB24500
071800                                   TO WS-PROBLEM-TEXT             CNB24500
071900             MOVE 'CLEAR OR REASSIGN'      TO WS-FIX-TEXT         CNB24500
072000        WHEN OTHER                                                CNB24500
072100             MOVE WS-PROBLEM               TO WS-PROBLEM-TEXT     CNB24500
072200             MOVE SPACES                   TO WS-FIX-TEXT         CNB24500
072300     END-EVALUATE.                                                CNB24500
072400*                                                                 CNB24500
072500 P9000-TERMINATE.                                                 CNB24500
072600     MOVE SPACES                   TO RPT-LINE                    CNB24500
072700     WRITE RPT-LINE                                               CNB24500
072800     IF WS-FX-COUNT = ZEROS                                       CNB24500
072900        MOVE 'NO DISAGREEMENTS FOUND' TO RPT-LINE                 CNB24500
073000        WRITE RPT-LINE                                            CNB24500
073100        MOVE SPACES                TO RPT-LINE                    CNB24500
073200        WRITE RPT-LINE                                            CNB24500
073300     END-IF                                                       CNB24500
073400     MOVE 'EXTRABOARD TURNS CHECKED ..' TO CNT-LABEL              CNB24500
073500     MOVE WS-EB-COUNT              TO CNT-VALUE                   CNB24500
073600     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB24500
073700     MOVE 'POOL TURNS CHECKED ........' TO CNT-LABEL              CNB24500
073800     MOVE WS-UFP-COUNT             TO CNT-VALUE                   CNB24500
073900     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB24500
074000     MOVE 'ASGN RECORDS CHECKED ......' TO CNT-LABEL              CNB24500
074100     MOVE WS-ASGN-COUNT            TO CNT-VALUE                   CNB24500
074200     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB24500
074300     MOVE 'EMPLOYEES CHECKED .........' TO CNT-LABEL              CNB24500
074400     MOVE WS-EMP-COUNT             TO CNT-VALUE                   CNB24500
074500     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB24500
074600     MOVE 'DISAGREEMENTS FOUND .......' TO CNT-LABEL              CNB24500
074700     MOVE WS-FOUND-COUNT           TO CNT-VALUE                   CNB24500
074800     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB24500
074900     PERFORM P9100-PRINT-CLASS                                    CNB24500
075000             VARYING WS-CLASS-SUB FROM 1 BY 1                     CNB24500
075100             UNTIL WS-CLASS-SUB > 8                               CNB24500
075200     IF WS-OVER-COUNT > ZEROS                                     CNB24500
075300        MOVE 'NOT LISTED - TABLE FULL ...' TO CNT-LABEL           CNB24500
075400        MOVE WS-OVER-COUNT         TO CNT-VALUE                   CNB24500
075500        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB24500
075600     END-IF                                                       CNB24500
075700     CLOSE MSTR-FILE                                              CNB24500
075800           EB-FILE                                                CNB24500
075900           UFP-FILE                                               CNB24500
076000           ASGN-FILE                                              CNB24500
076100           RPT-FILE.                                              CNB24500
076200*                                                                 CNB24500
076300 P9100-PRINT-CLASS.                                               CNB24500
076400     MOVE SPACES                   TO CNT-LABEL                   CNB24500
076500     STRING '  CLASS ' WS-CLASS-CODE (WS-CLASS-SUB)               CNB24500
076600            ' ..............'                                     CNB24500
076700            DELIMITED BY SIZE INTO CNT-LABEL                      CNB24500
076800     MOVE WS-CLASS-COUNT (WS-CLASS-SUB) TO CNT-VALUE              CNB24500
076900     WRITE RPT-LINE FROM WS-CNT-LINE.                             CNB24500
077000*                                                                 CNB24500
077100 P9999-GOT-PROBLEM.                                               CNB24500
077110     MOVE 'CNB245'                 TO XE-PROGRAM                  CNB24500
077120     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB24500
077130     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB24500
077140     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB24500
077200     DISPLAY 'CNB245 ABEND IN ' WS-ABEND-PARAGRAPH                CNB24500
077300              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB24500
077400     MOVE 16 TO RETURN-CODE                                       CNB24500
077500     GOBACK.                                                      CNB24500
