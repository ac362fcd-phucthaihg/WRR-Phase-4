000100 IDENTIFICATION DIVISION.                                         CNB24100
000200 PROGRAM-ID. CNB241.                                              CNB24100
000300*AUTHOR.     JMC.                                                 CNB24100
000400*DATE-WRITTEN. 10/15/26.                                          CNB24100
000500*REMARKS.                                                         CNB24100
000600*    ARBITRARY REGISTER - PAY-PERIOD QUALIFICATION AND CLAIM      CNB24100
000700*    MATCHING REPORT.  CNP919 PASSES THE SIDE-TRIP, FORCED-ROUTE, CNB24100
000800*    ROUTE-DESIGNATION AND CATCH-UP DATE OF EACH CALL TO P926     CNB24100
000900*    (P1150-UPDATE-ASGN-HIST) AND NOW ALSO REGISTERS THEM         CNB24100
001000*    (P1185-REGISTER-ARBITRARY, CICS FILE CONTROL) ON ARBREG BY   CNB24100
001100*    EMPLOYEE AND CALL TIME.  PAYROLL HAD ONLY THE EMPLOYEE'S OWN CNB24100
001200*    CLAIM TO GO ON.  THIS RUN READS ARBREG FOR THE PAY PERIOD    CNB24100
001300*    (PARM PERIOD-START / PERIOD-END, YYMMDD, BY CALL DATE)       CNB24100
001400*    AGAINST THE PERIOD'S ARBITRARY CLAIM EXTRACT (ARBCLM, SORTED CNB24100
001500*    BY EMPLOYEE BY THE PRECEDING SORT STEP).  FOR EACH EMPLOYEE  CNB24100
001600*    IT LISTS EVERY ARBITRARY EACH CALL QUALIFIES FOR -           CNB24100
001700*      SIDE  - SIDE TRIP FLAGGED ON THE CALL                      CNB24100
001800*      FRTE  - FORCED ROUTE ON THE CALL                           CNB24100
001900*      RDSG  - ROUTE DESIGNATION ON THE CALL                      CNB24100
002000*    AS CLAIMED (WITH THE CLAIM ID) OR NOT CLAIMED, THEN FLAGS    CNB24100
002100*    EACH CLAIM THAT HAS NO CALL ON ITS DATE AND TRAIN, WHOSE CALLCNB24100
002200*    DOES NOT QUALIFY FOR THE ARBITRARY, OR THAT REPEATS ONE      CNB24100
002300*    ALREADY CLAIMED.  A CLAIM MATCHES A CALL WHEN ITS DATE IS THECNB24100
002400*    CALL DATE OR THE TRAIN DATE AND ITS TRAIN (WHEN GIVEN) IS THECNB24100
002500*    CALL'S TRAIN.  PARM PURGE-BEFORE (YYMMDD, OPTIONAL) DELETES  CNB24100
002600*    REGISTER ENTRIES CALLED BEFORE THAT DATE ON THE SAME PASS.   CNB24100
002700*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB24100
002800*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB24100
002900*                                                                 CNB24100
003000*TBD  THE ARBITRARY CLAIM EXTRACT BELOW IS A HANDOFF SHAPE FOR    CNB24100
003100*THIS RUN (EMPLOYEE, ARBITRARY TYPE, CLAIM DATE, TRAIN, CLAIM ID, CNB24100
003200*SIGNED AMOUNT), AS CNB133'S CLAIM EXTRACT IS.  P919COMM IS NOT   CNB24100
003300*AMONG THE COPYBOOKS PRESENT IN THIS COPY LIBRARY, SO THE WIDTHS  CNB24100
003400*OF THE SIDE-TRIP, FORCED-ROUTE, ROUTE-DESIGNATION AND CATCH-UP   CNB24100
003500*FIELDS ON ARBREG ARE ASSUMED.  VERIFY BOTH BEFORE NEXT COMPILE.  CNB24100
003600*                                                                 CNB24100
003700 ENVIRONMENT DIVISION.                                            CNB24100
003800 CONFIGURATION SECTION.                                           CNB24100
003900 SOURCE-COMPUTER.  IBM-370.                                       CNB24100
004000 OBJECT-COMPUTER.  IBM-370.                                       CNB24100
004100 INPUT-OUTPUT SECTION.                                            CNB24100
004200 FILE-CONTROL.                                                    CNB24100
004300     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB24100
004400            ORGANIZATION  SEQUENTIAL                              CNB24100
004500            FILE STATUS   WS-PARM-STATUS.                         CNB24100
004600     SELECT AR-FILE      ASSIGN TO ARBREG                         CNB24100
004700            ORGANIZATION  INDEXED                                 CNB24100
004800            ACCESS MODE   DYNAMIC                                 CNB24100
004900            RECORD KEY    AR-KEY                                  CNB24100
005000            FILE STATUS   WS-AR-STATUS.                           CNB24100
005100     SELECT CLAIM-FILE   ASSIGN TO ARBCLM                         CNB24100
005200            ORGANIZATION  SEQUENTIAL                              CNB24100
005300            FILE STATUS   WS-CLAIM-STATUS.                        CNB24100
005400     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB24100
005500            ORGANIZATION  LINE SEQUENTIAL                         CNB24100
005600            FILE STATUS   WS-RPT-STATUS.                          CNB24100
005700*                                                                 CNB24100
005800 DATA DIVISION.                                                   CNB24100
005900 FILE SECTION.                                                    CNB24100
006000 FD  PARM-FILE                                                    CNB24100
006100     RECORD CONTAINS 80 CHARACTERS.                               CNB24100
006200 01  WS-PARM-RECORD.                                              CNB24100
006300     05  PARM-FUNC                 PIC X(8).                      CNB24100
006400     05  PARM-DATE-TIME            PIC X(12).                     CNB24100
006500     05  PARM-PERIOD-START         PIC X(6).                      CNB24100
006600     05  PARM-PERIOD-END           PIC X(6).                      CNB24100
006700     05  PARM-PURGE-BEFORE         PIC X(6).                      CNB24100
006800     05  FILLER                    PIC X(42).                     CNB24100
006900 FD  AR-FILE                                                      CNB24100
007000     RECORD CONTAINS 150 CHARACTERS.                              CNB24100
007100 01  AR-RECORD.                                                   CNB24100
007200     05  AR-KEY.                                                  CNB24100
007300         10  AR-EMP-NBR            PIC X(9).                      CNB24100
007400*        YYMMDDHHMM:                                              CNB24100
007500         10  AR-CALL-DATE-TIME     PIC X(10).                     CNB24100
007600     05  AR-CALL-DATA.                                            CNB24100
007700         10  AR-EMP-NAME           PIC X(26).                     CNB24100
007800         10  AR-TRAIN              PIC X(10).                     CNB24100
007900         10  AR-TRAIN-DATE-TIME    PIC X(10).                     CNB24100
008000         10  AR-CALL-DIST          PIC X(2).                      CNB24100
008100         10  AR-CALL-SDIST         PIC X(2).                      CNB24100
008200         10  AR-CALL-POOL          PIC X(2).                      CNB24100
008300         10  AR-ASGN-TYPE          PIC X(1).                      CNB24100
008400         10  AR-ASGN               PIC X(12).                     CNB24100
008500         10  AR-SIDE-TRIP          PIC X(1).                      CNB24100
008600         10  AR-FORCE-ROUTE        PIC X(4).                      CNB24100
008700         10  AR-ROUTE-DSGN         PIC X(4).                      CNB24100
008800         10  AR-CATCHUP-DATE       PIC X(6).                      CNB24100
008900     05  FILLER                    PIC X(51).                     CNB24100
009000 FD  CLAIM-FILE                                                   CNB24100
009100     RECORD CONTAINS 80 CHARACTERS.                               CNB24100
009200 01  WS-CLAIM-RECORD.                                             CNB24100
009300     05  CM-EMP-NBR                PIC X(9).                      CNB24100
009400     05  CM-ARB-TYPE               PIC X(4).                      CNB24100
009500*    YYMMDD:                                                      CNB24100
009600     05  CM-CLAIM-DATE             PIC X(6).                      CNB24100
009700     05  CM-TRAIN                  PIC X(10).                     CNB24100
009800     05  CM-CLAIM-ID               PIC X(10).                     CNB24100
009900     05  CM-AMOUNT                 PIC S9(5)V99.                  CNB24100
010000     05  FILLER                    PIC X(34).                     CNB24100
010100 FD  RPT-FILE                                                     CNB24100
010200     RECORD CONTAINS 132 CHARACTERS.                              CNB24100
010300 01  RPT-LINE                      PIC X(132).                    CNB24100
010400*                                                                 CNB24100
010500 WORKING-STORAGE SECTION.                                         CNB24100
010600 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB24100
010700     88  WS-PARM-OK                       VALUE '00'.             CNB24100
010800 01  WS-AR-STATUS                  PIC XX VALUE SPACES.           CNB24100
010900     88  WS-AR-OK                         VALUE '00'.             CNB24100
011000 01  WS-CLAIM-STATUS               PIC XX VALUE SPACES.           CNB24100
011100     88  WS-CLAIM-OK                      VALUE '00'.             CNB24100
011200 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB24100
011300     88  WS-RPT-OK                        VALUE '00'.             CNB24100
011400 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB24100
011500 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB24100
011510 COPY WSERRLOG.                                                   CNB24100
011600 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB24100
011700     88  WS-FUNC-REPORT                   VALUE 'REPORT'.         CNB24100
011800 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB24100
011900 01  WS-PERIOD-START               PIC X(6) VALUE SPACES.         CNB24100
012000 01  WS-PERIOD-END                 PIC X(6) VALUE SPACES.         CNB24100
012100 01  WS-PURGE-BEFORE               PIC X(6) VALUE SPACES.         CNB24100
012200 01  WS-AR-EOF-SW                  PIC X  VALUE 'N'.              CNB24100
012300     88  WS-EOF-AR                        VALUE 'Y'.              CNB24100
012400 01  WS-CLAIM-EOF-SW               PIC X  VALUE 'N'.              CNB24100
012500     88  WS-EOF-CLAIM                     VALUE 'Y'.              CNB24100
012600 01  WS-AR-EMP                     PIC X(9) VALUE SPACES.         CNB24100
012700 01  WS-CM-EMP                     PIC X(9) VALUE SPACES.         CNB24100
012800 01  WS-CUR-EMP                    PIC X(9) VALUE SPACES.         CNB24100
012900 01  WS-CUR-NAME                   PIC X(26) VALUE SPACES.        CNB24100
013000 01  WS-EMP-PRINTED-SW             PIC X  VALUE 'N'.              CNB24100
013100     88  WS-EMP-PRINTED                   VALUE 'Y'.              CNB24100
013200 01  WS-QUAL-SW                    PIC X  VALUE 'N'.              CNB24100
013300     88  WS-QUALIFIES                     VALUE 'Y'.              CNB24100
013400 01  WS-HIT-SW                     PIC X  VALUE 'N'.              CNB24100
013500     88  WS-CLAIM-HIT                     VALUE 'Y'.              CNB24100
013600 01  WS-DATE-HIT-SW                PIC X  VALUE 'N'.              CNB24100
013700     88  WS-DATE-HIT                      VALUE 'Y'.              CNB24100
013800 01  WS-DUP-SW                     PIC X  VALUE 'N'.              CNB24100
013900     88  WS-DUP-CLAIM                     VALUE 'Y'.              CNB24100
014000 01  WS-ARB-CODES.                                                CNB24100
014100     05  FILLER                    PIC X(12) VALUE 'SIDEFRTERDSG'.CNB24100
014200 01  WS-ARB-CODE-TABLE REDEFINES WS-ARB-CODES.                    CNB24100
014300     05  WS-ARB-CODE OCCURS 3 TIMES PIC X(4).                     CNB24100
014400 01  WS-ARB-SUB                    PIC S9(4) COMP VALUE ZEROS.    CNB24100
014500 01  WS-CLAIM-ARB-SUB              PIC S9(4) COMP VALUE ZEROS.    CNB24100
014600 01  WS-HIT-SUB                    PIC S9(4) COMP VALUE ZEROS.    CNB24100
014700*    THE CURRENT EMPLOYEE'S CALLS IN THE PERIOD.                  CNB24100
014800 01  WS-RC-MAX                     PIC S9(4) COMP VALUE 300.      CNB24100
014900 01  WS-RC-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB24100
015000 01  WS-RC-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB24100
015100 01  WS-RC-TABLE.                                                 CNB24100
015200     05  WS-RC-ENTRY OCCURS 300 TIMES.                            CNB24100
015300         10  WS-RC-DATA            PIC X(99).                     CNB24100
015400         10  WS-RC-ARB OCCURS 3 TIMES.                            CNB24100
015500             15  WS-RC-CLAIMED     PIC X(1).                      CNB24100
015600             15  WS-RC-CLAIM-ID    PIC X(10).                     CNB24100
015700*    THE CURRENT EMPLOYEE'S CLAIM EXCEPTIONS, PRINTED LAST.       CNB24100
015800 01  WS-EX-MAX                     PIC S9(4) COMP VALUE 100.      CNB24100
015900 01  WS-EX-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB24100
016000 01  WS-EX-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB24100
016100 01  WS-EX-TABLE.                                                 CNB24100
016200     05  WS-EX-LINE OCCURS 100 TIMES PIC X(132).                  CNB24100
016300 01  WS-AW-CALL.                                                  CNB24100
016400     05  AW-KEY.                                                  CNB24100
016500         10  AW-EMP-NBR            PIC X(9).                      CNB24100
016600         10  AW-CALL-DATE-TIME     PIC X(10).                     CNB24100
016700     05  AW-EMP-NAME               PIC X(26).                     CNB24100
016800     05  AW-TRAIN                  PIC X(10).                     CNB24100
016900     05  AW-TRAIN-DATE-TIME        PIC X(10).                     CNB24100
017000     05  AW-CALL-DIST              PIC X(2).                      CNB24100
017100     05  AW-CALL-SDIST             PIC X(2).                      CNB24100
017200     05  AW-CALL-POOL              PIC X(2).                      CNB24100
017300     05  AW-ASGN-TYPE              PIC X(1).                      CNB24100
017400     05  AW-ASGN                   PIC X(12).                     CNB24100
017500     05  AW-SIDE-TRIP              PIC X(1).                      CNB24100
017600         88  AW-SIDE-TRIP-CALL           VALUE 'Y'.               CNB24100
017700     05  AW-FORCE-ROUTE            PIC X(4).                      CNB24100
017800     05  AW-ROUTE-DSGN             PIC X(4).                      CNB24100
017900     05  AW-CATCHUP-DATE           PIC X(6).                      CNB24100
018000 01  WS-CALL-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24100
018100 01  WS-OVER-COUNT                 PIC 9(7) VALUE ZEROS.          CNB24100
018200 01  WS-QUAL-CALL-COUNT            PIC 9(7) VALUE ZEROS.          CNB24100
018300 01  WS-ARB-COUNT                  PIC 9(7) VALUE ZEROS.          CNB24100
018400 01  WS-CLAIMED-COUNT              PIC 9(7) VALUE ZEROS.          CNB24100
018500 01  WS-UNCLAIMED-COUNT            PIC 9(7) VALUE ZEROS.          CNB24100
018600 01  WS-CLAIM-READ-COUNT           PIC 9(7) VALUE ZEROS.          CNB24100
018700 01  WS-MATCH-COUNT                PIC 9(7) VALUE ZEROS.          CNB24100
018800 01  WS-NO-CALL-COUNT              PIC 9(7) VALUE ZEROS.          CNB24100
018900 01  WS-NOT-QUAL-COUNT             PIC 9(7) VALUE ZEROS.          CNB24100
019000 01  WS-DUP-COUNT                  PIC 9(7) VALUE ZEROS.          CNB24100
019100 01  WS-PURGE-COUNT                PIC 9(7) VALUE ZEROS.          CNB24100
019200 01  WS-CALL-QUAL-SW               PIC X  VALUE 'N'.              CNB24100
019300     88  WS-CALL-QUALIFIES                VALUE 'Y'.              CNB24100
019400 01  WS-HDR-LINE.                                                 CNB24100
019500     05  FILLER                PIC X(38)  VALUE                   CNB24100
019600         'CNB241 - ARBITRARY REGISTER           '.                CNB24100
019700     05  FILLER                PIC X(2)   VALUE SPACES.           CNB24100
019800     05  HDR-FUNC              PIC X(8).                          CNB24100
019900     05  FILLER                PIC X(2)   VALUE SPACES.           CNB24100
020000     05  HDR-DATE-TIME         PIC X(12).                         CNB24100
020100     05  FILLER                PIC X(70)  VALUE SPACES.           CNB24100
020200 01  WS-PER-LINE.                                                 CNB24100
020300     05  FILLER                    PIC X(12) VALUE                CNB24100
020400         'PAY PERIOD: '.                                          CNB24100
020500     05  PL-START                  PIC X(6).                      CNB24100
020600     05  FILLER                    PIC X(4) VALUE ' TO '.         CNB24100
020700     05  PL-END                    PIC X(6).                      CNB24100
020800     05  FILLER                    PIC X(104) VALUE SPACES.       CNB24100
020900 01  WS-COL-HDR-LINE.                                             CNB24100
021000     05  FILLER                    PIC X(44) VALUE                CNB24100
021100         'CALLED     TRAIN      TRAIN TIME BOARD    AS'.          CNB24100
021200     05  FILLER                    PIC X(44) VALUE                CNB24100
021300         'SIGNMENT    ARB  DTL  CATCH  STATUS      CLA'.          CNB24100
021400     05  FILLER                    PIC X(44) VALUE                CNB24100
021500         'IM'.                                                    CNB24100
021600 01  WS-EMP-LINE.                                                 CNB24100
021700     05  FILLER                    PIC X(9) VALUE 'EMPLOYEE '.    CNB24100
021800     05  EMP-LINE-NBR              PIC X(9).                      CNB24100
021900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24100
022000     05  EMP-LINE-NAME             PIC X(26).                     CNB24100
022100     05  FILLER                    PIC X(87) VALUE SPACES.        CNB24100
022200 01  WS-DTL-LINE.                                                 CNB24100
022300     05  DTL-CALLED                PIC X(10).                     CNB24100
022400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24100
022500     05  DTL-TRAIN                 PIC X(10).                     CNB24100
022600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24100
022700     05  DTL-TRAIN-TIME            PIC X(10).                     CNB24100
022800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24100
022900     05  DTL-DIST                  PIC X(2).                      CNB24100
023000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24100
023100     05  DTL-SDIST                 PIC X(2).                      CNB24100
023200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24100
023300     05  DTL-POOL                  PIC X(2).                      CNB24100
023400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24100
023500     05  DTL-ASGN-TYPE             PIC X(1).                      CNB24100
023600     05  DTL-ASGN                  PIC X(12).                     CNB24100
023700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24100
023800     05  DTL-ARB                   PIC X(4).                      CNB24100
023900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24100
024000     05  DTL-DETAIL                PIC X(4).                      CNB24100
024100     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24100
024200     05  DTL-CATCHUP               PIC X(6).                      CNB24100
024300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24100
024400     05  DTL-STATUS                PIC X(11).                     CNB24100
024500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24100
024600     05  DTL-CLAIM-ID              PIC X(10).                     CNB24100
024700     05  FILLER                    PIC X(37) VALUE SPACES.        CNB24100
024800 01  WS-EXC-LINE.                                                 CNB24100
024900     05  FILLER                    PIC X(10) VALUE '*** CLAIM '.  CNB24100
025000     05  EXC-CLAIM-ID              PIC X(10).                     CNB24100
025100     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24100
025200     05  EXC-CLAIM-DATE            PIC X(6).                      CNB24100
025300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24100
025400     05  EXC-TRAIN                 PIC X(10).                     CNB24100
025500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24100
025600     05  EXC-ARB                   PIC X(4).                      CNB24100
025700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB24100
025800     05  EXC-AMOUNT                PIC ZZ,ZZ9.99-.                CNB24100
025900     05  FILLER                    PIC X(2) VALUE SPACES.         CNB24100
026000     05  EXC-PROBLEM               PIC X(30).                     CNB24100
026100     05  FILLER                    PIC X(46) VALUE SPACES.        CNB24100
026200 01  WS-CNT-LINE.                                                 CNB24100
026300     05  CNT-LABEL                 PIC X(30).                     CNB24100
026400     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB24100
026500     05  FILLER                    PIC X(95) VALUE SPACES.        CNB24100
026600*                                                                 CNB24100
026700 PROCEDURE DIVISION.                                              CNB24100
026800 P0000-MAINLINE.                                                  CNB24100
026900     PERFORM P1000-INITIALIZE                                     CNB24100
027000     PERFORM P2000-PROCESS-EMPLOYEE                               CNB24100
027100             UNTIL WS-EOF-AR AND WS-EOF-CLAIM                     CNB24100
027200     PERFORM P9000-TERMINATE                                      CNB24100
027300     GOBACK.                                                      CNB24100
027400*                                                                 CNB24100
027500 P1000-INITIALIZE.                                                CNB24100
027600     OPEN INPUT PARM-FILE                                         CNB24100
027700     IF NOT WS-PARM-OK                                            CNB24100
027800        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB24100
027900        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB24100
028000        PERFORM P9999-GOT-PROBLEM                                 CNB24100
028100     END-IF                                                       CNB24100
028200     READ PARM-FILE                                               CNB24100
028300     IF NOT WS-PARM-OK                                            CNB24100
028400        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB24100
028500        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB24100
028600        PERFORM P9999-GOT-PROBLEM                                 CNB24100
028700     END-IF                                                       CNB24100
028800     MOVE PARM-FUNC                TO WS-FUNC                     CNB24100
028900     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB24100
029000     MOVE PARM-PERIOD-START        TO WS-PERIOD-START             CNB24100
029100     MOVE PARM-PERIOD-END          TO WS-PERIOD-END               CNB24100
029200     MOVE PARM-PURGE-BEFORE        TO WS-PURGE-BEFORE             CNB24100
029300     CLOSE PARM-FILE                                              CNB24100
029400     IF NOT WS-FUNC-REPORT                                        CNB24100
029500        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB24100
029600        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB24100
029700        PERFORM P9999-GOT-PROBLEM                                 CNB24100
029800     END-IF                                                       CNB24100
029900     IF WS-PERIOD-START NOT NUMERIC                               CNB24100
030000        OR WS-PERIOD-END NOT NUMERIC                              CNB24100
030100        OR WS-PERIOD-END < WS-PERIOD-START                        CNB24100
030200        MOVE 'P1000-BAD-PERD'      TO WS-ABEND-PARAGRAPH          CNB24100
030300        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB24100
030400        PERFORM P9999-GOT-PROBLEM                                 CNB24100
030500     END-IF                                                       CNB24100
030600     IF WS-PURGE-BEFORE NOT NUMERIC                               CNB24100
030700        MOVE SPACES                TO WS-PURGE-BEFORE             CNB24100
030800     END-IF                                                       CNB24100
030900     OPEN I-O AR-FILE                                             CNB24100
031000     IF NOT WS-AR-OK                                              CNB24100
031100        MOVE 'P1000-OPEN-AR'       TO WS-ABEND-PARAGRAPH          CNB24100
031200        MOVE WS-AR-STATUS          TO WS-ABEND-STATUS             CNB24100
031300        PERFORM P9999-GOT-PROBLEM                                 CNB24100
031400     END-IF                                                       CNB24100
031500     OPEN INPUT CLAIM-FILE                                        CNB24100
031600     IF NOT WS-CLAIM-OK                                           CNB24100
031700        MOVE 'P1000-OPEN-CLM'      TO WS-ABEND-PARAGRAPH          CNB24100
031800        MOVE WS-CLAIM-STATUS       TO WS-ABEND-STATUS             CNB24100
031900        PERFORM P9999-GOT-PROBLEM                                 CNB24100
032000     END-IF                                                       CNB24100
032100     OPEN OUTPUT RPT-FILE                                         CNB24100
032200     IF NOT WS-RPT-OK                                             CNB24100
032300        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB24100
032400        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB24100
032500        PERFORM P9999-GOT-PROBLEM                                 CNB24100
032600     END-IF                                                       CNB24100
032700     MOVE WS-FUNC                  TO HDR-FUNC                    CNB24100
032800     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB24100
032900     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB24100
033000     MOVE WS-PERIOD-START          TO PL-START                    CNB24100
033100     MOVE WS-PERIOD-END            TO PL-END                      CNB24100
033200     WRITE RPT-LINE FROM WS-PER-LINE                              CNB24100
033300     MOVE SPACES                   TO RPT-LINE                    CNB24100
033400     WRITE RPT-LINE                                               CNB24100
033500     WRITE RPT-LINE FROM WS-COL-HDR-LINE                          CNB24100
033600     MOVE LOW-VALUES               TO AR-KEY                      CNB24100
033700     START AR-FILE KEY NOT < AR-KEY                               CNB24100
033800     IF NOT WS-AR-OK                                              CNB24100
033900        SET WS-EOF-AR TO TRUE                                     CNB24100
034000        MOVE HIGH-VALUES           TO WS-AR-EMP                   CNB24100
034100     ELSE                                                         CNB24100
034200        PERFORM P8100-READ-REGISTER                               CNB24100
034300     END-IF                                                       CNB24100
034400     PERFORM P8200-READ-CLAIM.                                    CNB24100
034500*                                                                 CNB24100
034600 P2000-PROCESS-EMPLOYEE.                                          CNB24100
034700*    REGISTER AND CLAIMS ARE BOTH IN EMPLOYEE ORDER; EACH PASS    CNB24100
034800*    TAKES THE LOWER EMPLOYEE AND ALL OF ITS RECORDS FROM BOTH.   CNB24100
034900     IF WS-AR-EMP < WS-CM-EMP                                     CNB24100
035000        MOVE WS-AR-EMP             TO WS-CUR-EMP                  CNB24100
035100     ELSE                                                         CNB24100
035200        MOVE WS-CM-EMP             TO WS-CUR-EMP                  CNB24100
035300     END-IF                                                       CNB24100
035400     MOVE SPACES                   TO WS-CUR-NAME                 CNB24100
035500     MOVE ZEROS                    TO WS-RC-COUNT                 CNB24100
035600                                      WS-EX-COUNT                 CNB24100
035700     PERFORM P2100-LOAD-CALL                                      CNB24100
035800             UNTIL WS-AR-EMP NOT = WS-CUR-EMP                     CNB24100
035900     PERFORM P2200-MATCH-CLAIM                                    CNB24100
036000             UNTIL WS-CM-EMP NOT = WS-CUR-EMP                     CNB24100
036100     MOVE 'N'                      TO WS-EMP-PRINTED-SW           CNB24100
036200     PERFORM P2300-PRINT-CALL                                     CNB24100
036300             VARYING WS-RC-SUB FROM 1 BY 1                        CNB24100
036400             UNTIL WS-RC-SUB > WS-RC-COUNT                        CNB24100
036500     IF WS-EX-COUNT > ZEROS                                       CNB24100
036600        PERFORM P8300-PRINT-EMPLOYEE                              CNB24100
036700        PERFORM P2400-PRINT-EXCEPTION                             CNB24100
036800                VARYING WS-EX-SUB FROM 1 BY 1                     CNB24100
036900                UNTIL WS-EX-SUB > WS-EX-COUNT                     CNB24100
037000     END-IF.                                                      CNB24100
037100*                                                                 CNB24100
037200 P2100-LOAD-CALL.                                                 CNB24100
037300     MOVE AR-EMP-NAME              TO WS-CUR-NAME                 CNB24100
037400     IF WS-PURGE-BEFORE > SPACES                                  CNB24100
037500        AND AR-CALL-DATE-TIME (1:6) < WS-PURGE-BEFORE             CNB24100
037600        DELETE AR-FILE RECORD                                     CNB24100
037700        IF NOT WS-AR-OK                                           CNB24100
037800           MOVE 'P2100-DEL-AR'     TO WS-ABEND-PARAGRAPH          CNB24100
037900           MOVE WS-AR-STATUS       TO WS-ABEND-STATUS             CNB24100
038000           PERFORM P9999-GOT-PROBLEM                              CNB24100
038100        END-IF                                                    CNB24100
038200        ADD 1 TO WS-PURGE-COUNT                                   CNB24100
038300     ELSE                                                         CNB24100
038400        IF AR-CALL-DATE-TIME (1:6) NOT < WS-PERIOD-START          CNB24100
038500           AND AR-CALL-DATE-TIME (1:6) NOT > WS-PERIOD-END        CNB24100
038600           ADD 1 TO WS-CALL-COUNT                                 CNB24100
038700           IF WS-RC-COUNT NOT < WS-RC-MAX                         CNB24100
038800              ADD 1 TO WS-OVER-COUNT                              CNB24100
038900           ELSE                                                   CNB24100
039000              ADD 1 TO WS-RC-COUNT                                CNB24100
039100              MOVE AR-RECORD       TO WS-RC-DATA (WS-RC-COUNT)    CNB24100
039200              MOVE SPACES          TO WS-RC-ARB (WS-RC-COUNT 1)   CNB24100
039300                                      WS-RC-ARB (WS-RC-COUNT 2)   CNB24100
039400                                      WS-RC-ARB (WS-RC-COUNT 3)   CNB24100
039500           END-IF                                                 CNB24100
039600        END-IF                                                    CNB24100
039700     END-IF                                                       CNB24100
039800     PERFORM P8100-READ-REGISTER.                                 CNB24100
039900*                                                                 CNB24100
040000 P2200-MATCH-CLAIM.                                               CNB24100
040100     ADD 1 TO WS-CLAIM-READ-COUNT                                 CNB24100
040200     MOVE 'N'                      TO WS-HIT-SW                   CNB24100
040300                                      WS-DATE-HIT-SW              CNB24100
040400                                      WS-DUP-SW                   CNB24100
040500     MOVE ZEROS                    TO WS-CLAIM-ARB-SUB            CNB24100
040600                                      WS-HIT-SUB                  CNB24100
040700     PERFORM P2210-ARB-TYPE                                       CNB24100
040800             VARYING WS-ARB-SUB FROM 1 BY 1                       CNB24100
040900             UNTIL WS-ARB-SUB > 3                                 CNB24100
041000     IF WS-CLAIM-ARB-SUB > ZEROS                                  CNB24100
041100        PERFORM P2220-CHECK-CALL                                  CNB24100
041200                VARYING WS-RC-SUB FROM 1 BY 1                     CNB24100
041300                UNTIL WS-RC-SUB > WS-RC-COUNT                     CNB24100
041400                   OR WS-CLAIM-HIT                                CNB24100
041500     END-IF                                                       CNB24100
041600     IF WS-CLAIM-HIT                                              CNB24100
041700        ADD 1 TO WS-MATCH-COUNT                                   CNB24100
041800        MOVE 'Y'                                                  CNB24100
041900          TO WS-RC-CLAIMED (WS-HIT-SUB WS-CLAIM-ARB-SUB)          CNB24100
042000        MOVE CM-CLAIM-ID                                          CNB24100
042100          TO WS-RC-CLAIM-ID (WS-HIT-SUB WS-CLAIM-ARB-SUB)         CNB24100
042200     ELSE                                                         CNB24100
042300        MOVE SPACES                TO EXC-PROBLEM                 CNB24100
042400        EVALUATE TRUE                                             CNB24100
042500           WHEN WS-CLAIM-ARB-SUB = ZEROS                          CNB24100
042600                ADD 1 TO WS-NO-CALL-COUNT                         CNB24100
042700                MOVE 'UNKNOWN ARBITRARY TYPE' TO EXC-PROBLEM      CNB24100
042800           WHEN WS-DUP-CLAIM                                      CNB24100
042900                ADD 1 TO WS-DUP-COUNT                             CNB24100
043000                MOVE 'ALREADY CLAIMED FOR THIS CALL'              CNB24100
043100                                              TO EXC-PROBLEM      CNB24100
043200           WHEN WS-DATE-HIT                                       CNB24100
043300                ADD 1 TO WS-NOT-QUAL-COUNT                        CNB24100
043400                MOVE 'CALL DOES NOT QUALIFY'  TO EXC-PROBLEM      CNB24100
043500           WHEN OTHER                                             CNB24100
043600                ADD 1 TO WS-NO-CALL-COUNT                         CNB24100
043700                MOVE 'NO MATCHING CALL'       TO EXC-PROBLEM      CNB24100
043800        END-EVALUATE                                              CNB24100
043900        IF WS-EX-COUNT < WS-EX-MAX                                CNB24100
044000           ADD 1 TO WS-EX-COUNT                                   CNB24100
044100           MOVE CM-CLAIM-ID        TO EXC-CLAIM-ID                CNB24100
044200           MOVE CM-CLAIM-DATE      TO EXC-CLAIM-DATE              CNB24100
044300           MOVE CM-TRAIN           TO EXC-TRAIN                   CNB24100
044400           MOVE CM-ARB-TYPE        TO EXC-ARB                     CNB24100
044500           MOVE CM-AMOUNT          TO EXC-AMOUNT                  CNB24100
044600           MOVE WS-EXC-LINE        TO WS-EX-LINE (WS-EX-COUNT)    CNB24100
044700        END-IF                                                    CNB24100
044800     END-IF                                                       CNB24100
044900     PERFORM P8200-READ-CLAIM.                                    CNB24100
045000*                                                                 CNB24100
045100 P2210-ARB-TYPE.                                                  CNB24100
045200     IF CM-ARB-TYPE = WS-ARB-CODE (WS-ARB-SUB)                    CNB24100
045300        MOVE WS-ARB-SUB            TO WS-CLAIM-ARB-SUB            CNB24100
045400     END-IF.                                                      CNB24100
045500*                                                                 CNB24100
045600 P2220-CHECK-CALL.                                                CNB24100
045700*    THE CLAIM DATE MAY BE THE CALL DATE OR, FOR A CALL BEFORE    CNB24100
045800*    MIDNIGHT, THE TRAIN DATE.                                    CNB24100
045900     MOVE WS-RC-DATA (WS-RC-SUB)   TO WS-AW-CALL                  CNB24100
046000     IF (CM-CLAIM-DATE = AW-CALL-DATE-TIME (1:6)                  CNB24100
046100         OR CM-CLAIM-DATE = AW-TRAIN-DATE-TIME (1:6))             CNB24100
046200        AND (CM-TRAIN NOT > SPACES                                CNB24100
046300             OR CM-TRAIN = AW-TRAIN)                              CNB24100
046400        SET WS-DATE-HIT TO TRUE                                   CNB24100
046500        MOVE WS-CLAIM-ARB-SUB      TO WS-ARB-SUB                  CNB24100
046600        PERFORM P3000-QUALIFIES                                   CNB24100
046700        IF WS-QUALIFIES                                           CNB24100
046800           IF WS-RC-CLAIMED (WS-RC-SUB WS-CLAIM-ARB-SUB) = 'Y'    CNB24100
046900              SET WS-DUP-CLAIM TO TRUE                            CNB24100
047000           ELSE                                                   CNB24100
047100              SET WS-CLAIM-HIT TO TRUE                            CNB24100
047200              MOVE WS-RC-SUB       TO WS-HIT-SUB                  CNB24100
047300           END-IF                                                 CNB24100
047400        END-IF                                                    CNB24100
047500     END-IF.                                                      CNB24100
047600*                                                                 CNB24100
047700 P2300-PRINT-CALL.                                                CNB24100
047800     MOVE WS-RC-DATA (WS-RC-SUB)   TO WS-AW-CALL                  CNB24100
047900     MOVE 'N'                      TO WS-CALL-QUAL-SW             CNB24100
048000     PERFORM P2310-PRINT-ARBITRARY                                CNB24100
048100             VARYING WS-ARB-SUB FROM 1 BY 1                       CNB24100
048200             UNTIL WS-ARB-SUB > 3                                 CNB24100
048300     IF WS-CALL-QUALIFIES                                         CNB24100
048400        ADD 1 TO WS-QUAL-CALL-COUNT                               CNB24100
048500     END-IF.                                                      CNB24100
048600*                                                                 CNB24100
048700 P2310-PRINT-ARBITRARY.                                           CNB24100
048800     PERFORM P3000-QUALIFIES                                      CNB24100
048900     IF WS-QUALIFIES                                              CNB24100
049000        SET WS-CALL-QUALIFIES TO TRUE                             CNB24100
049100        ADD 1 TO WS-ARB-COUNT                                     CNB24100
049200        PERFORM P8300-PRINT-EMPLOYEE                              CNB24100
049300        MOVE AW-CALL-DATE-TIME     TO DTL-CALLED                  CNB24100
049400        MOVE AW-TRAIN              TO DTL-TRAIN                   CNB24100
049500        MOVE AW-TRAIN-DATE-TIME    TO DTL-TRAIN-TIME              CNB24100
049600        MOVE AW-CALL-DIST          TO DTL-DIST                    CNB24100
049700        MOVE AW-CALL-SDIST         TO DTL-SDIST                   CNB24100
049800        MOVE AW-CALL-POOL          TO DTL-POOL                    CNB24100
049900        MOVE AW-ASGN-TYPE          TO DTL-ASGN-TYPE               CNB24100
050000        MOVE AW-ASGN               TO DTL-ASGN                    CNB24100
050100        MOVE WS-ARB-CODE (WS-ARB-SUB) TO DTL-ARB                  CNB24100
050200        EVALUATE WS-ARB-SUB                                       CNB24100
050300           WHEN 1                                                 CNB24100
050400                MOVE AW-SIDE-TRIP  TO DTL-DETAIL                  CNB24100
050500           WHEN 2                                                 CNB24100
050600                MOVE AW-FORCE-ROUTE TO DTL-DETAIL                 CNB24100
050700           WHEN OTHER                                             CNB24100
050800                MOVE AW-ROUTE-DSGN TO DTL-DETAIL                  CNB24100
050900        END-EVALUATE                                              CNB24100
051000        MOVE AW-CATCHUP-DATE       TO DTL-CATCHUP                 CNB24100
051100        IF WS-RC-CLAIMED (WS-RC-SUB WS-ARB-SUB) = 'Y'             CNB24100
051200           ADD 1 TO WS-CLAIMED-COUNT                              CNB24100
051300           MOVE 'CLAIMED'          TO DTL-STATUS                  CNB24100
051400           MOVE WS-RC-CLAIM-ID (WS-RC-SUB WS-ARB-SUB)             CNB24100
051500                                   TO DTL-CLAIM-ID                CNB24100
051600        ELSE                                                      CNB24100
051700           ADD 1 TO WS-UNCLAIMED-COUNT                            CNB24100
051800           MOVE 'NOT CLAIMED'      TO DTL-STATUS                  CNB24100
051900           MOVE SPACES             TO DTL-CLAIM-ID                CNB24100
052000        END-IF                                                    CNB24100
052100        WRITE RPT-LINE FROM WS-DTL-LINE                           CNB24100
052200     END-IF.                                                      CNB24100
052300*                                                                 CNB24100
052400 P2400-PRINT-EXCEPTION.                                           CNB24100
052500     WRITE RPT-LINE FROM WS-EX-LINE (WS-EX-SUB).                  CNB24100
052600*                                                                 CNB24100
052700 P3000-QUALIFIES.                                                 CNB24100
052800*    WHETHER THE CALL IN WS-AW-CALL QUALIFIES FOR ARBITRARY       CNB24100
052900*    WS-ARB-SUB.                                                  CNB24100
053000     MOVE 'N'                      TO WS-QUAL-SW                  CNB24100
053100     EVALUATE WS-ARB-SUB                                          CNB24100
053200        WHEN 1                                                    CNB24100
053300             IF AW-SIDE-TRIP-CALL                                 CNB24100
053400                SET WS-QUALIFIES TO TRUE                          CNB24100
053500             END-IF                                               CNB24100
053600        WHEN 2                                                    CNB24100
053700             IF AW-FORCE-ROUTE > SPACES                           CNB24100
053800                SET WS-QUALIFIES TO TRUE                          CNB24100
053900             END-IF                                               CNB24100
054000        WHEN 3                                                    CNB24100
054100             IF AW-ROUTE-DSGN > SPACES                            CNB24100
054200                SET WS-QUALIFIES TO TRUE                          CNB24100
054300             END-IF                                               CNB24100
054400     END-EVALUATE.                                                CNB24100
054500*                                                                 CNB24100
054600 P8100-READ-REGISTER.                                             CNB24100
054700     READ AR-FILE NEXT                                            CNB24100
054800          AT END                                                  CNB24100
054900             SET WS-EOF-AR TO TRUE                                CNB24100
055000     END-READ                                                     CNB24100
055100     IF WS-EOF-AR                                                 CNB24100
055200        MOVE HIGH-VALUES           TO WS-AR-EMP                   CNB24100
055300     ELSE                                                         CNB24100
055400        IF NOT WS-AR-OK                                           CNB24100
055500           MOVE 'P8100-READ-AR'    TO WS-ABEND-PARAGRAPH          CNB24100
055600           MOVE WS-AR-STATUS       TO WS-ABEND-STATUS             CNB24100
055700           PERFORM P9999-GOT-PROBLEM                              CNB24100
055800        END-IF                                                    CNB24100
055900        MOVE AR-EMP-NBR            TO WS-AR-EMP                   CNB24100
056000     END-IF.                                                      CNB24100
056100*                                                                 CNB24100
056200 P8200-READ-CLAIM.                                                CNB24100
056300     READ CLAIM-FILE                                              CNB24100
056400          AT END                                                  CNB24100
056500             SET WS-EOF-CLAIM TO TRUE                             CNB24100
056600     END-READ                                                     CNB24100
056700     IF WS-EOF-CLAIM                                              CNB24100
056800        MOVE HIGH-VALUES           TO WS-CM-EMP                   CNB24100
056900     ELSE                                                         CNB24100
057000        IF NOT WS-CLAIM-OK                                        CNB24100
057100           MOVE 'P8200-READ-CLM'   TO WS-ABEND-PARAGRAPH          CNB24100
057200           MOVE WS-CLAIM-STATUS    TO WS-ABEND-STATUS             CNB24100
057300           PERFORM P9999-GOT-PROBLEM                              CNB24100
057400        END-IF                                                    CNB24100
057500        MOVE CM-EMP-NBR            TO WS-CM-EMP                   CNB24100
057600     END-IF.                                                      CNB24100
057700*                                                                 CNB24100
057800 P8300-PRINT-EMPLOYEE.                                            CNB24100
057900     IF NOT WS-EMP-PRINTED                                        CNB24100
058000        SET WS-EMP-PRINTED TO TRUE                                CNB24100
058100        MOVE WS-CUR-EMP            TO EMP-LINE-NBR                CNB24100
058200        MOVE WS-CUR-NAME           TO EMP-LINE-NAME               CNB24100
058300        MOVE SPACES                TO RPT-LINE                    CNB24100
058400        WRITE RPT-LINE                                            CNB24100
058500        WRITE RPT-LINE FROM WS-EMP-LINE                           CNB24100
058600     END-IF.                                                      CNB24100
058700*                                                                 CNB24100
058800 P9000-TERMINATE.                                                 CNB24100
058900     MOVE SPACES                   TO RPT-LINE                    CNB24100
059000     WRITE RPT-LINE                                               CNB24100
059100     MOVE 'CALLS IN PERIOD ...........' TO CNT-LABEL              CNB24100
059200     MOVE WS-CALL-COUNT            TO CNT-VALUE                   CNB24100
059300     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB24100
059400     IF WS-OVER-COUNT > ZEROS                                     CNB24100
059500        MOVE 'NOT LISTED - TABLE FULL ...' TO CNT-LABEL           CNB24100
059600        MOVE WS-OVER-COUNT         TO CNT-VALUE                   CNB24100
059700        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB24100
059800     END-IF                                                       CNB24100
059900     MOVE 'CALLS WITH ARBITRARIES ....' TO CNT-LABEL              CNB24100
060000     MOVE WS-QUAL-CALL-COUNT       TO CNT-VALUE                   CNB24100
060100     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB24100
060200     MOVE 'ARBITRARIES QUALIFIED .....' TO CNT-LABEL              CNB24100
060300     MOVE WS-ARB-COUNT             TO CNT-VALUE                   CNB24100
060400     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB24100
060500     MOVE '  CLAIMED .................' TO CNT-LABEL              CNB24100
060600     MOVE WS-CLAIMED-COUNT         TO CNT-VALUE                   CNB24100
060700     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB24100
060800     MOVE '  NOT CLAIMED .............' TO CNT-LABEL              CNB24100
060900     MOVE WS-UNCLAIMED-COUNT       TO CNT-VALUE                   CNB24100
061000     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB24100
061100     MOVE 'CLAIMS READ ...............' TO CNT-LABEL              CNB24100
061200     MOVE WS-CLAIM-READ-COUNT      TO CNT-VALUE                   CNB24100
061300     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB24100
061400     MOVE '  MATCHED TO A CALL .......' TO CNT-LABEL              CNB24100
061500     MOVE WS-MATCH-COUNT           TO CNT-VALUE                   CNB24100
061600     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB24100
061700     MOVE '  NO MATCHING CALL ........' TO CNT-LABEL              CNB24100
061800     MOVE WS-NO-CALL-COUNT         TO CNT-VALUE                   CNB24100
061900     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB24100
062000     MOVE '  CALL DOES NOT QUALIFY ...' TO CNT-LABEL              CNB24100
062100     MOVE WS-NOT-QUAL-COUNT        TO CNT-VALUE                   CNB24100
062200     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB24100
062300     MOVE '  ALREADY CLAIMED .........' TO CNT-LABEL              CNB24100
062400     MOVE WS-DUP-COUNT             TO CNT-VALUE                   CNB24100
062500     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB24100
062600     IF WS-PURGE-BEFORE > SPACES                                  CNB24100
062700        MOVE 'PURGED FROM REGISTER ......' TO CNT-LABEL           CNB24100
062800        MOVE WS-PURGE-COUNT        TO CNT-VALUE                   CNB24100
062900        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB24100
063000     END-IF                                                       CNB24100
063100     CLOSE AR-FILE                                                CNB24100
063200           CLAIM-FILE                                             CNB24100
063300           RPT-FILE.                                              CNB24100
063400*                                                                 CNB24100
063500 P9999-GOT-PROBLEM.                                               CNB24100
063510     MOVE 'CNB241'                 TO XE-PROGRAM                  CNB24100
063520     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB24100
063530     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB24100
063540     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB24100
063600     DISPLAY 'CNB241 ABEND IN ' WS-ABEND-PARAGRAPH                CNB24100
063700              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB24100
063800     MOVE 16 TO RETURN-CODE                                       CNB24100
063900     GOBACK.                                                      CNB24100
