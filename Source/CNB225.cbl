000100 IDENTIFICATION DIVISION.                                         CNB22500
000200 PROGRAM-ID. CNB225.                                              CNB22500
000300*AUTHOR.     JMC.                                                 CNB22500
000400*DATE-WRITTEN. 10/15/26.                                          CNB22500
000500*REMARKS.                                                         CNB22500
000600*    FUTURE-DATED BOOK-OFF REQUEST BOOK.  THE MASTER ONLY HOLDS   CNB22500
000700*    ONE FUTURE BOOK-OFF DATE (MSTR-FUTURE-BKOFF-MSG-DATE) AND NO CNB22500
000800*    DETAIL, SO REQUESTS TAKEN WEEKS AHEAD FOR A PERSONAL- OR     CNB22500
000900*    UNION-BUSINESS DAY WERE KEPT ON PAPER AND KEYED BY HAND ON   CNB22500
001000*    THE DAY.  FRBFILE HOLDS ANY NUMBER OF FUTURE LAYOFF REQUESTS CNB22500
001100*    PER EMPLOYEE (STATUS CODE, REASON, FROM/TO DATE-TIME, WHO    CNB22500
001200*    TOOK IT, APPROVAL STATE), WITH AN ALTERNATE KEY BY BOARD AND CNB22500
001300*    FROM DATE-TIME.  MSTR-FUTURE-BKOFF-MSG-DATE IS KEPT SET TO   CNB22500
001400*    THE EMPLOYEE'S NEXT OPEN REQUEST SO THE EXISTING FUTURE      CNB22500
001500*    BOOK-OFF MESSAGE STILL FIRES.  FUNCTIONS FROM THE PARM CARD: CNB22500
001600*      APPLY - LOADS FRTRAN CARDS: A ADD (STARTS PENDING),        CNB22500
001700*              P APPROVE, D DENY, X CANCEL.  REJECTS: NOTF (NOT ONCNB22500
001800*              MASTER / NO SUCH REQUEST), PAST (FROM NOT AFTER THECNB22500
001900*              RUN), DATE (TO NOT AFTER FROM), CODE (NOT A LAYOFF CNB22500
002000*              STATUS), DUPL (ALREADY BOOKED), APLD (ALREADY      CNB22500
002100*              APPLIED OR FAILED), ACTN (BAD ACTION).             CNB22500
002200*      BOARD - EVERY OPEN REQUEST FROM THE RUN DATE ON FOR THE    CNB22500
002300*              PARM DIST/SUB-DIST (AND CRAFT, BLANK = ALL) IN     CNB22500
002400*              BOARD AND DATE ORDER, SO THE DESK CAN SEE WHAT IS  CNB22500
002500*              ALREADY BOOKED BEFORE APPROVING ANOTHER.           CNB22500
002600*      DUE   - SCHEDULED RUN.  EVERY OPEN REQUEST WHOSE FROM      CNB22500
002700*              DATE-TIME HAS COME IS PUT THROUGH THE SAME EDIT    CNB22500
002800*              DISCIPLINE CNB130 USES FOR CNP917'S P1000-CHECK-   CNB22500
002900*              FOR-ERRORS (ON FILE, NOT TERMINATED, NOT ALREADY INCNB22500
003000*              THE STATUS) PLUS MUST BE APPROVED AND MARKED UP    CNB22500
003100*              AVAILABLE.  A REQUEST THAT PASSES IS APPLIED TO THECNB22500
003200*              MASTER WITH A STATUS-CHANGE JOB-HISTORY RECORD; ONECNB22500
003300*              THAT FAILS IS MARKED FAILED WITH ITS REASON (NAPV, CNB22500
003400*              NOTF, TERM, SAME, NAVL) AND LISTED.  APPLIED       CNB22500
003500*              REQUESTS WHOSE TO DATE-TIME HAS PASSED ARE LISTED  CNB22500
003600*              AS DUE BACK - THE MARKUP ITSELF GOES THROUGH CNP917CNB22500
003700*              SO THE REST AND BOARD EDITS STILL APPLY.           CNB22500
003800*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB22500
003900*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB22500
004000*                                                                 CNB22500
004100*TBD  THE JOB-HISTORY LAYOUT IS THE SAME REVERSE-ENGINEERED SHAPE CNB22500
004200*CNB130 CARRIES (PRODUCTION WSJHIST NOT IN THIS LIBRARY).         CNB22500
004300*STATUS-CHANGE HISTORY FUNCTION CODE 02.                          CNB22500
004400*                                                                 CNB22500
004500 ENVIRONMENT DIVISION.                                            CNB22500
004600 CONFIGURATION SECTION.                                           CNB22500
004700 SOURCE-COMPUTER.  IBM-370.                                       CNB22500
004800 OBJECT-COMPUTER.  IBM-370.                                       CNB22500
004900 INPUT-OUTPUT SECTION.                                            CNB22500
005000 FILE-CONTROL.                                                    CNB22500
005100     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB22500
005200            ORGANIZATION  SEQUENTIAL                              CNB22500
005300            FILE STATUS   WS-PARM-STATUS.                         CNB22500
005400     SELECT FRTRAN-FILE  ASSIGN TO FRTRAN                         CNB22500
005500            ORGANIZATION  SEQUENTIAL                              CNB22500
005600            FILE STATUS   WS-FRTRAN-STATUS.                       CNB22500
005700     SELECT FRB-FILE     ASSIGN TO FRBFILE                        CNB22500
005800            ORGANIZATION  INDEXED                                 CNB22500
005900            ACCESS MODE   DYNAMIC                                 CNB22500
006000            RECORD KEY    FR-KEY                                  CNB22500
006100            ALTERNATE RECORD KEY FR-BOARD-KEY WITH DUPLICATES     CNB22500
006200            FILE STATUS   WS-FRB-STATUS.                          CNB22500
006300     SELECT MSTR-FILE    ASSIGN TO MSTRFILE                       CNB22500
006400            ORGANIZATION  INDEXED                                 CNB22500
006500            ACCESS MODE   DYNAMIC                                 CNB22500
006600            RECORD KEY    MIO-KEY                                 CNB22500
006700            ALTERNATE RECORD KEY MIO-EMP-NBR                      CNB22500
006800            FILE STATUS   WS-MSTRF-STATUS.                        CNB22500
006900     SELECT JHIST-FILE   ASSIGN TO JHISTFL                        CNB22500
007000            ORGANIZATION  INDEXED                                 CNB22500
007100            ACCESS MODE   RANDOM                                  CNB22500
007200            RECORD KEY    JHIO-KEY                                CNB22500
007300            FILE STATUS   WS-JHIST-STATUS.                        CNB22500
007400     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB22500
007500            ORGANIZATION  LINE SEQUENTIAL                         CNB22500
007600            FILE STATUS   WS-RPT-STATUS.                          CNB22500
007700*                                                                 CNB22500
007800 DATA DIVISION.                                                   CNB22500
007900 FILE SECTION.                                                    CNB22500
008000 FD  PARM-FILE                                                    CNB22500
008100     RECORD CONTAINS 80 CHARACTERS.                               CNB22500
008200 01  WS-PARM-RECORD.                                              CNB22500
008300     05  PARM-FUNC                 PIC X(8).                      CNB22500
008400     05  PARM-DATE-TIME            PIC X(12).                     CNB22500
008500     05  PARM-DIST                 PIC X(2).                      CNB22500
008600     05  PARM-SDIST                PIC X(2).                      CNB22500
008700     05  PARM-CRAFT                PIC X(2).                      CNB22500
008800     05  FILLER                    PIC X(54).                     CNB22500
008900 FD  FRTRAN-FILE                                                  CNB22500
009000     RECORD CONTAINS 80 CHARACTERS.                               CNB22500
009100 01  FT-RECORD.                                                   CNB22500
009200     05  FT-ACTION                 PIC X(1).                      CNB22500
009300         88  FT-ADD                      VALUE 'A'.               CNB22500
009400         88  FT-APPROVE                  VALUE 'P'.               CNB22500
009500         88  FT-DENY                     VALUE 'D'.               CNB22500
009600         88  FT-CANCEL                   VALUE 'X'.               CNB22500
009700     05  FT-EMP-NBR                PIC X(9).                      CNB22500
009800*    YYMMDDHHMM:                                                  CNB22500
009900     05  FT-FROM-DATE-TIME         PIC X(10).                     CNB22500
010000     05  FT-TO-DATE-TIME           PIC X(10).                     CNB22500
010100     05  FT-STATUS-CODE            PIC X(2).                      CNB22500
010200     05  FT-REASON                 PIC X(2).                      CNB22500
010300     05  FT-USER                   PIC X(8).                      CNB22500
010400     05  FILLER                    PIC X(38).                     CNB22500
010500 FD  FRB-FILE                                                     CNB22500
010600     RECORD CONTAINS 140 CHARACTERS.                              CNB22500
010700 01  FR-RECORD.                                                   CNB22500
010800     05  FR-KEY.                                                  CNB22500
010900         10  FR-EMP-NBR            PIC X(9).                      CNB22500
011000         10  FR-FROM-DATE-TIME     PIC X(10).                     CNB22500
011100     05  FR-BOARD-KEY.                                            CNB22500
011200         10  FR-DIST               PIC X(2).                      CNB22500
011300         10  FR-SDIST              PIC X(2).                      CNB22500
011400         10  FR-CRAFT              PIC X(2).                      CNB22500
011500         10  FR-BOARD-DATE-TIME    PIC X(10).                     CNB22500
011600     05  FR-TO-DATE-TIME           PIC X(10).                     CNB22500
011700     05  FR-STATUS-CODE            PIC X(2).                      CNB22500
011800     05  FR-REASON                 PIC X(2).                      CNB22500
011900     05  FR-TAKEN-BY               PIC X(8).                      CNB22500
012000     05  FR-TAKEN-DATE-TIME        PIC X(12).                     CNB22500
012100     05  FR-APPROVAL               PIC X(1).                      CNB22500
012200         88  FR-PENDING                  VALUE 'P'.               CNB22500
012300         88  FR-APPROVED                 VALUE 'A'.               CNB22500
012400         88  FR-DENIED                   VALUE 'D'.               CNB22500
012500         88  FR-CANCELLED                VALUE 'X'.               CNB22500
012600     05  FR-APPROVED-BY            PIC X(8).                      CNB22500
012700     05  FR-APPLY-STATE            PIC X(1).                      CNB22500
012800         88  FR-NOT-APPLIED              VALUE ' '.               CNB22500
012900         88  FR-APPLIED                  VALUE 'Y'.               CNB22500
013000         88  FR-FAILED                   VALUE 'F'.               CNB22500
013100     05  FR-APPLY-DATE-TIME        PIC X(12).                     CNB22500
013200     05  FR-FAIL-REASON            PIC X(4).                      CNB22500
013300     05  FR-EMP-NAME               PIC X(26).                     CNB22500
013400     05  FILLER                    PIC X(19).                     CNB22500
013500 FD  MSTR-FILE                                                    CNB22500
013600     RECORD CONTAINS 500 CHARACTERS.                              CNB22500
013700 01  MIO-RECORD.                                                  CNB22500
013800     05  MIO-KEY.                                                 CNB22500
013900         10  MIO-DIST              PIC X(2).                      CNB22500
014000         10  MIO-SDIST             PIC X(2).                      CNB22500
014100         10  MIO-CRAFT             PIC X(2).                      CNB22500
014200         10  FILLER                PIC X(26).                     CNB22500
014300         10  MIO-EMP-NBR           PIC X(9).                      CNB22500
014400     05  FILLER                    PIC X(459).                    CNB22500
014500 FD  JHIST-FILE                                                   CNB22500
014600     RECORD CONTAINS 350 CHARACTERS.                              CNB22500
014700 01  JHIO-RECORD.                                                 CNB22500
014800     05  JHIO-KEY.                                                CNB22500
014900         10  JHIO-EMP-NBR          PIC X(9).                      CNB22500
015000         10  JHIO-EFF-DATE-TIME    PIC X(14).                     CNB22500
015100         10  JHIO-SEQ              PIC X(2).                      CNB22500
015200     05  JHIO-FUNCTION             PIC X(2).                      CNB22500
015300     05  JHIO-EMP-NBR-AFFECTED     PIC X(9).                      CNB22500
015400     05  JHIO-IN-OUT               PIC X(1).                      CNB22500
015500     05  JHIO-FUNC-DATA            PIC X(165).                    CNB22500
015600     05  FILLER                    PIC X(148).                    CNB22500
015700 FD  RPT-FILE                                                     CNB22500
015800     RECORD CONTAINS 132 CHARACTERS.                              CNB22500
015900 01  RPT-LINE                      PIC X(132).                    CNB22500
016000*                                                                 CNB22500
016100 WORKING-STORAGE SECTION.                                         CNB22500
016200 COPY WSMSTR.                                                     CNB22500
016300 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB22500
016400     88  WS-PARM-OK                       VALUE '00'.             CNB22500
016500 01  WS-FRTRAN-STATUS              PIC XX VALUE SPACES.           CNB22500
016600     88  WS-FRTRAN-OK                     VALUE '00'.             CNB22500
016700 01  WS-FRB-STATUS                 PIC XX VALUE SPACES.           CNB22500
016800     88  WS-FRB-OK                        VALUE '00' '02'.        CNB22500
016900     88  WS-FRB-NOTFND                    VALUE '23'.             CNB22500
017000     88  WS-FRB-DUP                       VALUE '22'.             CNB22500
017100 01  WS-MSTRF-STATUS               PIC XX VALUE SPACES.           CNB22500
017200     88  WS-MSTRF-OK                      VALUE '00' '02'.        CNB22500
017300 01  WS-JHIST-STATUS               PIC XX VALUE SPACES.           CNB22500
017400     88  WS-JHIST-OK                      VALUE '00'.             CNB22500
017500     88  WS-JHIST-DUP                     VALUE '22'.             CNB22500
017600 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB22500
017700     88  WS-RPT-OK                        VALUE '00'.             CNB22500
017800 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB22500
017900 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB22500
017910 COPY WSERRLOG.                                                   CNB22500
018000 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB22500
018100     88  WS-FUNC-APPLY                    VALUE 'APPLY'.          CNB22500
018200     88  WS-FUNC-BOARD                    VALUE 'BOARD'.          CNB22500
018300     88  WS-FUNC-DUE                      VALUE 'DUE'.            CNB22500
018400 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB22500
018500 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB22500
018600     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB22500
018700 01  WS-SCAN-END-SW                PIC X  VALUE 'N'.              CNB22500
018800     88  WS-SCAN-END                      VALUE 'Y'.              CNB22500
018900 01  WS-ON-FILE-SW                 PIC X  VALUE 'N'.              CNB22500
019000     88  WS-ON-FILE                       VALUE 'Y'.              CNB22500
019100 01  WS-RESULT                     PIC X(20) VALUE SPACES.        CNB22500
019200 01  WS-REJECT                     PIC X(4) VALUE SPACES.         CNB22500
019300 01  WS-NEXT-DATE                  PIC X(6) VALUE SPACES.         CNB22500
019400 01  WS-SAVE-FR-KEY                PIC X(19) VALUE SPACES.        CNB22500
019500 01  WS-JH-SEQ                     PIC 9(2) VALUE ZEROS.          CNB22500
019600 01  WS-TRAN-COUNT                 PIC 9(7) VALUE ZEROS.          CNB22500
019700 01  WS-POST-COUNT                 PIC 9(7) VALUE ZEROS.          CNB22500
019800 01  WS-REJ-COUNT                  PIC 9(7) VALUE ZEROS.          CNB22500
019900 01  WS-LIST-COUNT                 PIC 9(7) VALUE ZEROS.          CNB22500
020000 01  WS-APPLIED-COUNT              PIC 9(7) VALUE ZEROS.          CNB22500
020100 01  WS-FAILED-COUNT               PIC 9(7) VALUE ZEROS.          CNB22500
020200 01  WS-DUE-BACK-COUNT             PIC 9(7) VALUE ZEROS.          CNB22500
020300 01  WS-HDR-LINE.                                                 CNB22500
020400     05  FILLER                PIC X(33)  VALUE                   CNB22500
020500         'CNB225 - FUTURE BOOK-OFF REQUESTS'.                     CNB22500
020600     05  FILLER                PIC X(2)   VALUE SPACES.           CNB22500
020700     05  HDR-FUNC              PIC X(8).                          CNB22500
020800     05  FILLER                PIC X(2)   VALUE SPACES.           CNB22500
020900     05  HDR-DATE-TIME         PIC X(12).                         CNB22500
021000     05  FILLER                PIC X(75)  VALUE SPACES.           CNB22500
021100 01  WS-DTL-LINE.                                                 CNB22500
021200     05  DTL-ACTION                PIC X(1).                      CNB22500
021300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22500
021400     05  DTL-EMP-NBR               PIC X(9).                      CNB22500
021500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22500
021600     05  DTL-EMP-NAME              PIC X(26).                     CNB22500
021700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22500
021800     05  DTL-DIST                  PIC X(2).                      CNB22500
021900     05  DTL-SDIST                 PIC X(2).                      CNB22500
022000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22500
022100     05  DTL-CRAFT                 PIC X(2).                      CNB22500
022200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22500
022300     05  DTL-FROM                  PIC X(10).                     CNB22500
022400     05  FILLER                    PIC X(1) VALUE '-'.            CNB22500
022500     05  DTL-TO                    PIC X(10).                     CNB22500
022600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22500
022700     05  DTL-STATUS-CODE           PIC X(2).                      CNB22500
022800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22500
022900     05  DTL-REASON                PIC X(2).                      CNB22500
023000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22500
023100     05  DTL-APPROVAL              PIC X(8).                      CNB22500
023200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22500
023300     05  DTL-TAKEN-BY              PIC X(8).                      CNB22500
023400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22500
023500     05  DTL-RESULT                PIC X(20).                     CNB22500
023600     05  FILLER                    PIC X(19) VALUE SPACES.        CNB22500
023700 01  WS-CNT-LINE.                                                 CNB22500
023800     05  CNT-LABEL                 PIC X(30).                     CNB22500
023900     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB22500
024000     05  FILLER                    PIC X(95) VALUE SPACES.        CNB22500
024100*                                                                 CNB22500
024200 PROCEDURE DIVISION.                                              CNB22500
024300 P0000-MAINLINE.                                                  CNB22500
024400     PERFORM P1000-INITIALIZE                                     CNB22500
024500     EVALUATE TRUE                                                CNB22500
024600        WHEN WS-FUNC-APPLY                                        CNB22500
024700             PERFORM P2000-APPLY-TRAN UNTIL WS-EOF-INPUT          CNB22500
024800        WHEN WS-FUNC-BOARD                                        CNB22500
024900             PERFORM P3000-LIST-BOARD UNTIL WS-EOF-INPUT          CNB22500
025000        WHEN WS-FUNC-DUE                                          CNB22500
025100             PERFORM P4000-PROCESS-DUE UNTIL WS-EOF-INPUT         CNB22500
025200     END-EVALUATE                                                 CNB22500
025300     PERFORM P9000-TERMINATE                                      CNB22500
025400     GOBACK.                                                      CNB22500
025500*                                                                 CNB22500
025600 P1000-INITIALIZE.                                                CNB22500
025700     OPEN INPUT PARM-FILE                                         CNB22500
025800     IF NOT WS-PARM-OK                                            CNB22500
025900        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB22500
026000        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB22500
026100        PERFORM P9999-GOT-PROBLEM                                 CNB22500
026200     END-IF                                                       CNB22500
026300     READ PARM-FILE                                               CNB22500
026400     IF NOT WS-PARM-OK                                            CNB22500
026500        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB22500
026600        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB22500
026700        PERFORM P9999-GOT-PROBLEM                                 CNB22500
026800     END-IF                                                       CNB22500
026900     MOVE PARM-FUNC                TO WS-FUNC                     CNB22500
027000     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB22500
027100     CLOSE PARM-FILE                                              CNB22500
027200     IF NOT WS-FUNC-APPLY AND NOT WS-FUNC-BOARD                   CNB22500
027300        AND NOT WS-FUNC-DUE                                       CNB22500
027400        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB22500
027500        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB22500
027600        PERFORM P9999-GOT-PROBLEM                                 CNB22500
027700     END-IF                                                       CNB22500
027800     IF WS-FUNC-BOARD                                             CNB22500
027900        OPEN INPUT FRB-FILE                                       CNB22500
028000     ELSE                                                         CNB22500
028100        OPEN I-O FRB-FILE                                         CNB22500
028200        IF WS-FRB-STATUS = '35'                                   CNB22500
028300           OPEN OUTPUT FRB-FILE                                   CNB22500
028400           CLOSE FRB-FILE                                         CNB22500
028500           OPEN I-O FRB-FILE                                      CNB22500
028600        END-IF                                                    CNB22500
028700     END-IF                                                       CNB22500
028800     IF NOT WS-FRB-OK                                             CNB22500
028900        MOVE 'P1000-OPEN-FRB'      TO WS-ABEND-PARAGRAPH          CNB22500
029000        MOVE WS-FRB-STATUS         TO WS-ABEND-STATUS             CNB22500
029100        PERFORM P9999-GOT-PROBLEM                                 CNB22500
029200     END-IF                                                       CNB22500
029300     IF NOT WS-FUNC-BOARD                                         CNB22500
029400        OPEN I-O MSTR-FILE                                        CNB22500
029500        IF NOT WS-MSTRF-OK                                        CNB22500
029600           MOVE 'P1000-OPEN-MSTR'  TO WS-ABEND-PARAGRAPH          CNB22500
029700           MOVE WS-MSTRF-STATUS    TO WS-ABEND-STATUS             CNB22500
029800           PERFORM P9999-GOT-PROBLEM                              CNB22500
029900        END-IF                                                    CNB22500
030000     END-IF                                                       CNB22500
030100     OPEN OUTPUT RPT-FILE                                         CNB22500
030200     IF NOT WS-RPT-OK                                             CNB22500
030300        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB22500
030400        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB22500
030500        PERFORM P9999-GOT-PROBLEM                                 CNB22500
030600     END-IF                                                       CNB22500
030700     MOVE WS-FUNC                  TO HDR-FUNC                    CNB22500
030800     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB22500
030900     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB22500
031000     MOVE SPACES                   TO RPT-LINE                    CNB22500
031100     WRITE RPT-LINE                                               CNB22500
031200     EVALUATE TRUE                                                CNB22500
031300        WHEN WS-FUNC-APPLY                                        CNB22500
031400             OPEN INPUT FRTRAN-FILE                               CNB22500
031500             IF NOT WS-FRTRAN-OK                                  CNB22500
031600                MOVE 'P1000-OPEN-TRAN' TO WS-ABEND-PARAGRAPH      CNB22500
031700                MOVE WS-FRTRAN-STATUS  TO WS-ABEND-STATUS         CNB22500
031800                PERFORM P9999-GOT-PROBLEM                         CNB22500
031900             END-IF                                               CNB22500
032000             PERFORM P2010-READ-TRAN                              CNB22500
032100        WHEN WS-FUNC-BOARD                                        CNB22500
032200             MOVE PARM-DIST        TO FR-DIST                     CNB22500
032300             MOVE PARM-SDIST       TO FR-SDIST                    CNB22500
032400             MOVE PARM-CRAFT       TO FR-CRAFT                    CNB22500
032500             MOVE LOW-VALUES       TO FR-BOARD-DATE-TIME          CNB22500
032600             START FRB-FILE KEY NOT < FR-BOARD-KEY                CNB22500
032700             IF NOT WS-FRB-OK                                     CNB22500
032800                SET WS-EOF-INPUT   TO TRUE                        CNB22500
032900             END-IF                                               CNB22500
033000        WHEN WS-FUNC-DUE                                          CNB22500
033100             OPEN I-O JHIST-FILE                                  CNB22500
033200             IF NOT WS-JHIST-OK                                   CNB22500
033300                MOVE 'P1000-OPEN-JHIS' TO WS-ABEND-PARAGRAPH      CNB22500
033400                MOVE WS-JHIST-STATUS   TO WS-ABEND-STATUS         CNB22500
033500                PERFORM P9999-GOT-PROBLEM                         CNB22500
033600             END-IF                                               CNB22500
033700     END-EVALUATE.                                                CNB22500
033800*                                                                 CNB22500
033900 P2000-APPLY-TRAN.                                                CNB22500
034000     ADD 1 TO WS-TRAN-COUNT                                       CNB22500
034100     MOVE SPACES                   TO WS-REJECT                   CNB22500
034200                                      WS-RESULT                   CNB22500
034300     MOVE 'N'                      TO WS-ON-FILE-SW               CNB22500
034400     MOVE FT-EMP-NBR               TO FR-EMP-NBR                  CNB22500
034500     MOVE FT-FROM-DATE-TIME        TO FR-FROM-DATE-TIME           CNB22500
034600     EVALUATE TRUE                                                CNB22500
034700        WHEN FT-ADD                                               CNB22500
034800             PERFORM P2100-ADD-REQUEST                            CNB22500
034900        WHEN FT-APPROVE OR FT-DENY OR FT-CANCEL                   CNB22500
035000             PERFORM P2200-CHANGE-REQUEST                         CNB22500
035100        WHEN OTHER                                                CNB22500
035200             MOVE 'ACTN'           TO WS-REJECT                   CNB22500
035300     END-EVALUATE                                                 CNB22500
035400     IF WS-REJECT > SPACES                                        CNB22500
035500        ADD 1 TO WS-REJ-COUNT                                     CNB22500
035600        MOVE SPACES                TO FR-RECORD                   CNB22500
035700        MOVE FT-EMP-NBR            TO FR-EMP-NBR                  CNB22500
035800        MOVE FT-FROM-DATE-TIME     TO FR-FROM-DATE-TIME           CNB22500
035900        MOVE FT-TO-DATE-TIME       TO FR-TO-DATE-TIME             CNB22500
036000        MOVE FT-STATUS-CODE        TO FR-STATUS-CODE              CNB22500
036100        MOVE FT-REASON             TO FR-REASON                   CNB22500
036200        MOVE FT-USER               TO FR-TAKEN-BY                 CNB22500
036300        STRING 'REJECTED - ' WS-REJECT                            CNB22500
036400               DELIMITED BY SIZE INTO WS-RESULT                   CNB22500
036500     ELSE                                                         CNB22500
036600        ADD 1 TO WS-POST-COUNT                                    CNB22500
036700        IF WS-ON-FILE                                             CNB22500
036800           PERFORM P6000-RESET-FUTURE-DATE                        CNB22500
036900        END-IF                                                    CNB22500
037000     END-IF                                                       CNB22500
037100     MOVE FT-ACTION                TO DTL-ACTION                  CNB22500
037200     PERFORM P5000-PRINT-REQUEST                                  CNB22500
037300     PERFORM P2010-READ-TRAN.                                     CNB22500
037400*                                                                 CNB22500
037500 P2010-READ-TRAN.                                                 CNB22500
037600     READ FRTRAN-FILE                                             CNB22500
037700          AT END                                                  CNB22500
037800             SET WS-EOF-INPUT TO TRUE                             CNB22500
037900     END-READ.                                                    CNB22500
038000*                                                                 CNB22500
038100 P2100-ADD-REQUEST.                                               CNB22500
038200     PERFORM P7000-READ-MASTER                                    CNB22500
038300     EVALUATE TRUE                                                CNB22500
038400        WHEN NOT WS-ON-FILE                                       CNB22500
038500             MOVE 'NOTF'           TO WS-REJECT                   CNB22500
038600        WHEN FT-FROM-DATE-TIME NOT > WS-RUN-DATE-TIME (1:10)      CNB22500
038700             MOVE 'PAST'           TO WS-REJECT                   CNB22500
038800        WHEN FT-TO-DATE-TIME NOT > FT-FROM-DATE-TIME              CNB22500
038900             MOVE 'DATE'           TO WS-REJECT                   CNB22500
039000        WHEN FT-STATUS-CODE (1:1) = 'A' OR 'B' OR 'R' OR SPACE    CNB22500
039100             MOVE 'CODE'           TO WS-REJECT                   CNB22500
039200     END-EVALUATE                                                 CNB22500
039300     IF WS-REJECT NOT > SPACES                                    CNB22500
039400        MOVE SPACES                TO FR-RECORD                   CNB22500
039500        MOVE FT-EMP-NBR            TO FR-EMP-NBR                  CNB22500
039600        MOVE FT-FROM-DATE-TIME     TO FR-FROM-DATE-TIME           CNB22500
039700                                      FR-BOARD-DATE-TIME          CNB22500
039800        MOVE DIST OF WS-MSTR       TO FR-DIST                     CNB22500
039900        MOVE SUB-DIST OF WS-MSTR   TO FR-SDIST                    CNB22500
040000        MOVE CRAFT OF WS-MSTR      TO FR-CRAFT                    CNB22500
040100        MOVE EMP-NAME OF WS-MSTR   TO FR-EMP-NAME                 CNB22500
040200        MOVE FT-TO-DATE-TIME       TO FR-TO-DATE-TIME             CNB22500
040300        MOVE FT-STATUS-CODE        TO FR-STATUS-CODE              CNB22500
040400        MOVE FT-REASON             TO FR-REASON                   CNB22500
040500        MOVE FT-USER               TO FR-TAKEN-BY                 CNB22500
040600        MOVE WS-RUN-DATE-TIME      TO FR-TAKEN-DATE-TIME          CNB22500
040700        SET FR-PENDING             TO TRUE                        CNB22500
040800        SET FR-NOT-APPLIED         TO TRUE                        CNB22500
040900        WRITE FR-RECORD                                           CNB22500
041000        EVALUATE TRUE                                             CNB22500
041100           WHEN WS-FRB-OK                                         CNB22500
041200                MOVE 'ADDED - PENDING' TO WS-RESULT               CNB22500
041300           WHEN WS-FRB-DUP                                        CNB22500
041400                MOVE 'DUPL'        TO WS-REJECT                   CNB22500
041500           WHEN OTHER                                             CNB22500
041600                MOVE 'P2100-WR-FRB' TO WS-ABEND-PARAGRAPH         CNB22500
041700                MOVE WS-FRB-STATUS TO WS-ABEND-STATUS             CNB22500
041800                PERFORM P9999-GOT-PROBLEM                         CNB22500
041900        END-EVALUATE                                              CNB22500
042000     END-IF.                                                      CNB22500
042100*                                                                 CNB22500
042200 P2200-CHANGE-REQUEST.                                            CNB22500
042300     READ FRB-FILE                                                CNB22500
042400     EVALUATE TRUE                                                CNB22500
042500        WHEN WS-FRB-NOTFND                                        CNB22500
042600             MOVE 'NOTF'           TO WS-REJECT                   CNB22500
042700        WHEN NOT WS-FRB-OK                                        CNB22500
042800             MOVE 'P2200-READ-FRB' TO WS-ABEND-PARAGRAPH          CNB22500
042900             MOVE WS-FRB-STATUS    TO WS-ABEND-STATUS             CNB22500
043000             PERFORM P9999-GOT-PROBLEM                            CNB22500
043100        WHEN NOT FR-NOT-APPLIED                                   CNB22500
043200             MOVE 'APLD'           TO WS-REJECT                   CNB22500
043300     END-EVALUATE                                                 CNB22500
043400     IF WS-REJECT NOT > SPACES                                    CNB22500
043500        EVALUATE TRUE                                             CNB22500
043600           WHEN FT-APPROVE                                        CNB22500
043700                SET FR-APPROVED    TO TRUE                        CNB22500
043800                MOVE 'APPROVED'    TO WS-RESULT                   CNB22500
043900           WHEN FT-DENY                                           CNB22500
044000                SET FR-DENIED      TO TRUE                        CNB22500
044100                MOVE 'DENIED'      TO WS-RESULT                   CNB22500
044200           WHEN FT-CANCEL                                         CNB22500
044300                SET FR-CANCELLED   TO TRUE                        CNB22500
044400                MOVE 'CANCELLED'   TO WS-RESULT                   CNB22500
044500        END-EVALUATE                                              CNB22500
044600        MOVE FT-USER               TO FR-APPROVED-BY              CNB22500
044700        REWRITE FR-RECORD                                         CNB22500
044800        IF NOT WS-FRB-OK                                          CNB22500
044900           MOVE 'P2200-REWR-FRB'   TO WS-ABEND-PARAGRAPH          CNB22500
045000           MOVE WS-FRB-STATUS      TO WS-ABEND-STATUS             CNB22500
045100           PERFORM P9999-GOT-PROBLEM                              CNB22500
045200        END-IF                                                    CNB22500
045300        PERFORM P7000-READ-MASTER                                 CNB22500
045400     END-IF.                                                      CNB22500
045500*                                                                 CNB22500
045600 P3000-LIST-BOARD.                                                CNB22500
045700     READ FRB-FILE NEXT                                           CNB22500
045800          AT END                                                  CNB22500
045900             SET WS-EOF-INPUT TO TRUE                             CNB22500
046000     END-READ                                                     CNB22500
046100     IF NOT WS-EOF-INPUT                                          CNB22500
046200        IF FR-DIST NOT = PARM-DIST                                CNB22500
046300           OR FR-SDIST NOT = PARM-SDIST                           CNB22500
046400           OR (PARM-CRAFT > SPACES AND FR-CRAFT NOT = PARM-CRAFT) CNB22500
046500           SET WS-EOF-INPUT TO TRUE                               CNB22500
046600        END-IF                                                    CNB22500
046700     END-IF                                                       CNB22500
046800     IF NOT WS-EOF-INPUT                                          CNB22500
046900        IF FR-NOT-APPLIED                                         CNB22500
047000           AND (FR-PENDING OR FR-APPROVED)                        CNB22500
047100           AND FR-TO-DATE-TIME > WS-RUN-DATE-TIME (1:10)          CNB22500
047200           ADD 1 TO WS-LIST-COUNT                                 CNB22500
047300           MOVE SPACES             TO DTL-ACTION                  CNB22500
047400                                      WS-RESULT                   CNB22500
047500           IF FR-FROM-DATE-TIME NOT > WS-RUN-DATE-TIME (1:10)     CNB22500
047600              MOVE 'DUE - NOT APPLIED' TO WS-RESULT               CNB22500
047700           END-IF                                                 CNB22500
047800           PERFORM P5000-PRINT-REQUEST                            CNB22500
047900        END-IF                                                    CNB22500
048000     END-IF.                                                      CNB22500
048100*                                                                 CNB22500
048200 P4000-PROCESS-DUE.                                               CNB22500
048300     READ FRB-FILE NEXT                                           CNB22500
048400          AT END                                                  CNB22500
048500             SET WS-EOF-INPUT TO TRUE                             CNB22500
048600     END-READ                                                     CNB22500
048700     IF NOT WS-EOF-INPUT                                          CNB22500
048800        MOVE SPACES                TO WS-REJECT                   CNB22500
048900                                      WS-RESULT                   CNB22500
049000                                      DTL-ACTION                  CNB22500
049100        EVALUATE TRUE                                             CNB22500
049200           WHEN FR-NOT-APPLIED                                    CNB22500
049300                AND (FR-PENDING OR FR-APPROVED)                   CNB22500
049400                AND FR-FROM-DATE-TIME                             CNB22500
049500                    NOT > WS-RUN-DATE-TIME (1:10)                 CNB22500
049600                PERFORM P4100-APPLY-REQUEST                       CNB22500
049700           WHEN FR-APPLIED                                        CNB22500
049800                AND FR-TO-DATE-TIME NOT > WS-RUN-DATE-TIME (1:10) CNB22500
049900                PERFORM P4300-CHECK-DUE-BACK                      CNB22500
050000        END-EVALUATE                                              CNB22500
050100     END-IF.                                                      CNB22500
050200*                                                                 CNB22500
050300 P4100-APPLY-REQUEST.                                             CNB22500
050400*    SAME EDIT DISCIPLINE CNB130 USES FOR P1000-CHECK-FOR-ERRORS, CNB22500
050500*    PLUS THE REQUEST MUST HAVE BEEN APPROVED AND THE EMPLOYEE    CNB22500
050600*    MUST BE MARKED UP AVAILABLE TO BOOK OFF.                     CNB22500
050700     PERFORM P7000-READ-MASTER                                    CNB22500
050800     EVALUATE TRUE                                                CNB22500
050900        WHEN NOT FR-APPROVED                                      CNB22500
051000             MOVE 'NAPV'           TO WS-REJECT                   CNB22500
051100        WHEN NOT WS-ON-FILE                                       CNB22500
051200             MOVE 'NOTF'           TO WS-REJECT                   CNB22500
051300        WHEN TERMINATION                                          CNB22500
051400             MOVE 'TERM'           TO WS-REJECT                   CNB22500
051500        WHEN LAYOFF-CODE = FR-STATUS-CODE                         CNB22500
051600             MOVE 'SAME'           TO WS-REJECT                   CNB22500
051700        WHEN NOT AVAILABLE                                        CNB22500
051800             MOVE 'NAVL'           TO WS-REJECT                   CNB22500
051900     END-EVALUATE                                                 CNB22500
052000     MOVE WS-RUN-DATE-TIME         TO FR-APPLY-DATE-TIME          CNB22500
052100     IF WS-REJECT > SPACES                                        CNB22500
052200        SET FR-FAILED              TO TRUE                        CNB22500
052300        MOVE WS-REJECT             TO FR-FAIL-REASON              CNB22500
052400        ADD 1 TO WS-FAILED-COUNT                                  CNB22500
052500        STRING 'FAILED - ' WS-REJECT                              CNB22500
052600               DELIMITED BY SIZE INTO WS-RESULT                   CNB22500
052700     ELSE                                                         CNB22500
052800        PERFORM P4200-REWRITE-MASTER                              CNB22500
052900        PERFORM P4210-WRITE-JHIST                                 CNB22500
053000        SET FR-APPLIED             TO TRUE                        CNB22500
053100        ADD 1 TO WS-APPLIED-COUNT                                 CNB22500
053200        MOVE 'APPLIED'             TO WS-RESULT                   CNB22500
053300     END-IF                                                       CNB22500
053400     REWRITE FR-RECORD                                            CNB22500
053500     IF NOT WS-FRB-OK                                             CNB22500
053600        MOVE 'P4100-REWR-FRB'      TO WS-ABEND-PARAGRAPH          CNB22500
053700        MOVE WS-FRB-STATUS         TO WS-ABEND-STATUS             CNB22500
053800        PERFORM P9999-GOT-PROBLEM                                 CNB22500
053900     END-IF                                                       CNB22500
054000     PERFORM P5000-PRINT-REQUEST                                  CNB22500
054100*    P6000 REPOSITIONS THE FILE, SO PICK UP AGAIN AFTER THIS ONE. CNB22500
054200     MOVE FR-KEY                   TO WS-SAVE-FR-KEY              CNB22500
054300     IF WS-ON-FILE                                                CNB22500
054400        PERFORM P6000-RESET-FUTURE-DATE                           CNB22500
054500     END-IF                                                       CNB22500
054600     MOVE WS-SAVE-FR-KEY           TO FR-KEY                      CNB22500
054700     START FRB-FILE KEY > FR-KEY                                  CNB22500
054800     IF NOT WS-FRB-OK                                             CNB22500
054900        SET WS-EOF-INPUT TO TRUE                                  CNB22500
055000     END-IF.                                                      CNB22500
055100*                                                                 CNB22500
055200 P4200-REWRITE-MASTER.                                            CNB22500
055300     MOVE FR-STATUS-CODE           TO LAYOFF-CODE                 CNB22500
055400     MOVE FR-REASON                TO MSTR-LAST-STATUS-REASON     CNB22500
055500     MOVE FR-FROM-DATE-TIME (1:2)  TO LAYOFF-YEAR                 CNB22500
055600     MOVE FR-FROM-DATE-TIME (3:2)  TO LAYOFF-MONTH                CNB22500
055700     MOVE FR-FROM-DATE-TIME (5:2)  TO LAYOFF-DAY                  CNB22500
055800     MOVE FR-FROM-DATE-TIME (7:2)  TO LAYOFF-HOUR                 CNB22500
055900     MOVE FR-FROM-DATE-TIME (9:2)  TO LAYOFF-MINUTE               CNB22500
056000     REWRITE MIO-RECORD FROM WS-MSTR                              CNB22500
056100     IF NOT WS-MSTRF-OK                                           CNB22500
056200        MOVE 'P4200-RW-MSTR'       TO WS-ABEND-PARAGRAPH          CNB22500
056300        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB22500
056400        PERFORM P9999-GOT-PROBLEM                                 CNB22500
056500     END-IF.                                                      CNB22500
056600*                                                                 CNB22500
056700 P4210-WRITE-JHIST.                                               CNB22500
056800*    STATUS-CHANGE HISTORY RECORD, FLAGGED AS FROM THE REQUEST    CNB22500
056900*    BOOK SO IT CAN BE TOLD FROM A DESK-KEYED LAYOFF.             CNB22500
057000     MOVE ZEROS                    TO WS-JH-SEQ                   CNB22500
057100     MOVE SPACES                   TO JHIO-RECORD                 CNB22500
057200     MOVE EMP-NBR OF WS-MSTR       TO JHIO-EMP-NBR                CNB22500
057300     MOVE WS-JH-SEQ                TO JHIO-SEQ                    CNB22500
057400     MOVE '20'                     TO JHIO-EFF-DATE-TIME (1:2)    CNB22500
057500     MOVE FR-FROM-DATE-TIME        TO JHIO-EFF-DATE-TIME (3:10)   CNB22500
057600     MOVE '00'                     TO JHIO-EFF-DATE-TIME (13:2)   CNB22500
057700     MOVE '02'                     TO JHIO-FUNCTION               CNB22500
057800     MOVE EMP-NBR OF WS-MSTR       TO JHIO-EMP-NBR-AFFECTED       CNB22500
057900     MOVE FR-STATUS-CODE           TO JHIO-FUNC-DATA (1:2)        CNB22500
058000     MOVE 'FUTREQ'                 TO JHIO-FUNC-DATA (3:8)        CNB22500
058100     MOVE FR-REASON                TO JHIO-FUNC-DATA (11:2)       CNB22500
058200     MOVE FR-APPROVED-BY           TO JHIO-FUNC-DATA (13:8)       CNB22500
058300     WRITE JHIO-RECORD                                            CNB22500
058400     PERFORM P4220-NEXT-JHIST-SEQ                                 CNB22500
058500             UNTIL NOT WS-JHIST-DUP OR WS-JH-SEQ > 98             CNB22500
058600     IF NOT WS-JHIST-OK                                           CNB22500
058700        MOVE 'P4210-WR-JH'         TO WS-ABEND-PARAGRAPH          CNB22500
058800        MOVE WS-JHIST-STATUS       TO WS-ABEND-STATUS             CNB22500
058900        PERFORM P9999-GOT-PROBLEM                                 CNB22500
059000     END-IF.                                                      CNB22500
059100*                                                                 CNB22500
059200 P4220-NEXT-JHIST-SEQ.                                            CNB22500
059300     ADD 1 TO WS-JH-SEQ                                           CNB22500
059400     MOVE WS-JH-SEQ                TO JHIO-SEQ                    CNB22500
059500     WRITE JHIO-RECORD.                                           CNB22500
059600*                                                                 CNB22500
059700 P4300-CHECK-DUE-BACK.                                            CNB22500
059800*    LISTED ONLY WHILE THE EMPLOYEE IS STILL OFF IN THE REQUESTED CNB22500
059900*    STATUS; THE MARKUP GOES THROUGH CNP917 IN THE NORMAL WAY.    CNB22500
060000     PERFORM P7000-READ-MASTER                                    CNB22500
060100     IF WS-ON-FILE AND LAYOFF-CODE = FR-STATUS-CODE               CNB22500
060200        ADD 1 TO WS-DUE-BACK-COUNT                                CNB22500
060300        MOVE 'DUE BACK - STILL OFF' TO WS-RESULT                  CNB22500
060400        PERFORM P5000-PRINT-REQUEST                               CNB22500
060500     END-IF.                                                      CNB22500
060600*                                                                 CNB22500
060700 P5000-PRINT-REQUEST.                                             CNB22500
060800     MOVE FR-EMP-NBR               TO DTL-EMP-NBR                 CNB22500
060900     MOVE FR-EMP-NAME              TO DTL-EMP-NAME                CNB22500
061000     MOVE FR-DIST                  TO DTL-DIST                    CNB22500
061100     MOVE FR-SDIST                 TO DTL-SDIST                   CNB22500
061200     MOVE FR-CRAFT                 TO DTL-CRAFT                   CNB22500
061300     MOVE FR-FROM-DATE-TIME        TO DTL-FROM                    CNB22500
061400     MOVE FR-TO-DATE-TIME          TO DTL-TO                      CNB22500
061500     MOVE FR-STATUS-CODE           TO DTL-STATUS-CODE             CNB22500
061600     MOVE FR-REASON                TO DTL-REASON                  CNB22500
061700     EVALUATE TRUE                                                CNB22500
061800        WHEN FR-PENDING                                           CNB22500
061900             MOVE 'PENDING'        TO DTL-APPROVAL                CNB22500
062000        WHEN FR-APPROVED                                          CNB22500
062100             MOVE 'APPROVED'       TO DTL-APPROVAL                CNB22500
062200        WHEN FR-DENIED                                            CNB22500
062300             MOVE 'DENIED'         TO DTL-APPROVAL                CNB22500
062400        WHEN FR-CANCELLED                                         CNB22500
062500             MOVE 'CANCELLD'       TO DTL-APPROVAL                CNB22500
062600        WHEN OTHER                                                CNB22500
062700             MOVE SPACES           TO DTL-APPROVAL                CNB22500
062800     END-EVALUATE                                                 CNB22500
062900     MOVE FR-TAKEN-BY              TO DTL-TAKEN-BY                CNB22500
063000     MOVE WS-RESULT                TO DTL-RESULT                  CNB22500
063100     WRITE RPT-LINE FROM WS-DTL-LINE.                             CNB22500
063200*                                                                 CNB22500
063300 P6000-RESET-FUTURE-DATE.                                         CNB22500
063400*    MSTR-FUTURE-BKOFF-MSG-DATE CARRIES THE FROM DATE OF THE      CNB22500
063500*    EMPLOYEE'S NEXT OPEN REQUEST STILL TO COME, SPACES IF NONE.  CNB22500
063600     MOVE SPACES                   TO WS-NEXT-DATE                CNB22500
063700     MOVE 'N'                      TO WS-SCAN-END-SW              CNB22500
063800     MOVE EMP-NBR OF WS-MSTR       TO FR-EMP-NBR                  CNB22500
063900     MOVE LOW-VALUES               TO FR-FROM-DATE-TIME           CNB22500
064000     START FRB-FILE KEY NOT < FR-KEY                              CNB22500
064100     IF NOT WS-FRB-OK                                             CNB22500
064200        SET WS-SCAN-END TO TRUE                                   CNB22500
064300     END-IF                                                       CNB22500
064400     PERFORM P6100-NEXT-EMP-REQUEST UNTIL WS-SCAN-END             CNB22500
064500     IF MSTR-FUTURE-BKOFF-MSG-DATE NOT = WS-NEXT-DATE             CNB22500
064600        MOVE WS-NEXT-DATE          TO MSTR-FUTURE-BKOFF-MSG-DATE  CNB22500
064700        REWRITE MIO-RECORD FROM WS-MSTR                           CNB22500
064800        IF NOT WS-MSTRF-OK                                        CNB22500
064900           MOVE 'P6000-RW-MSTR'    TO WS-ABEND-PARAGRAPH          CNB22500
065000           MOVE WS-MSTRF-STATUS    TO WS-ABEND-STATUS             CNB22500
065100           PERFORM P9999-GOT-PROBLEM                              CNB22500
065200        END-IF                                                    CNB22500
065300     END-IF.                                                      CNB22500
065400*                                                                 CNB22500
065500 P6100-NEXT-EMP-REQUEST.                                          CNB22500
065600     READ FRB-FILE NEXT                                           CNB22500
065700          AT END                                                  CNB22500
065800             SET WS-SCAN-END TO TRUE                              CNB22500
065900     END-READ                                                     CNB22500
066000     IF NOT WS-SCAN-END                                           CNB22500
066100        IF FR-EMP-NBR NOT = EMP-NBR OF WS-MSTR                    CNB22500
066200           SET WS-SCAN-END TO TRUE                                CNB22500
066300        ELSE                                                      CNB22500
066400           IF FR-NOT-APPLIED                                      CNB22500
066500              AND (FR-PENDING OR FR-APPROVED)                     CNB22500
066600              AND FR-FROM-DATE-TIME > WS-RUN-DATE-TIME (1:10)     CNB22500
066700              MOVE FR-FROM-DATE-TIME (1:6) TO WS-NEXT-DATE        CNB22500
066800              SET WS-SCAN-END TO TRUE                             CNB22500
066900           END-IF                                                 CNB22500
067000        END-IF                                                    CNB22500
067100     END-IF.                                                      CNB22500
067200*                                                                 CNB22500
067300 P7000-READ-MASTER.                                               CNB22500
067400     MOVE 'N'                      TO WS-ON-FILE-SW               CNB22500
067500     MOVE SPACES                   TO MIO-KEY                     CNB22500
067600     MOVE FR-EMP-NBR               TO MIO-EMP-NBR                 CNB22500
067700     READ MSTR-FILE INTO WS-MSTR                                  CNB22500
067800          KEY IS MIO-EMP-NBR                                      CNB22500
067900     IF WS-MSTRF-OK                                               CNB22500
068000        SET WS-ON-FILE TO TRUE                                    CNB22500
068100     END-IF.                                                      CNB22500
068200*                                                                 CNB22500
068300 P9000-TERMINATE.                                                 CNB22500
068400     MOVE SPACES                   TO RPT-LINE                    CNB22500
068500     WRITE RPT-LINE                                               CNB22500
068600     EVALUATE TRUE                                                CNB22500
068700        WHEN WS-FUNC-APPLY                                        CNB22500
068800             MOVE 'TRANSACTIONS READ .........' TO CNT-LABEL      CNB22500
068900             MOVE WS-TRAN-COUNT    TO CNT-VALUE                   CNB22500
069000             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22500
069100             MOVE 'TRANSACTIONS POSTED .......' TO CNT-LABEL      CNB22500
069200             MOVE WS-POST-COUNT    TO CNT-VALUE                   CNB22500
069300             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22500
069400             MOVE 'TRANSACTIONS REJECTED .....' TO CNT-LABEL      CNB22500
069500             MOVE WS-REJ-COUNT     TO CNT-VALUE                   CNB22500
069600             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22500
069700             CLOSE FRTRAN-FILE                                    CNB22500
069800        WHEN WS-FUNC-BOARD                                        CNB22500
069900             MOVE 'OPEN REQUESTS LISTED ......' TO CNT-LABEL      CNB22500
070000             MOVE WS-LIST-COUNT    TO CNT-VALUE                   CNB22500
070100             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22500
070200        WHEN WS-FUNC-DUE                                          CNB22500
070300             MOVE 'REQUESTS APPLIED ..........' TO CNT-LABEL      CNB22500
070400             MOVE WS-APPLIED-COUNT TO CNT-VALUE                   CNB22500
070500             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22500
070600             MOVE 'REQUESTS FAILED EDITS .....' TO CNT-LABEL      CNB22500
070700             MOVE WS-FAILED-COUNT  TO CNT-VALUE                   CNB22500
070800             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22500
070900             MOVE 'DUE BACK, STILL OFF .......' TO CNT-LABEL      CNB22500
071000             MOVE WS-DUE-BACK-COUNT TO CNT-VALUE                  CNB22500
071100             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22500
071200             CLOSE JHIST-FILE                                     CNB22500
071300     END-EVALUATE                                                 CNB22500
071400     IF NOT WS-FUNC-BOARD                                         CNB22500
071500        CLOSE MSTR-FILE                                           CNB22500
071600     END-IF                                                       CNB22500
071700     CLOSE FRB-FILE                                               CNB22500
071800           RPT-FILE.                                              CNB22500
071900*                                                                 CNB22500
072000 P9999-GOT-PROBLEM.                                               CNB22500
072010     MOVE 'CNB225'                 TO XE-PROGRAM                  CNB22500
072020     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB22500
072030     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB22500
072040     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB22500
072100     DISPLAY 'CNB225 ABEND IN ' WS-ABEND-PARAGRAPH                CNB22500
072200              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB22500
072300     MOVE 16 TO RETURN-CODE                                       CNB22500
072400     GOBACK.                                                      CNB22500
