000100 IDENTIFICATION DIVISION.                                         CNB22200
000200 PROGRAM-ID. CNB222.                                              CNB22200
000300*AUTHOR.     JMC.                                                 CNB22200
000400*DATE-WRITTEN. 10/15/26.                                          CNB22200
000500*REMARKS.                                                         CNB22200
000600*    KILLER-B EMERGENCY-CONDITION REGISTER.  CNP917 SETS          CNB22200
000700*    EMP-EMERGENCY-COND-CODE TO 'B' (EMP-KILLER-B) WHEN THE STATUSCNB22200
000800*    REASON CARRIES P956-ST-RSN-SPAWN-KILLER-B, BUT NOTHING EVER  CNB22200
000900*    TOOK THE FLAG OFF EXCEPT AN ON-DUTY CALL THROUGH CNP919, SO  CNB22200
001000*    PEOPLE CARRIED IT LONG AFTER THE CONDITION WAS OVER AND THE  CNB22200
001100*    DESK COULD NOT SEE WHO WAS UNDER EMERGENCY HANDLING.  THE    CNB22200
001200*    KBFILE BUILT HERE CARRIES ONE RECORD PER FLAGGING WITH THE   CNB22200
001300*    START DATE, REASON, EXPECTED END DATE AND THE SUPERVISOR WHO CNB22200
001400*    CLEARED OR EXTENDED IT.  FUNCTIONS FROM THE PARM CARD:       CNB22200
001500*      OPEN    - SWEEPS THE MASTER FOR EMP-KILLER-B AND OPENS A   CNB22200
001600*                RECORD FOR ANYONE NOT ALREADY ON THE REGISTER.   CNB22200
001700*                START DATE IS THE LAYOFF DATE THAT SET THE FLAG, CNB22200
001800*                EXPECTED END IS START PLUS THE PARM KB-DAYS.     CNB22200
001900*      TRANS   - KBTRAN CARDS.  ACTION 'C' CLEARS THE ACTIVE      CNB22200
002000*                RECORD AND TAKES THE FLAG OFF THE MASTER, ACTION CNB22200
002100*                'E' MOVES THE EXPECTED END DATE OUT.  A BLANK    CNB22200
002200*                START DATE ON THE CARD MEANS THE ACTIVE RECORD.  CNB22200
002300*      EXPIRE  - CLOSES ACTIVE RECORDS WHOSE MASTER FLAG IS       CNB22200
002400*                ALREADY GONE (CNP919 ON-DUTY) AND CLEARS THOSE   CNB22200
002500*                PAST THEIR EXPECTED END, MASTER INCLUDED.        CNB22200
002600*      DAILY   - EVERYONE FLAGGED ON THE MASTER, IN DISTRICT/     CNB22200
002700*                SUB-DISTRICT/CRAFT ORDER, WITH DAYS FLAGGED.     CNB22200
002800*      HISTORY - EVERY REGISTER RECORD, OR ONE EMPLOYEE'S WHEN    CNB22200
002900*                THE PARM EMP-NBR IS FILLED IN (LABOUR RELATIONS).CNB22200
003000*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB22200
003100*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB22200
003200*                                                                 CNB22200
003300 ENVIRONMENT DIVISION.                                            CNB22200
003400 CONFIGURATION SECTION.                                           CNB22200
003500 SOURCE-COMPUTER.  IBM-370.                                       CNB22200
003600 OBJECT-COMPUTER.  IBM-370.                                       CNB22200
003700 INPUT-OUTPUT SECTION.                                            CNB22200
003800 FILE-CONTROL.                                                    CNB22200
003900     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB22200
004000            ORGANIZATION  SEQUENTIAL                              CNB22200
004100            FILE STATUS   WS-PARM-STATUS.                         CNB22200
004200     SELECT KBTRAN-FILE  ASSIGN TO KBTRAN                         CNB22200
004300            ORGANIZATION  SEQUENTIAL                              CNB22200
004400            FILE STATUS   WS-KBTRAN-STATUS.                       CNB22200
004500     SELECT KB-FILE      ASSIGN TO KBFILE                         CNB22200
004600            ORGANIZATION  INDEXED                                 CNB22200
004700            ACCESS MODE   DYNAMIC                                 CNB22200
004800            RECORD KEY    KB-KEY                                  CNB22200
004900            FILE STATUS   WS-KB-STATUS.                           CNB22200
005000     SELECT MSTR-FILE    ASSIGN TO MSTRFILE                       CNB22200
005100            ORGANIZATION  INDEXED                                 CNB22200
005200            ACCESS MODE   DYNAMIC                                 CNB22200
005300            RECORD KEY    MIO-KEY                                 CNB22200
005400            ALTERNATE RECORD KEY MIO-EMP-NBR                      CNB22200
005500            FILE STATUS   WS-MSTRF-STATUS.                        CNB22200
005600     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB22200
005700            ORGANIZATION  LINE SEQUENTIAL                         CNB22200
005800            FILE STATUS   WS-RPT-STATUS.                          CNB22200
005900*                                                                 CNB22200
006000 DATA DIVISION.                                                   CNB22200
006100 FILE SECTION.                                                    CNB22200
006200 FD  PARM-FILE                                                    CNB22200
006300     RECORD CONTAINS 80 CHARACTERS.                               CNB22200
006400 01  WS-PARM-RECORD.                                              CNB22200
006500     05  PARM-FUNC                 PIC X(8).                      CNB22200
006600     05  PARM-DATE-TIME            PIC X(12).                     CNB22200
006700     05  PARM-KB-DAYS              PIC 9(3).                      CNB22200
006800     05  PARM-EMP-NBR              PIC X(9).                      CNB22200
006900     05  FILLER                    PIC X(48).                     CNB22200
007000 FD  KBTRAN-FILE                                                  CNB22200
007100     RECORD CONTAINS 80 CHARACTERS.                               CNB22200
007200 01  WS-KBTRAN-RECORD.                                            CNB22200
007300     05  KT-ACTION                 PIC X(1).                      CNB22200
007400         88  KT-CLEAR                    VALUE 'C'.               CNB22200
007500         88  KT-EXTEND                   VALUE 'E'.               CNB22200
007600     05  KT-EMP-NBR                PIC X(9).                      CNB22200
007700     05  KT-START-DATE             PIC X(6).                      CNB22200
007800     05  KT-SUPV-INIT              PIC X(8).                      CNB22200
007900     05  KT-NEW-END-DATE           PIC X(6).                      CNB22200
008000     05  FILLER                    PIC X(50).                     CNB22200
008100 FD  KB-FILE                                                      CNB22200
008200     RECORD CONTAINS 80 CHARACTERS.                               CNB22200
008300 01  KB-RECORD.                                                   CNB22200
008400     05  KB-KEY.                                                  CNB22200
008500         10  KB-EMP-NBR            PIC X(9).                      CNB22200
008600         10  KB-START-DATE         PIC X(6).                      CNB22200
008700     05  KB-DIST                   PIC X(2).                      CNB22200
008800     05  KB-SDIST                  PIC X(2).                      CNB22200
008900     05  KB-CRAFT                  PIC X(2).                      CNB22200
009000     05  KB-REASON                 PIC X(2).                      CNB22200
009100     05  KB-LAYOFF-CODE            PIC X(1).                      CNB22200
009200     05  KB-EXP-END-DATE           PIC X(6).                      CNB22200
009300     05  KB-STATUS                 PIC X(1).                      CNB22200
009400         88  KB-ACTIVE                   VALUE 'A'.               CNB22200
009500         88  KB-CLEARED                  VALUE 'C'.               CNB22200
009600     05  KB-CLEAR-DATE             PIC X(6).                      CNB22200
009700     05  KB-SUPV-INIT              PIC X(8).                      CNB22200
009800     05  KB-EXT-COUNT              PIC 9(2).                      CNB22200
009900     05  KB-EMP-NAME               PIC X(26).                     CNB22200
010000     05  FILLER                    PIC X(7).                      CNB22200
010100 FD  MSTR-FILE                                                    CNB22200
010200     RECORD CONTAINS 500 CHARACTERS.                              CNB22200
010300 01  MIO-RECORD.                                                  CNB22200
010400     05  MIO-KEY.                                                 CNB22200
010500         10  MIO-DIST              PIC X(2).                      CNB22200
010600         10  MIO-SDIST             PIC X(2).                      CNB22200
010700         10  MIO-CRAFT             PIC X(2).                      CNB22200
010800         10  MIO-EMP-NAME          PIC X(26).                     CNB22200
010900         10  MIO-EMP-NBR           PIC X(9).                      CNB22200
011000     05  FILLER                    PIC X(459).                    CNB22200
011100 FD  RPT-FILE                                                     CNB22200
011200     RECORD CONTAINS 132 CHARACTERS.                              CNB22200
011300 01  RPT-LINE                      PIC X(132).                    CNB22200
011400*                                                                 CNB22200
011500 WORKING-STORAGE SECTION.                                         CNB22200
011600 COPY WSMSTR.                                                     CNB22200
011700 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB22200
011800     88  WS-PARM-OK                       VALUE '00'.             CNB22200
011900 01  WS-KBTRAN-STATUS              PIC XX VALUE SPACES.           CNB22200
012000     88  WS-KBTRAN-OK                     VALUE '00'.             CNB22200
012100 01  WS-KB-STATUS                  PIC XX VALUE SPACES.           CNB22200
012200     88  WS-KB-OK                         VALUE '00'.             CNB22200
012300     88  WS-KB-DUP                        VALUE '22'.             CNB22200
012400     88  WS-KB-NOTFND                     VALUE '23'.             CNB22200
012500 01  WS-MSTRF-STATUS               PIC XX VALUE SPACES.           CNB22200
012600     88  WS-MSTRF-OK                      VALUE '00'.             CNB22200
012700     88  WS-MSTRF-NOTFND                  VALUE '23'.             CNB22200
012800 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB22200
012900     88  WS-RPT-OK                        VALUE '00'.             CNB22200
013000 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB22200
013100 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB22200
013110 COPY WSERRLOG.                                                   CNB22200
013200 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB22200
013300     88  WS-FUNC-OPEN                     VALUE 'OPEN'.           CNB22200
013400     88  WS-FUNC-TRANS                    VALUE 'TRANS'.          CNB22200
013500     88  WS-FUNC-EXPIRE                   VALUE 'EXPIRE'.         CNB22200
013600     88  WS-FUNC-DAILY                    VALUE 'DAILY'.          CNB22200
013700     88  WS-FUNC-HISTORY                  VALUE 'HISTORY'.        CNB22200
013800 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB22200
013900 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB22200
014000     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB22200
014100 01  WS-KB-END-SW                  PIC X  VALUE 'N'.              CNB22200
014200     88  WS-KB-END                        VALUE 'Y'.              CNB22200
014300 01  WS-KB-FOUND-SW                PIC X  VALUE 'N'.              CNB22200
014400     88  WS-KB-FOUND                      VALUE 'Y'.              CNB22200
014500 01  WS-FIND-EMP-NBR               PIC X(9) VALUE SPACES.         CNB22200
014600 01  WS-CLEAR-SUPV                 PIC X(8) VALUE SPACES.         CNB22200
014700 01  WS-OPEN-COUNT                 PIC 9(7) VALUE ZEROS.          CNB22200
014800 01  WS-CLEAR-COUNT                PIC 9(7) VALUE ZEROS.          CNB22200
014900 01  WS-EXTEND-COUNT               PIC 9(7) VALUE ZEROS.          CNB22200
015000 01  WS-REJ-COUNT                  PIC 9(7) VALUE ZEROS.          CNB22200
015100 01  WS-ONDUTY-COUNT               PIC 9(7) VALUE ZEROS.          CNB22200
015200 01  WS-EXPIRE-COUNT               PIC 9(7) VALUE ZEROS.          CNB22200
015300 01  WS-FLAG-COUNT                 PIC 9(7) VALUE ZEROS.          CNB22200
015400 01  WS-NOREC-COUNT                PIC 9(7) VALUE ZEROS.          CNB22200
015500 01  WS-HIST-COUNT                 PIC 9(7) VALUE ZEROS.          CNB22200
015600 01  WS-DAYS-FLAGGED               PIC 9(5) VALUE ZEROS.          CNB22200
015700 01  WS-SERIAL-A                   PIC S9(7) COMP VALUE ZEROS.    CNB22200
015800 01  WS-SERIAL-B                   PIC S9(7) COMP VALUE ZEROS.    CNB22200
015900 01  WS-SERIAL-DATE.                                              CNB22200
016000     05  WS-SD-YY                  PIC 9(2).                      CNB22200
016100     05  WS-SD-MM                  PIC 9(2).                      CNB22200
016200     05  WS-SD-DD                  PIC 9(2).                      CNB22200
016300 01  WS-HDR-LINE.                                                 CNB22200
016400     05  FILLER                PIC X(33)  VALUE                   CNB22200
016500         'CNB222 - KILLER-B REGISTER       '.                     CNB22200
016600     05  HDR-FUNC              PIC X(8).                          CNB22200
016700     05  FILLER                PIC X(2)   VALUE SPACES.           CNB22200
016800     05  HDR-DATE-TIME         PIC X(12).                         CNB22200
016900     05  FILLER                PIC X(77)  VALUE SPACES.           CNB22200
017000 01  WS-COL-LINE.                                                 CNB22200
017100     05  FILLER                PIC X(47)  VALUE                   CNB22200
017200         'ACTION    EMP NBR    NAME                      '.       CNB22200
017300     05  FILLER                PIC X(27)  VALUE                   CNB22200
017400         'DSSD CR RS START  EXPEND   '.                           CNB22200
017500     05  FILLER                PIC X(28)  VALUE                   CNB22200
017600         'DAYS S SUPV     CLEARD  NOTE'.                          CNB22200
017700     05  FILLER                PIC X(30)  VALUE SPACES.           CNB22200
017800 01  WS-DTL-LINE.                                                 CNB22200
017900     05  DTL-TAG                   PIC X(10).                     CNB22200
018000     05  DTL-EMP-NBR               PIC X(9).                      CNB22200
018100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB22200
018200     05  DTL-EMP-NAME              PIC X(26).                     CNB22200
018300     05  DTL-DIST                  PIC X(2).                      CNB22200
018400     05  DTL-SDIST                 PIC X(2).                      CNB22200
018500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22200
018600     05  DTL-CRAFT                 PIC X(2).                      CNB22200
018700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22200
018800     05  DTL-REASON                PIC X(2).                      CNB22200
018900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22200
019000     05  DTL-START-DATE            PIC X(6).                      CNB22200
019100     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22200
019200     05  DTL-END-DATE              PIC X(6).                      CNB22200
019300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22200
019400     05  DTL-DAYS                  PIC ZZ,ZZ9.                    CNB22200
019500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22200
019600     05  DTL-STATUS                PIC X(1).                      CNB22200
019700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22200
019800     05  DTL-SUPV                  PIC X(8).                      CNB22200
019900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22200
020000     05  DTL-CLEAR-DATE            PIC X(6).                      CNB22200
020100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB22200
020200     05  DTL-NOTE                  PIC X(12).                     CNB22200
020300     05  FILLER                    PIC X(22) VALUE SPACES.        CNB22200
020400 01  WS-CNT-LINE.                                                 CNB22200
020500     05  CNT-LABEL                 PIC X(30).                     CNB22200
020600     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB22200
020700     05  FILLER                    PIC X(95) VALUE SPACES.        CNB22200
020800*                                                                 CNB22200
020900 PROCEDURE DIVISION.                                              CNB22200
021000 P0000-MAINLINE.                                                  CNB22200
021100     PERFORM P1000-INITIALIZE                                     CNB22200
021200     EVALUATE TRUE                                                CNB22200
021300        WHEN WS-FUNC-OPEN                                         CNB22200
021400             PERFORM P2000-SWEEP-MASTERS UNTIL WS-EOF-INPUT       CNB22200
021500        WHEN WS-FUNC-TRANS                                        CNB22200
021600             PERFORM P3000-APPLY-TRANS UNTIL WS-EOF-INPUT         CNB22200
021700        WHEN WS-FUNC-EXPIRE                                       CNB22200
021800             PERFORM P4000-EXPIRE-SWEEP UNTIL WS-EOF-INPUT        CNB22200
021900        WHEN WS-FUNC-DAILY                                        CNB22200
022000             PERFORM P5000-DAILY-LIST UNTIL WS-EOF-INPUT          CNB22200
022100        WHEN WS-FUNC-HISTORY                                      CNB22200
022200             PERFORM P6000-HISTORY-LIST UNTIL WS-EOF-INPUT        CNB22200
022300     END-EVALUATE                                                 CNB22200
022400     PERFORM P9000-TERMINATE                                      CNB22200
022500     GOBACK.                                                      CNB22200
022600*                                                                 CNB22200
022700 P1000-INITIALIZE.                                                CNB22200
022800     OPEN INPUT PARM-FILE                                         CNB22200
022900     IF NOT WS-PARM-OK                                            CNB22200
023000        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB22200
023100        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB22200
023200        PERFORM P9999-GOT-PROBLEM                                 CNB22200
023300     END-IF                                                       CNB22200
023400     READ PARM-FILE                                               CNB22200
023500     IF NOT WS-PARM-OK                                            CNB22200
023600        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB22200
023700        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB22200
023800        PERFORM P9999-GOT-PROBLEM                                 CNB22200
023900     END-IF                                                       CNB22200
024000     MOVE PARM-FUNC                TO WS-FUNC                     CNB22200
024100     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB22200
024200     CLOSE PARM-FILE                                              CNB22200
024300     IF NOT WS-FUNC-OPEN AND NOT WS-FUNC-TRANS                    CNB22200
024400        AND NOT WS-FUNC-EXPIRE AND NOT WS-FUNC-DAILY              CNB22200
024500        AND NOT WS-FUNC-HISTORY                                   CNB22200
024600        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB22200
024700        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB22200
024800        PERFORM P9999-GOT-PROBLEM                                 CNB22200
024900     END-IF                                                       CNB22200
025000     IF WS-FUNC-DAILY OR WS-FUNC-HISTORY                          CNB22200
025100        OPEN INPUT KB-FILE                                        CNB22200
025200     ELSE                                                         CNB22200
025300        OPEN I-O KB-FILE                                          CNB22200
025400        IF WS-KB-STATUS = '35'                                    CNB22200
025500           OPEN OUTPUT KB-FILE                                    CNB22200
025600           CLOSE KB-FILE                                          CNB22200
025700           OPEN I-O KB-FILE                                       CNB22200
025800        END-IF                                                    CNB22200
025900     END-IF                                                       CNB22200
026000     IF NOT WS-KB-OK                                              CNB22200
026100        MOVE 'P1000-OPEN-KB'       TO WS-ABEND-PARAGRAPH          CNB22200
026200        MOVE WS-KB-STATUS          TO WS-ABEND-STATUS             CNB22200
026300        PERFORM P9999-GOT-PROBLEM                                 CNB22200
026400     END-IF                                                       CNB22200
026500     IF WS-FUNC-TRANS OR WS-FUNC-EXPIRE                           CNB22200
026600        OPEN I-O MSTR-FILE                                        CNB22200
026700     ELSE                                                         CNB22200
026800        IF NOT WS-FUNC-HISTORY                                    CNB22200
026900           OPEN INPUT MSTR-FILE                                   CNB22200
027000        END-IF                                                    CNB22200
027100     END-IF                                                       CNB22200
027200     IF NOT WS-FUNC-HISTORY AND NOT WS-MSTRF-OK                   CNB22200
027300        MOVE 'P1000-OPEN-MST'      TO WS-ABEND-PARAGRAPH          CNB22200
027400        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB22200
027500        PERFORM P9999-GOT-PROBLEM                                 CNB22200
027600     END-IF                                                       CNB22200
027700     IF WS-FUNC-TRANS                                             CNB22200
027800        OPEN INPUT KBTRAN-FILE                                    CNB22200
027900        IF NOT WS-KBTRAN-OK                                       CNB22200
028000           MOVE 'P1000-OPEN-KBT'   TO WS-ABEND-PARAGRAPH          CNB22200
028100           MOVE WS-KBTRAN-STATUS   TO WS-ABEND-STATUS             CNB22200
028200           PERFORM P9999-GOT-PROBLEM                              CNB22200
028300        END-IF                                                    CNB22200
028400     END-IF                                                       CNB22200
028500     IF WS-FUNC-HISTORY AND PARM-EMP-NBR > SPACES                 CNB22200
028600        MOVE PARM-EMP-NBR          TO KB-EMP-NBR                  CNB22200
028700        MOVE LOW-VALUES            TO KB-START-DATE               CNB22200
028800        START KB-FILE KEY NOT < KB-KEY                            CNB22200
028900        IF NOT WS-KB-OK                                           CNB22200
029000           SET WS-EOF-INPUT        TO TRUE                        CNB22200
029100        END-IF                                                    CNB22200
029200     END-IF                                                       CNB22200
029300     OPEN OUTPUT RPT-FILE                                         CNB22200
029400     IF NOT WS-RPT-OK                                             CNB22200
029500        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB22200
029600        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB22200
029700        PERFORM P9999-GOT-PROBLEM                                 CNB22200
029800     END-IF                                                       CNB22200
029900     MOVE WS-FUNC                  TO HDR-FUNC                    CNB22200
030000     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB22200
030100     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB22200
030200     MOVE SPACES                   TO RPT-LINE                    CNB22200
030300     WRITE RPT-LINE                                               CNB22200
030400     WRITE RPT-LINE FROM WS-COL-LINE.                             CNB22200
030500*                                                                 CNB22200
030600 P2000-SWEEP-MASTERS.                                             CNB22200
030700     READ MSTR-FILE NEXT                                          CNB22200
030800          AT END                                                  CNB22200
030900             SET WS-EOF-INPUT TO TRUE                             CNB22200
031000     END-READ                                                     CNB22200
031100     IF NOT WS-EOF-INPUT                                          CNB22200
031200        MOVE MIO-RECORD            TO WS-MSTR                     CNB22200
031300        IF EMP-KILLER-B                                           CNB22200
031400           MOVE EMP-NBR            TO WS-FIND-EMP-NBR             CNB22200
031500           PERFORM P8100-FIND-ACTIVE                              CNB22200
031600           IF NOT WS-KB-FOUND                                     CNB22200
031700              PERFORM P2100-OPEN-RECORD                           CNB22200
031800           END-IF                                                 CNB22200
031900        END-IF                                                    CNB22200
032000     END-IF.                                                      CNB22200
032100*                                                                 CNB22200
032200 P2100-OPEN-RECORD.                                               CNB22200
032300     MOVE SPACES                   TO KB-RECORD                   CNB22200
032400     MOVE EMP-NBR                  TO KB-EMP-NBR                  CNB22200
032500     IF LAYOFF-DATE > SPACES                                      CNB22200
032600        MOVE LAYOFF-DATE           TO KB-START-DATE               CNB22200
032700     ELSE                                                         CNB22200
032800        MOVE WS-RUN-DATE-TIME (1:6) TO KB-START-DATE              CNB22200
032900     END-IF                                                       CNB22200
033000     MOVE DIST                     TO KB-DIST                     CNB22200
033100     MOVE SUB-DIST                 TO KB-SDIST                    CNB22200
033200     MOVE CRAFT                    TO KB-CRAFT                    CNB22200
033300     MOVE LAYOFF-EM-CODE           TO KB-REASON                   CNB22200
033400     MOVE LAYOFF-CODE-1            TO KB-LAYOFF-CODE              CNB22200
033500     MOVE EMP-NAME                 TO KB-EMP-NAME                 CNB22200
033600     MOVE KB-START-DATE            TO WS-SERIAL-DATE              CNB22200
033700     PERFORM P8510-BUMP-ONE-DAY PARM-KB-DAYS TIMES                CNB22200
033800     MOVE WS-SERIAL-DATE           TO KB-EXP-END-DATE             CNB22200
033900     MOVE ZEROS                    TO KB-EXT-COUNT                CNB22200
034000     SET KB-ACTIVE TO TRUE                                        CNB22200
034100     WRITE KB-RECORD                                              CNB22200
034200     IF WS-KB-DUP                                                 CNB22200
034300        CONTINUE                                                  CNB22200
034400     ELSE                                                         CNB22200
034500        IF NOT WS-KB-OK                                           CNB22200
034600           MOVE 'P2100-WR-KB'      TO WS-ABEND-PARAGRAPH          CNB22200
034700           MOVE WS-KB-STATUS       TO WS-ABEND-STATUS             CNB22200
034800           PERFORM P9999-GOT-PROBLEM                              CNB22200
034900        END-IF                                                    CNB22200
035000        ADD 1 TO WS-OPEN-COUNT                                    CNB22200
035100        MOVE 'OPENED    '          TO DTL-TAG                     CNB22200
035200        MOVE SPACES                TO DTL-NOTE                    CNB22200
035300        PERFORM P8000-PRINT-RECORD                                CNB22200
035400     END-IF.                                                      CNB22200
035500*                                                                 CNB22200
035600 P3000-APPLY-TRANS.                                               CNB22200
035700     READ KBTRAN-FILE                                             CNB22200
035800          AT END                                                  CNB22200
035900             SET WS-EOF-INPUT TO TRUE                             CNB22200
036000     END-READ                                                     CNB22200
036100     IF NOT WS-EOF-INPUT                                          CNB22200
036200        IF KT-START-DATE > SPACES                                 CNB22200
036300           MOVE KT-EMP-NBR         TO KB-EMP-NBR                  CNB22200
036400           MOVE KT-START-DATE      TO KB-START-DATE               CNB22200
036500           READ KB-FILE                                           CNB22200
036600           IF WS-KB-OK AND KB-ACTIVE                              CNB22200
036700              SET WS-KB-FOUND      TO TRUE                        CNB22200
036800           ELSE                                                   CNB22200
036900              MOVE 'N'             TO WS-KB-FOUND-SW              CNB22200
037000           END-IF                                                 CNB22200
037100        ELSE                                                      CNB22200
037200           MOVE KT-EMP-NBR         TO WS-FIND-EMP-NBR             CNB22200
037300           PERFORM P8100-FIND-ACTIVE                              CNB22200
037400        END-IF                                                    CNB22200
037500        EVALUATE TRUE                                             CNB22200
037600           WHEN NOT WS-KB-FOUND                                   CNB22200
037700                PERFORM P3900-REJECT-TRANS                        CNB22200
037800           WHEN KT-CLEAR                                          CNB22200
037900                MOVE KT-SUPV-INIT  TO WS-CLEAR-SUPV               CNB22200
038000                PERFORM P3100-CLEAR-RECORD                        CNB22200
038100                PERFORM P3200-CLEAR-MASTER                        CNB22200
038200                ADD 1 TO WS-CLEAR-COUNT                           CNB22200
038300                MOVE 'CLEARED   '  TO DTL-TAG                     CNB22200
038400                MOVE SPACES        TO DTL-NOTE                    CNB22200
038500                PERFORM P8000-PRINT-RECORD                        CNB22200
038600           WHEN KT-EXTEND AND KT-NEW-END-DATE > KB-EXP-END-DATE   CNB22200
038700                MOVE KT-NEW-END-DATE TO KB-EXP-END-DATE           CNB22200
038800                MOVE KT-SUPV-INIT  TO KB-SUPV-INIT                CNB22200
038900                ADD 1              TO KB-EXT-COUNT                CNB22200
039000                PERFORM P3300-REWRITE-KB                          CNB22200
039100                ADD 1 TO WS-EXTEND-COUNT                          CNB22200
039200                MOVE 'EXTENDED  '  TO DTL-TAG                     CNB22200
039300                MOVE SPACES        TO DTL-NOTE                    CNB22200
039400                PERFORM P8000-PRINT-RECORD                        CNB22200
039500           WHEN OTHER                                             CNB22200
039600                PERFORM P3900-REJECT-TRANS                        CNB22200
039700        END-EVALUATE                                              CNB22200
039800     END-IF.                                                      CNB22200
039900*                                                                 CNB22200
040000 P3100-CLEAR-RECORD.                                              CNB22200
040100     SET KB-CLEARED TO TRUE                                       CNB22200
040200     MOVE WS-RUN-DATE-TIME (1:6)   TO KB-CLEAR-DATE               CNB22200
040300     MOVE WS-CLEAR-SUPV            TO KB-SUPV-INIT                CNB22200
040400     PERFORM P3300-REWRITE-KB.                                    CNB22200
040500*                                                                 CNB22200
040600 P3200-CLEAR-MASTER.                                              CNB22200
040700*    ONLY THE 'B' IS TAKEN OFF -- ANY OTHER EMERGENCY CONDITION   CNB22200
040800*    SET SINCE BELONGS TO SOMEBODY ELSE.                          CNB22200
040900     MOVE SPACES                   TO MIO-KEY                     CNB22200
041000     MOVE KB-EMP-NBR               TO MIO-EMP-NBR                 CNB22200
041100     READ MSTR-FILE INTO WS-MSTR                                  CNB22200
041200          KEY IS MIO-EMP-NBR                                      CNB22200
041300     IF WS-MSTRF-OK                                               CNB22200
041400        IF EMP-KILLER-B                                           CNB22200
041500           MOVE SPACES             TO EMP-EMERGENCY-COND-CODE     CNB22200
041600           REWRITE MIO-RECORD FROM WS-MSTR                        CNB22200
041700           IF NOT WS-MSTRF-OK                                     CNB22200
041800              MOVE 'P3200-RW-MSTR' TO WS-ABEND-PARAGRAPH          CNB22200
041900              MOVE WS-MSTRF-STATUS TO WS-ABEND-STATUS             CNB22200
042000              PERFORM P9999-GOT-PROBLEM                           CNB22200
042100           END-IF                                                 CNB22200
042200        END-IF                                                    CNB22200
042300     ELSE                                                         CNB22200
042400        IF NOT WS-MSTRF-NOTFND                                    CNB22200
042500           MOVE 'P3200-RD-MSTR'    TO WS-ABEND-PARAGRAPH          CNB22200
042600           MOVE WS-MSTRF-STATUS    TO WS-ABEND-STATUS             CNB22200
042700           PERFORM P9999-GOT-PROBLEM                              CNB22200
042800        END-IF                                                    CNB22200
042900     END-IF.                                                      CNB22200
043000*                                                                 CNB22200
043100 P3300-REWRITE-KB.                                                CNB22200
043200     REWRITE KB-RECORD                                            CNB22200
043300     IF NOT WS-KB-OK                                              CNB22200
043400        MOVE 'P3300-RW-KB'         TO WS-ABEND-PARAGRAPH          CNB22200
043500        MOVE WS-KB-STATUS          TO WS-ABEND-STATUS             CNB22200
043600        PERFORM P9999-GOT-PROBLEM                                 CNB22200
043700     END-IF.                                                      CNB22200
043800*                                                                 CNB22200
043900 P3900-REJECT-TRANS.                                              CNB22200
044000     ADD 1 TO WS-REJ-COUNT                                        CNB22200
044100     MOVE SPACES                   TO WS-DTL-LINE                 CNB22200
044200     MOVE 'REJECTED  '             TO DTL-TAG                     CNB22200
044300     MOVE KT-EMP-NBR               TO DTL-EMP-NBR                 CNB22200
044400     MOVE KT-START-DATE            TO DTL-START-DATE              CNB22200
044500     MOVE KT-NEW-END-DATE          TO DTL-END-DATE                CNB22200
044600     MOVE KT-SUPV-INIT             TO DTL-SUPV                    CNB22200
044700     IF WS-KB-FOUND                                               CNB22200
044800        MOVE 'BAD ACTION  '        TO DTL-NOTE                    CNB22200
044900     ELSE                                                         CNB22200
045000        MOVE 'NO ACTIVE KB'        TO DTL-NOTE                    CNB22200
045100     END-IF                                                       CNB22200
045200     WRITE RPT-LINE FROM WS-DTL-LINE.                             CNB22200
045300*                                                                 CNB22200
045400 P4000-EXPIRE-SWEEP.                                              CNB22200
045500     READ KB-FILE NEXT                                            CNB22200
045600          AT END                                                  CNB22200
045700             SET WS-EOF-INPUT TO TRUE                             CNB22200
045800     END-READ                                                     CNB22200
045900     IF NOT WS-EOF-INPUT AND KB-ACTIVE                            CNB22200
046000        MOVE SPACES                TO MIO-KEY                     CNB22200
046100        MOVE KB-EMP-NBR            TO MIO-EMP-NBR                 CNB22200
046200        READ MSTR-FILE INTO WS-MSTR                               CNB22200
046300             KEY IS MIO-EMP-NBR                                   CNB22200
046400        IF NOT WS-MSTRF-OK AND NOT WS-MSTRF-NOTFND                CNB22200
046500           MOVE 'P4000-RD-MSTR'    TO WS-ABEND-PARAGRAPH          CNB22200
046600           MOVE WS-MSTRF-STATUS    TO WS-ABEND-STATUS             CNB22200
046700           PERFORM P9999-GOT-PROBLEM                              CNB22200
046800        END-IF                                                    CNB22200
046900        EVALUATE TRUE                                             CNB22200
047000           WHEN WS-MSTRF-NOTFND                                   CNB22200
047100           WHEN NOT EMP-KILLER-B                                  CNB22200
047200                MOVE 'ONDUTY'      TO WS-CLEAR-SUPV               CNB22200
047300                PERFORM P3100-CLEAR-RECORD                        CNB22200
047400                ADD 1 TO WS-ONDUTY-COUNT                          CNB22200
047500                MOVE 'CLOSED    '  TO DTL-TAG                     CNB22200
047600                MOVE 'FLAG GONE'   TO DTL-NOTE                    CNB22200
047700                PERFORM P8000-PRINT-RECORD                        CNB22200
047800           WHEN KB-EXP-END-DATE < WS-RUN-DATE-TIME (1:6)          CNB22200
047900                MOVE 'EXPIRED'     TO WS-CLEAR-SUPV               CNB22200
048000                PERFORM P3100-CLEAR-RECORD                        CNB22200
048100                MOVE SPACES        TO EMP-EMERGENCY-COND-CODE     CNB22200
048200                REWRITE MIO-RECORD FROM WS-MSTR                   CNB22200
048300                IF NOT WS-MSTRF-OK                                CNB22200
048400                   MOVE 'P4000-RW-MSTR' TO WS-ABEND-PARAGRAPH     CNB22200
048500                   MOVE WS-MSTRF-STATUS TO WS-ABEND-STATUS        CNB22200
048600                   PERFORM P9999-GOT-PROBLEM                      CNB22200
048700                END-IF                                            CNB22200
048800                ADD 1 TO WS-EXPIRE-COUNT                          CNB22200
048900                MOVE 'EXPIRED   '  TO DTL-TAG                     CNB22200
049000                MOVE SPACES        TO DTL-NOTE                    CNB22200
049100                PERFORM P8000-PRINT-RECORD                        CNB22200
049200           WHEN OTHER                                             CNB22200
049300                CONTINUE                                          CNB22200
049400        END-EVALUATE                                              CNB22200
049500     END-IF.                                                      CNB22200
049600*                                                                 CNB22200
049700 P5000-DAILY-LIST.                                                CNB22200
049800     READ MSTR-FILE NEXT                                          CNB22200
049900          AT END                                                  CNB22200
050000             SET WS-EOF-INPUT TO TRUE                             CNB22200
050100     END-READ                                                     CNB22200
050200     IF NOT WS-EOF-INPUT                                          CNB22200
050300        MOVE MIO-RECORD            TO WS-MSTR                     CNB22200
050400        IF EMP-KILLER-B                                           CNB22200
050500           ADD 1 TO WS-FLAG-COUNT                                 CNB22200
050600           MOVE EMP-NBR            TO WS-FIND-EMP-NBR             CNB22200
050700           PERFORM P8100-FIND-ACTIVE                              CNB22200
050800           IF WS-KB-FOUND                                         CNB22200
050900              MOVE 'FLAGGED   '    TO DTL-TAG                     CNB22200
051000              IF KB-EXP-END-DATE < WS-RUN-DATE-TIME (1:6)         CNB22200
051100                 MOVE 'PAST END'   TO DTL-NOTE                    CNB22200
051200              ELSE                                                CNB22200
051300                 MOVE SPACES       TO DTL-NOTE                    CNB22200
051400              END-IF                                              CNB22200
051500              PERFORM P8000-PRINT-RECORD                          CNB22200
051600           ELSE                                                   CNB22200
051700              ADD 1 TO WS-NOREC-COUNT                             CNB22200
051800              MOVE SPACES          TO WS-DTL-LINE                 CNB22200
051900              MOVE 'FLAGGED   '    TO DTL-TAG                     CNB22200
052000              MOVE EMP-NBR         TO DTL-EMP-NBR                 CNB22200
052100              MOVE EMP-NAME        TO DTL-EMP-NAME                CNB22200
052200              MOVE DIST            TO DTL-DIST                    CNB22200
052300              MOVE SUB-DIST        TO DTL-SDIST                   CNB22200
052400              MOVE CRAFT           TO DTL-CRAFT                   CNB22200
052500              MOVE LAYOFF-EM-CODE  TO DTL-REASON                  CNB22200
052600              MOVE 'NOT ON REG'    TO DTL-NOTE                    CNB22200
052700              WRITE RPT-LINE FROM WS-DTL-LINE                     CNB22200
052800           END-IF                                                 CNB22200
052900        END-IF                                                    CNB22200
053000     END-IF.                                                      CNB22200
053100*                                                                 CNB22200
053200 P6000-HISTORY-LIST.                                              CNB22200
053300     READ KB-FILE NEXT                                            CNB22200
053400          AT END                                                  CNB22200
053500             SET WS-EOF-INPUT TO TRUE                             CNB22200
053600     END-READ                                                     CNB22200
053700     IF NOT WS-EOF-INPUT                                          CNB22200
053800        IF PARM-EMP-NBR > SPACES                                  CNB22200
053900           AND KB-EMP-NBR NOT = PARM-EMP-NBR                      CNB22200
054000           SET WS-EOF-INPUT        TO TRUE                        CNB22200
054100        ELSE                                                      CNB22200
054200           ADD 1 TO WS-HIST-COUNT                                 CNB22200
054300           MOVE 'HISTORY   '       TO DTL-TAG                     CNB22200
054400           MOVE SPACES             TO DTL-NOTE                    CNB22200
054500           IF KB-EXT-COUNT > ZEROS                                CNB22200
054600              STRING 'EXTENDED ' KB-EXT-COUNT                     CNB22200
054700                     DELIMITED BY SIZE INTO DTL-NOTE              CNB22200
054800           END-IF                                                 CNB22200
054900           PERFORM P8000-PRINT-RECORD                             CNB22200
055000        END-IF                                                    CNB22200
055100     END-IF.                                                      CNB22200
055200*                                                                 CNB22200
055300 P8000-PRINT-RECORD.                                              CNB22200
055400     MOVE KB-EMP-NBR               TO DTL-EMP-NBR                 CNB22200
055500     MOVE KB-EMP-NAME              TO DTL-EMP-NAME                CNB22200
055600     MOVE KB-DIST                  TO DTL-DIST                    CNB22200
055700     MOVE KB-SDIST                 TO DTL-SDIST                   CNB22200
055800     MOVE KB-CRAFT                 TO DTL-CRAFT                   CNB22200
055900     MOVE KB-REASON                TO DTL-REASON                  CNB22200
056000     MOVE KB-START-DATE            TO DTL-START-DATE              CNB22200
056100     MOVE KB-EXP-END-DATE          TO DTL-END-DATE                CNB22200
056200     MOVE KB-STATUS                TO DTL-STATUS                  CNB22200
056300     MOVE KB-SUPV-INIT             TO DTL-SUPV                    CNB22200
056400     MOVE KB-CLEAR-DATE            TO DTL-CLEAR-DATE              CNB22200
056500     MOVE KB-START-DATE            TO WS-SERIAL-DATE              CNB22200
056600     MOVE ZEROS                    TO WS-DAYS-FLAGGED             CNB22200
056700     IF KB-ACTIVE                                                 CNB22200
056800        PERFORM P8520-COUNT-ONE-DAY                               CNB22200
056900                UNTIL WS-SERIAL-DATE NOT < WS-RUN-DATE-TIME (1:6) CNB22200
057000                   OR WS-DAYS-FLAGGED > 9998                      CNB22200
057100     ELSE                                                         CNB22200
057200        PERFORM P8520-COUNT-ONE-DAY                               CNB22200
057300                UNTIL WS-SERIAL-DATE NOT < KB-CLEAR-DATE          CNB22200
057400                   OR WS-DAYS-FLAGGED > 9998                      CNB22200
057500     END-IF                                                       CNB22200
057600     MOVE WS-DAYS-FLAGGED          TO DTL-DAYS                    CNB22200
057700     WRITE RPT-LINE FROM WS-DTL-LINE.                             CNB22200
057800*                                                                 CNB22200
057900 P8100-FIND-ACTIVE.                                               CNB22200
058000*    POSITIONS ON THE EMPLOYEE'S FIRST REGISTER RECORD AND READS  CNB22200
058100*    FORWARD TO THE ONE STILL ACTIVE, IF ANY.                     CNB22200
058200     MOVE 'N'                      TO WS-KB-FOUND-SW              CNB22200
058300                                      WS-KB-END-SW                CNB22200
058400     MOVE WS-FIND-EMP-NBR          TO KB-EMP-NBR                  CNB22200
058500     MOVE LOW-VALUES               TO KB-START-DATE               CNB22200
058600     START KB-FILE KEY NOT < KB-KEY                               CNB22200
058700     IF NOT WS-KB-OK                                              CNB22200
058800        SET WS-KB-END              TO TRUE                        CNB22200
058900     END-IF                                                       CNB22200
059000     PERFORM P8110-READ-NEXT-KB                                   CNB22200
059100             UNTIL WS-KB-END OR WS-KB-FOUND.                      CNB22200
059200*                                                                 CNB22200
059300 P8110-READ-NEXT-KB.                                              CNB22200
059400     READ KB-FILE NEXT                                            CNB22200
059500          AT END                                                  CNB22200
059600             SET WS-KB-END TO TRUE                                CNB22200
059700     END-READ                                                     CNB22200
059800     IF NOT WS-KB-END                                             CNB22200
059900        IF KB-EMP-NBR NOT = WS-FIND-EMP-NBR                       CNB22200
060000           SET WS-KB-END           TO TRUE                        CNB22200
060100        ELSE                                                      CNB22200
060200           IF KB-ACTIVE                                           CNB22200
060300              SET WS-KB-FOUND      TO TRUE                        CNB22200
060400           END-IF                                                 CNB22200
060500        END-IF                                                    CNB22200
060600     END-IF.                                                      CNB22200
060700*                                                                 CNB22200
060800 P8510-BUMP-ONE-DAY.                                              CNB22200
060900     ADD 1                         TO WS-SD-DD                    CNB22200
061000     EVALUATE WS-SD-MM                                            CNB22200
061100        WHEN 2                                                    CNB22200
061200             DIVIDE WS-SD-YY BY 4 GIVING WS-SERIAL-A              CNB22200
061300                    REMAINDER WS-SERIAL-B                         CNB22200
061400             IF (WS-SERIAL-B = ZEROS AND WS-SD-DD > 29)           CNB22200
061500                OR (WS-SERIAL-B NOT = ZEROS                       CNB22200
061600                    AND WS-SD-DD > 28)                            CNB22200
061700                MOVE 1             TO WS-SD-DD                    CNB22200
061800                ADD 1              TO WS-SD-MM                    CNB22200
061900             END-IF                                               CNB22200
062000        WHEN 4                                                    CNB22200
062100        WHEN 6                                                    CNB22200
062200        WHEN 9                                                    CNB22200
062300        WHEN 11                                                   CNB22200
062400             IF WS-SD-DD > 30                                     CNB22200
062500                MOVE 1             TO WS-SD-DD                    CNB22200
062600                ADD 1              TO WS-SD-MM                    CNB22200
062700             END-IF                                               CNB22200
062800        WHEN OTHER                                                CNB22200
062900             IF WS-SD-DD > 31                                     CNB22200
063000                MOVE 1             TO WS-SD-DD                    CNB22200
063100                ADD 1              TO WS-SD-MM                    CNB22200
063200             END-IF                                               CNB22200
063300     END-EVALUATE                                                 CNB22200
063400     IF WS-SD-MM > 12                                             CNB22200
063500        MOVE 1                     TO WS-SD-MM                    CNB22200
063600        ADD 1                      TO WS-SD-YY                    CNB22200
063700     END-IF.                                                      CNB22200
063800*                                                                 CNB22200
063900 P8520-COUNT-ONE-DAY.                                             CNB22200
064000     PERFORM P8510-BUMP-ONE-DAY                                   CNB22200
064100     ADD 1                         TO WS-DAYS-FLAGGED.            CNB22200
064200*                                                                 CNB22200
064300 P9000-TERMINATE.                                                 CNB22200
064400     MOVE SPACES                   TO RPT-LINE                    CNB22200
064500     WRITE RPT-LINE                                               CNB22200
064600     EVALUATE TRUE                                                CNB22200
064700        WHEN WS-FUNC-OPEN                                         CNB22200
064800             MOVE 'RECORDS OPENED ...........' TO CNT-LABEL       CNB22200
064900             MOVE WS-OPEN-COUNT    TO CNT-VALUE                   CNB22200
065000             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22200
065100        WHEN WS-FUNC-TRANS                                        CNB22200
065200             MOVE 'RECORDS CLEARED ..........' TO CNT-LABEL       CNB22200
065300             MOVE WS-CLEAR-COUNT   TO CNT-VALUE                   CNB22200
065400             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22200
065500             MOVE 'RECORDS EXTENDED .........' TO CNT-LABEL       CNB22200
065600             MOVE WS-EXTEND-COUNT  TO CNT-VALUE                   CNB22200
065700             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22200
065800             MOVE 'TRANSACTIONS REJECTED ....' TO CNT-LABEL       CNB22200
065900             MOVE WS-REJ-COUNT     TO CNT-VALUE                   CNB22200
066000             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22200
066100             CLOSE KBTRAN-FILE                                    CNB22200
066200        WHEN WS-FUNC-EXPIRE                                       CNB22200
066300             MOVE 'CLOSED - FLAG ALREADY OFF .' TO CNT-LABEL      CNB22200
066400             MOVE WS-ONDUTY-COUNT  TO CNT-VALUE                   CNB22200
066500             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22200
066600             MOVE 'CLEARED - PAST END DATE ...' TO CNT-LABEL      CNB22200
066700             MOVE WS-EXPIRE-COUNT  TO CNT-VALUE                   CNB22200
066800             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22200
066900        WHEN WS-FUNC-DAILY                                        CNB22200
067000             MOVE 'EMPLOYEES FLAGGED ........' TO CNT-LABEL       CNB22200
067100             MOVE WS-FLAG-COUNT    TO CNT-VALUE                   CNB22200
067200             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22200
067300             MOVE 'FLAGGED, NOT ON REGISTER .' TO CNT-LABEL       CNB22200
067400             MOVE WS-NOREC-COUNT   TO CNT-VALUE                   CNB22200
067500             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22200
067600        WHEN WS-FUNC-HISTORY                                      CNB22200
067700             MOVE 'REGISTER RECORDS LISTED ..' TO CNT-LABEL       CNB22200
067800             MOVE WS-HIST-COUNT    TO CNT-VALUE                   CNB22200
067900             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22200
068000     END-EVALUATE                                                 CNB22200
068100     IF NOT WS-FUNC-HISTORY                                       CNB22200
068200        CLOSE MSTR-FILE                                           CNB22200
068300     END-IF                                                       CNB22200
068400     CLOSE KB-FILE                                                CNB22200
068500           RPT-FILE.                                              CNB22200
068600*                                                                 CNB22200
068700 P9999-GOT-PROBLEM.                                               CNB22200
068710     MOVE 'CNB222'                 TO XE-PROGRAM                  CNB22200
068720     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB22200
068730     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB22200
068740     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB22200
068800     DISPLAY 'CNB222 ABEND IN ' WS-ABEND-PARAGRAPH                CNB22200
068900              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB22200
069000     MOVE 16 TO RETURN-CODE                                       CNB22200
069100     GOBACK.                                                      CNB22200
