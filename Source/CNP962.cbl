000100 IDENTIFICATION DIVISION.                                         CNP96200
000200 PROGRAM-ID. CNP962.                                              CNP96200
000300***************************************************************** CNP96200
000400* S T A N D I N G   P R E F E R E N C E   C A R D   S E R V I C E CNP96200
000500***************************************************************** CNP96200
000600*  DATE   INITIAL  LOG#   DESCRIPTION                             CNP96200
000700*-------- ------- ------  --------------------------------------- CNP96200
000800*10/15/26   JMC           NEW PROGRAM.  ONLINE SIDE OF THE CNB269 CNP96200
000900*                         PREFERENCE CARDS - LISTS A POSITION'S   CNP96200
001000*                         CARD HOLDERS AND KEEPS ITS VACANCY BY   CNP96200
001100*                         CICS FILE CONTROL.                      CNP96200
001200***************************************************************** CNP96200
001300*                                                                 CNP96200
001400*    CNB269 MAINTAINS THE STANDING PREFERENCE CARDS (PREFFILE) ANDCNP96200
001500*    REPORTS ON THE SHORT-TERM VACANCIES (VACFILE).  THE SCREENS  CNP96200
001600*    (CNP02B, CNP12) LINK THIS PROGRAM, WITH THE COMMAREA BELOW,  CNP96200
001700*    FOR THE VACANCY WORK.  IT WORKS THROUGH THE CARD FILE        CNP96200
001800*    (CNVPRF01, KEYED BY EMPLOYEE AND POSITION), ITS OFFER-ORDER  CNP96200
001900*    PATH (CNVPRF02, KEYED BY POSITION, PRIORITY, SENIORITY DATE  CNP96200
002000*    AND EMPLOYEE) AND THE VACANCY FILE (CNVPVC01, KEYED BY       CNP96200
002100*    POSITION, OWNER AND OPEN DATE):                              CNP96200
002200*      L - LIST.  UP TO TEN HOLDERS OF CARDS IN EFFECT ON         CNP96200
002300*          XP-DATE-TIME FOR THE POSITION, IN OFFER ORDER.         CNP96200
002400*      O - OPEN.  THE VACANCY IS KEPT WITH THE ORDERED LIST OF    CNP96200
002500*          ELIGIBLE HOLDERS THE CALLER SHOWED (UP TO FIVE), THE   CNP96200
002600*          LIST REPLACED EACH TIME UNTIL THE VACANCY IS FILLED.   CNP96200
002700*      F - FILL.  XP-FILL-EMP IS RECORDED ONCE AS THE EMPLOYEE WHOCNP96200
002800*          FILLED THE VACANCY, FROM A CARD OR FROM THE EXTRABOARD,CNP96200
002900*          WITH THE NUMBER OF LISTED HOLDERS SKIPPED.             CNP96200
003000*    XP-RESULT COMES BACK 0 DONE, 1 NO HOLDERS OR 2 FILES         CNP96200
003100*    UNAVAILABLE; THE CALLER DECIDES WHAT TO DO ABOUT IT.  ONLY A CNP96200
003200*    LINK WITH NO COMMAREA IS TREATED AS AN ERROR HERE.           CNP96200
003300*                                                                 CNP96200
003400 ENVIRONMENT DIVISION.                                            CNP96200
003500 CONFIGURATION SECTION.                                           CNP96200
003600 SOURCE-COMPUTER. IBM-370.                                        CNP96200
003700 OBJECT-COMPUTER. IBM-370.                                        CNP96200
003800 DATA DIVISION.                                                   CNP96200
003900 WORKING-STORAGE SECTION.                                         CNP96200
004000 01  FILLER                      PIC X(10)   VALUE 'PGM962 W/S'.  CNP96200
004100 01  P962-PGM                    PIC X(8)    VALUE 'CNP962'.      CNP96200
004200 01  WS-RESPONSE                 PIC S9(8) COMP VALUE ZEROES.     CNP96200
004300*                                                                 CNP96200
004400*    PREFERENCE CARD FILE - SAME LAYOUT AS CNB269'S PF-RECORD.    CNP96200
004500*                                                                 CNP96200
004600 01  PRF-VIA-EMP-JOB             PIC X(8)    VALUE 'CNVPRF01'.    CNP96200
004700 01  PRF-VIA-ORDER               PIC X(8)    VALUE 'CNVPRF02'.    CNP96200
004800 01  PRF-RLGTH                   PIC S9(4) COMP VALUE +200.       CNP96200
004900 01  PRF-KLGTH                   PIC S9(4) COMP VALUE +21.        CNP96200
005000 01  PRF-ORDER-KLGTH             PIC S9(4) COMP VALUE +31.        CNP96200
005100 01  WS-PF-RECORD.                                                CNP96200
005200     05  PF-KEY.                                                  CNP96200
005300         10  PF-EMP-NBR          PIC X(9)    VALUE SPACES.        CNP96200
005400         10  PF-JOB              PIC X(12)   VALUE SPACES.        CNP96200
005500     05  PF-ORDER-KEY.                                            CNP96200
005600         10  PF-ORD-JOB          PIC X(12)   VALUE SPACES.        CNP96200
005700         10  PF-ORD-PRIORITY     PIC 9(2)    VALUE ZEROS.         CNP96200
005800         10  PF-ORD-SEN-DATE     PIC X(8)    VALUE SPACES.        CNP96200
005900         10  PF-ORD-EMP-NBR      PIC X(9)    VALUE SPACES.        CNP96200
006000     05  PF-STATUS               PIC X(1)    VALUE SPACE.         CNP96200
006100         88  PF-ACTIVE                       VALUE 'A'.           CNP96200
006200     05  PF-EMP-NAME             PIC X(26)   VALUE SPACES.        CNP96200
006300     05  PF-EFF-FROM             PIC X(8)    VALUE SPACES.        CNP96200
006400     05  PF-EFF-TO               PIC X(8)    VALUE SPACES.        CNP96200
006500     05  FILLER                  PIC X(105)  VALUE SPACES.        CNP96200
006600 01  PRFKEY                      PIC X(21)   VALUE SPACES.        CNP96200
006700 01  PRFORDK                     PIC X(31)   VALUE SPACES.        CNP96200
006800*                                                                 CNP96200
006900*    VACANCY FILE - SAME LAYOUT AS CNB269'S PV-RECORD.            CNP96200
007000*                                                                 CNP96200
007100 01  PVC-VIA-JOB-OWNER           PIC X(8)    VALUE 'CNVPVC01'.    CNP96200
007200 01  PVC-RLGTH                   PIC S9(4) COMP VALUE +200.       CNP96200
007300 01  PVC-KLGTH                   PIC S9(4) COMP VALUE +29.        CNP96200
007400 01  WS-PV-RECORD.                                                CNP96200
007500     05  PV-KEY.                                                  CNP96200
007600         10  PV-JOB              PIC X(12)   VALUE SPACES.        CNP96200
007700         10  PV-OWNER-EMP        PIC X(9)    VALUE SPACES.        CNP96200
007800         10  PV-OPEN-DATE        PIC X(8)    VALUE SPACES.        CNP96200
007900     05  PV-OWNER-STATUS         PIC X(1)    VALUE SPACE.         CNP96200
008000     05  PV-FIRST-SEEN           PIC X(12)   VALUE SPACES.        CNP96200
008100     05  PV-LIST-TIME            PIC X(12)   VALUE SPACES.        CNP96200
008200     05  PV-LIST-COUNT           PIC 9(2)    VALUE ZEROS.         CNP96200
008300     05  PV-LIST-AREA.                                            CNP96200
008400         10  PV-LIST-EMP OCCURS 5 TIMES                           CNP96200
008500                                 PIC X(9).                        CNP96200
008600     05  PV-FILL-SOURCE          PIC X(1)    VALUE SPACE.         CNP96200
008700         88  PV-UNFILLED                     VALUE SPACE.         CNP96200
008800         88  PV-FROM-CARD                    VALUE 'C'.           CNP96200
008900         88  PV-FROM-EXTRABOARD              VALUE 'E'.           CNP96200
009000     05  PV-FILL-EMP             PIC X(9)    VALUE SPACES.        CNP96200
009100     05  PV-FILL-TIME            PIC X(12)   VALUE SPACES.        CNP96200
009200     05  PV-FILL-POS             PIC 9(2)    VALUE ZEROS.         CNP96200
009300     05  PV-SKIP-COUNT           PIC 9(2)    VALUE ZEROS.         CNP96200
009400     05  PV-CLAIM-PERIOD         PIC X(6)    VALUE SPACES.        CNP96200
009500     05  FILLER                  PIC X(67)   VALUE SPACES.        CNP96200
009600 01  PVCKEY                      PIC X(29)   VALUE SPACES.        CNP96200
009700*                                                                 CNP96200
009800 01  WS-FLAGS.                                                    CNP96200
009900     05  WS-SCAN-SW              PIC X       VALUE 'N'.           CNP96200
010000         88  WS-SCAN-END                     VALUE 'Y'.           CNP96200
010100     05  WS-BROWSE-SW            PIC X       VALUE 'N'.           CNP96200
010200         88  WS-BROWSE-STARTED               VALUE 'Y'.           CNP96200
010300     05  WS-NEW-VAC-SW           PIC X       VALUE 'N'.           CNP96200
010400         88  WS-NEW-VAC                      VALUE 'Y'.           CNP96200
010500 01  WS-HOLDER-MAX               PIC 9(2)    VALUE 10.            CNP96200
010600 01  WS-LIST-MAX                 PIC 9(2)    VALUE 5.             CNP96200
010700 01  WS-SUB                      PIC S9(4) COMP VALUE ZEROS.      CNP96200
010800 01  WS-EFF-DATE                 PIC X(8)    VALUE SPACES.        CNP96200
010900*                                                                 CNP96200
011000*    THE COMMAREA THE CALLERS PASS (XP- FIELDS).                  CNP96200
011100*                                                                 CNP96200
011200 01  P962-COMMAREA-LGTH          PIC S9(4) COMP VALUE +165.       CNP96200
011300 01  P962-COMMAREA.                                               CNP96200
011400     05  XP-FUNCTION             PIC X(1).                        CNP96200
011500         88  XP-LIST                         VALUE 'L'.           CNP96200
011600         88  XP-OPEN                         VALUE 'O'.           CNP96200
011700         88  XP-FILL                         VALUE 'F'.           CNP96200
011800     05  XP-JOB.                                                  CNP96200
011900         10  XP-DIST             PIC X(2).                        CNP96200
012000         10  XP-SDIST            PIC X(2).                        CNP96200
012100         10  XP-ASGN-ID          PIC X(6).                        CNP96200
012200         10  XP-CRAFT            PIC X(2).                        CNP96200
012300*    CCYYMMDDHHMM:                                                CNP96200
012400     05  XP-DATE-TIME            PIC X(12).                       CNP96200
012500     05  XP-OWNER-EMP            PIC X(9).                        CNP96200
012600*    CCYYMMDD:                                                    CNP96200
012700     05  XP-OPEN-DATE            PIC X(8).                        CNP96200
012800     05  XP-OWNER-STATUS         PIC X(1).                        CNP96200
012900     05  XP-FILL-EMP             PIC X(9).                        CNP96200
013000     05  XP-COUNT                PIC 9(2).                        CNP96200
013100     05  XP-HOLDER OCCURS 10 TIMES.                               CNP96200
013200         10  XP-HOLDER-EMP       PIC X(9).                        CNP96200
013300         10  XP-HOLDER-PRIORITY  PIC 9(2).                        CNP96200
013400     05  XP-RESULT               PIC 9(1).                        CNP96200
013500         88  XP-DONE                         VALUE 0.             CNP96200
013600         88  XP-NONE                         VALUE 1.             CNP96200
013700         88  XP-UNAVAILABLE                  VALUE 2.             CNP96200
013800*                                                                 CNP96200
013900     COPY IOCODES.                                                CNP96200
014000     COPY PSTERAR.                                                CNP96200
014100     COPY WSERRLOG.                                               CNP96200
014200*                                                                 CNP96200
014300 LINKAGE SECTION.                                                 CNP96200
014400 01  DFHCOMMAREA.                                                 CNP96200
014500     05  FILLER                  PIC X(165).                      CNP96200
014600*                                                                 CNP96200
014700 PROCEDURE DIVISION.                                              CNP96200
014800*                                                                 CNP96200
014900 P0000-MAINLINE.                                                  CNP96200
015000*                                                                 CNP96200
015100     IF EIBCALEN = ZERO                                           CNP96200
015200        MOVE 'P0000-1'            TO ERR-PARAGRAPH                CNP96200
015300        MOVE 'NOPARMS'            TO ERR-KEY                      CNP96200
015400        PERFORM P9999-GOT-PROBLEM                                 CNP96200
015500     END-IF                                                       CNP96200
015600     MOVE DFHCOMMAREA             TO P962-COMMAREA                CNP96200
015700     SET XP-DONE                  TO TRUE                         CNP96200
015800     EVALUATE TRUE                                                CNP96200
015900        WHEN XP-LIST                                              CNP96200
016000           PERFORM P2000-LIST-HOLDERS                             CNP96200
016100        WHEN XP-OPEN                                              CNP96200
016200           PERFORM P3000-OPEN-VACANCY                             CNP96200
016300        WHEN XP-FILL                                              CNP96200
016400           PERFORM P4000-FILL-VACANCY                             CNP96200
016500     END-EVALUATE                                                 CNP96200
016600     MOVE P962-COMMAREA           TO DFHCOMMAREA                  CNP96200
016700     EXEC CICS RETURN END-EXEC.                                   CNP96200
016800*                                                                 CNP96200
016900 P2000-LIST-HOLDERS.                                              CNP96200
017000*                                                                 CNP96200
017100     MOVE ZEROS                   TO XP-COUNT                     CNP96200
017200     MOVE XP-DATE-TIME (1:8)      TO WS-EFF-DATE                  CNP96200
017300     MOVE 'N'                     TO WS-SCAN-SW                   CNP96200
017400                                     WS-BROWSE-SW                 CNP96200
017500     MOVE LOW-VALUES              TO PF-ORDER-KEY                 CNP96200
017600     MOVE XP-JOB                  TO PF-ORD-JOB                   CNP96200
017700     MOVE PF-ORDER-KEY            TO PRFORDK                      CNP96200
017800     EXEC CICS STARTBR                                            CNP96200
017900               DATASET(PRF-VIA-ORDER)                             CNP96200
018000               RIDFLD(PRFORDK)                                    CNP96200
018100               KEYLENGTH(PRF-ORDER-KLGTH)                         CNP96200
018200               GTEQ                                               CNP96200
018300               RESP(WS-RESPONSE)                                  CNP96200
018400     END-EXEC                                                     CNP96200
018500     IF WS-RESPONSE = DFHRESP(NORMAL)                             CNP96200
018600        SET WS-BROWSE-STARTED     TO TRUE                         CNP96200
018700        PERFORM P2100-SCAN-HOLDER                                 CNP96200
018800                UNTIL WS-SCAN-END                                 CNP96200
018900        EXEC CICS ENDBR                                           CNP96200
019000                  DATASET(PRF-VIA-ORDER)                          CNP96200
019100                  RESP(WS-RESPONSE)                               CNP96200
019200        END-EXEC                                                  CNP96200
019300     ELSE                                                         CNP96200
019400        IF WS-RESPONSE NOT = DFHRESP(NOTFND)                      CNP96200
019500           SET XP-UNAVAILABLE     TO TRUE                         CNP96200
019600        END-IF                                                    CNP96200
019700     END-IF                                                       CNP96200
019800     IF XP-DONE AND XP-COUNT = ZEROS                              CNP96200
019900        SET XP-NONE               TO TRUE                         CNP96200
020000     END-IF.                                                      CNP96200
020100*                                                                 CNP96200
020200 P2100-SCAN-HOLDER.                                               CNP96200
020300*                                                                 CNP96200
020400     EXEC CICS READNEXT                                           CNP96200
020500               DATASET(PRF-VIA-ORDER)                             CNP96200
020600               INTO(WS-PF-RECORD)                                 CNP96200
020700               LENGTH(PRF-RLGTH)                                  CNP96200
020800               RIDFLD(PRFORDK)                                    CNP96200
020900               KEYLENGTH(PRF-ORDER-KLGTH)                         CNP96200
021000               RESP(WS-RESPONSE)                                  CNP96200
021100     END-EXEC                                                     CNP96200
021200     IF WS-RESPONSE = DFHRESP(NORMAL)                             CNP96200
021300        OR WS-RESPONSE = DFHRESP(DUPKEY)                          CNP96200
021400        IF PF-ORD-JOB NOT = XP-JOB                                CNP96200
021500           SET WS-SCAN-END        TO TRUE                         CNP96200
021600        ELSE                                                      CNP96200
021700           IF PF-ACTIVE                                           CNP96200
021800              AND PF-EFF-FROM NOT > WS-EFF-DATE                   CNP96200
021900              AND PF-EFF-TO NOT < WS-EFF-DATE                     CNP96200
022000              ADD 1               TO XP-COUNT                     CNP96200
022100              MOVE PF-EMP-NBR     TO XP-HOLDER-EMP (XP-COUNT)     CNP96200
022200              MOVE PF-ORD-PRIORITY                                CNP96200
022300                                  TO XP-HOLDER-PRIORITY (XP-COUNT)CNP96200
022400              IF XP-COUNT NOT < WS-HOLDER-MAX                     CNP96200
022500                 SET WS-SCAN-END  TO TRUE                         CNP96200
022600              END-IF                                              CNP96200
022700           END-IF                                                 CNP96200
022800        END-IF                                                    CNP96200
022900     ELSE                                                         CNP96200
023000        SET WS-SCAN-END           TO TRUE                         CNP96200
023100        IF WS-RESPONSE NOT = DFHRESP(ENDFILE)                     CNP96200
023200           SET XP-UNAVAILABLE     TO TRUE                         CNP96200
023300        END-IF                                                    CNP96200
023400     END-IF.                                                      CNP96200
023500*                                                                 CNP96200
023600 P3000-OPEN-VACANCY.                                              CNP96200
023700*                                                                 CNP96200
023800     PERFORM P5000-READ-VACANCY                                   CNP96200
023900     IF XP-DONE                                                   CNP96200
024000        IF PV-UNFILLED                                            CNP96200
024100           MOVE XP-DATE-TIME      TO PV-LIST-TIME                 CNP96200
024200           MOVE SPACES            TO PV-LIST-AREA                 CNP96200
024300           MOVE XP-COUNT          TO PV-LIST-COUNT                CNP96200
024400           IF PV-LIST-COUNT > WS-LIST-MAX                         CNP96200
024500              MOVE WS-LIST-MAX    TO PV-LIST-COUNT                CNP96200
024600           END-IF                                                 CNP96200
024700           PERFORM P3100-LIST-HOLDER                              CNP96200
024800                   VARYING WS-SUB FROM 1 BY 1                     CNP96200
024900                   UNTIL WS-SUB > PV-LIST-COUNT                   CNP96200
025000           PERFORM P5100-PUT-VACANCY                              CNP96200
025100        ELSE                                                      CNP96200
025200           PERFORM P5200-RELEASE-VACANCY                          CNP96200
025300        END-IF                                                    CNP96200
025400     END-IF.                                                      CNP96200
025500*                                                                 CNP96200
025600 P3100-LIST-HOLDER.                                               CNP96200
025700*                                                                 CNP96200
025800     MOVE XP-HOLDER-EMP (WS-SUB)  TO PV-LIST-EMP (WS-SUB).        CNP96200
025900*                                                                 CNP96200
026000*    THE FILLER'S PLACE ON THE LIST DECIDES THE SOURCE AND THE    CNP96200
026100*    SKIPS; OFF THE LIST, A CARD IN EFFECT STILL MAKES IT A CARD  CNP96200
026200*    FILL, BUT EVERY LISTED HOLDER WAS PASSED OVER.               CNP96200
026300*                                                                 CNP96200
026400 P4000-FILL-VACANCY.                                              CNP96200
026500*                                                                 CNP96200
026600     PERFORM P5000-READ-VACANCY                                   CNP96200
026700     IF XP-DONE                                                   CNP96200
026800        IF PV-UNFILLED                                            CNP96200
026900           MOVE XP-FILL-EMP       TO PV-FILL-EMP                  CNP96200
027000           MOVE XP-DATE-TIME      TO PV-FILL-TIME                 CNP96200
027100           MOVE ZEROS             TO PV-FILL-POS                  CNP96200
027200           PERFORM P4100-FIND-FILLER                              CNP96200
027300                   VARYING WS-SUB FROM 1 BY 1                     CNP96200
027400                   UNTIL WS-SUB > PV-LIST-COUNT                   CNP96200
027500                      OR PV-FILL-POS > ZEROS                      CNP96200
027600           IF PV-FILL-POS > ZEROS                                 CNP96200
027700              SET PV-FROM-CARD    TO TRUE                         CNP96200
027800              COMPUTE PV-SKIP-COUNT = PV-FILL-POS - 1             CNP96200
027900           ELSE                                                   CNP96200
028000              MOVE PV-LIST-COUNT  TO PV-SKIP-COUNT                CNP96200
028100              PERFORM P4200-CHECK-CARD                            CNP96200
028200           END-IF                                                 CNP96200
028300           PERFORM P5100-PUT-VACANCY                              CNP96200
028400        ELSE                                                      CNP96200
028500           PERFORM P5200-RELEASE-VACANCY                          CNP96200
028600        END-IF                                                    CNP96200
028700     END-IF.                                                      CNP96200
028800*                                                                 CNP96200
028900 P4100-FIND-FILLER.                                               CNP96200
029000*                                                                 CNP96200
029100     IF PV-LIST-EMP (WS-SUB) = XP-FILL-EMP                        CNP96200
029200        MOVE WS-SUB               TO PV-FILL-POS                  CNP96200
029300     END-IF.                                                      CNP96200
029400*                                                                 CNP96200
029500 P4200-CHECK-CARD.                                                CNP96200
029600*                                                                 CNP96200
029700     SET PV-FROM-EXTRABOARD       TO TRUE                         CNP96200
029800     MOVE XP-DATE-TIME (1:8)      TO WS-EFF-DATE                  CNP96200
029900     MOVE XP-FILL-EMP             TO PF-EMP-NBR                   CNP96200
030000     MOVE XP-JOB                  TO PF-JOB                       CNP96200
030100     MOVE PF-KEY                  TO PRFKEY                       CNP96200
030200     EXEC CICS READ                                               CNP96200
030300               DATASET(PRF-VIA-EMP-JOB)                           CNP96200
030400               INTO(WS-PF-RECORD)                                 CNP96200
030500               LENGTH(PRF-RLGTH)                                  CNP96200
030600               RIDFLD(PRFKEY)                                     CNP96200
030700               KEYLENGTH(PRF-KLGTH)                               CNP96200
030800               RESP(WS-RESPONSE)                                  CNP96200
030900     END-EXEC                                                     CNP96200
031000     IF WS-RESPONSE = DFHRESP(NORMAL)                             CNP96200
031100        AND PF-ACTIVE                                             CNP96200
031200        AND PF-EFF-FROM NOT > WS-EFF-DATE                         CNP96200
031300        AND PF-EFF-TO NOT < WS-EFF-DATE                           CNP96200
031400        SET PV-FROM-CARD          TO TRUE                         CNP96200
031500     END-IF.                                                      CNP96200
031600*                                                                 CNP96200
031700*    THE VACANCY ON FILE, READ FOR UPDATE, OR A NEW ONE BUILT IN  CNP96200
031800*    WS-PV-RECORD.                                                CNP96200
031900*                                                                 CNP96200
032000 P5000-READ-VACANCY.                                              CNP96200
032100*                                                                 CNP96200
032200     MOVE 'N'                     TO WS-NEW-VAC-SW                CNP96200
032300     MOVE XP-JOB                  TO PV-JOB                       CNP96200
032400     MOVE XP-OWNER-EMP            TO PV-OWNER-EMP                 CNP96200
032500     MOVE XP-OPEN-DATE            TO PV-OPEN-DATE                 CNP96200
032600     MOVE PV-KEY                  TO PVCKEY                       CNP96200
032700     EXEC CICS READ                                               CNP96200
032800               DATASET(PVC-VIA-JOB-OWNER)                         CNP96200
032900               INTO(WS-PV-RECORD)                                 CNP96200
033000               LENGTH(PVC-RLGTH)                                  CNP96200
033100               RIDFLD(PVCKEY)                                     CNP96200
033200               KEYLENGTH(PVC-KLGTH)                               CNP96200
033300               UPDATE                                             CNP96200
033400               RESP(WS-RESPONSE)                                  CNP96200
033500     END-EXEC                                                     CNP96200
033600     EVALUATE TRUE                                                CNP96200
033700        WHEN WS-RESPONSE = DFHRESP(NORMAL)                        CNP96200
033800           CONTINUE                                               CNP96200
033900        WHEN WS-RESPONSE = DFHRESP(NOTFND)                        CNP96200
034000           SET WS-NEW-VAC         TO TRUE                         CNP96200
034100           MOVE SPACES            TO WS-PV-RECORD                 CNP96200
034200           MOVE XP-JOB            TO PV-JOB                       CNP96200
034300           MOVE XP-OWNER-EMP      TO PV-OWNER-EMP                 CNP96200
034400           MOVE XP-OPEN-DATE      TO PV-OPEN-DATE                 CNP96200
034500           MOVE XP-OWNER-STATUS   TO PV-OWNER-STATUS              CNP96200
034600           MOVE XP-DATE-TIME      TO PV-FIRST-SEEN                CNP96200
034700           MOVE ZEROS             TO PV-LIST-COUNT                CNP96200
034800                                     PV-FILL-POS                  CNP96200
034900                                     PV-SKIP-COUNT                CNP96200
035000        WHEN OTHER                                                CNP96200
035100           SET XP-UNAVAILABLE     TO TRUE                         CNP96200
035200     END-EVALUATE.                                                CNP96200
035300*                                                                 CNP96200
035400 P5100-PUT-VACANCY.                                               CNP96200
035500*                                                                 CNP96200
035600     IF WS-NEW-VAC                                                CNP96200
035700        EXEC CICS WRITE                                           CNP96200
035800                  DATASET(PVC-VIA-JOB-OWNER)                      CNP96200
035900                  FROM(WS-PV-RECORD)                              CNP96200
036000                  LENGTH(PVC-RLGTH)                               CNP96200
036100                  RIDFLD(PVCKEY)                                  CNP96200
036200                  KEYLENGTH(PVC-KLGTH)                            CNP96200
036300                  RESP(WS-RESPONSE)                               CNP96200
036400        END-EXEC                                                  CNP96200
036500     ELSE                                                         CNP96200
036600        EXEC CICS REWRITE                                         CNP96200
036700                  DATASET(PVC-VIA-JOB-OWNER)                      CNP96200
036800                  FROM(WS-PV-RECORD)                              CNP96200
036900                  LENGTH(PVC-RLGTH)                               CNP96200
037000                  RESP(WS-RESPONSE)                               CNP96200
037100        END-EXEC                                                  CNP96200
037200     END-IF                                                       CNP96200
037300     IF WS-RESPONSE NOT = DFHRESP(NORMAL)                         CNP96200
037400        SET XP-UNAVAILABLE        TO TRUE                         CNP96200
037500     END-IF.                                                      CNP96200
037600*                                                                 CNP96200
037700*    A FILLED VACANCY READ FOR UPDATE IS LEFT AS IT IS.           CNP96200
037800*                                                                 CNP96200
037900 P5200-RELEASE-VACANCY.                                           CNP96200
038000*                                                                 CNP96200
038100     IF NOT WS-NEW-VAC                                            CNP96200
038200        EXEC CICS UNLOCK                                          CNP96200
038300                  DATASET(PVC-VIA-JOB-OWNER)                      CNP96200
038400                  RESP(WS-RESPONSE)                               CNP96200
038500        END-EXEC                                                  CNP96200
038600     END-IF.                                                      CNP96200
038700*                                                                 CNP96200
038800 P9999-GOT-PROBLEM.                                               CNP96200
038900*                                                                 CNP96200
039000     MOVE P962-PGM                TO ERR-PROGRAM                  CNP96200
039100     MOVE ERR-PROGRAM             TO XE-PROGRAM                   CNP96200
039200     MOVE 'O'                     TO XE-SOURCE                    CNP96200
039300     MOVE ERR-PARAGRAPH           TO XE-PARAGRAPH                 CNP96200
039400     MOVE ERR-KEY                 TO XE-KEY                       CNP96200
039500     MOVE FILE-STATUS             TO XE-FSTAT                     CNP96200
039600     MOVE ERR-SENTENCE            TO XE-SENTENCE                  CNP96200
039700     MOVE EIBUSERID               TO XE-USER                      CNP96200
039800     MOVE EIBTRMID                TO XE-TERMINAL                  CNP96200
039900     MOVE EIBTRNID                TO XE-TRAN                      CNP96200
040000     PERFORM P9995-WRITE-ERRLOG                                   CNP96200
040100     MOVE DFHEIBLK                TO ERR-EIBLK                    CNP96200
040200     EXEC CICS XCTL                                               CNP96200
040300               PROGRAM(PSTERR-PGM)                                CNP96200
040400               COMMAREA(PSTERAR-AREA)                             CNP96200
040500               LENGTH(PSTERAR-LGTH)                               CNP96200
040600               RESP(WS-RESPONSE)                                  CNP96200
040700     END-EXEC                                                     CNP96200
040800     EXEC CICS ABEND                                              CNP96200
040900               ABCODE(PSTERR-ABCODE)                              CNP96200
041000               CANCEL                                             CNP96200
041100     END-EXEC.                                                    CNP96200
041200*                                                                 CNP96200
041300 P9995-WRITE-ERRLOG.                                              CNP96200
041400*                                                                 CNP96200
041500*    ADDS THE ERROR TO THE CENTRAL ERROR LOG (WSERRLOG).  ONLY ONECNP96200
041600*    TRY PER TASK, AND A LOG THAT CANNOT BE WRITTEN IS IGNORED -  CNP96200
041700*    P9999-GOT-PROBLEM GOES ON TO PSTERR EITHER WAY.              CNP96200
041800*                                                                 CNP96200
041900     IF NOT ERRLOG-TRIED                                          CNP96200
042000        SET ERRLOG-TRIED          TO TRUE                         CNP96200
042100        EXEC CICS ASKTIME                                         CNP96200
042200                  ABSTIME(ERRLOG-ABSTIME)                         CNP96200
042300                  RESP(ERRLOG-RESP)                               CNP96200
042400        END-EXEC                                                  CNP96200
042500        EXEC CICS FORMATTIME                                      CNP96200
042600                  ABSTIME(ERRLOG-ABSTIME)                         CNP96200
042700                  YYMMDD(ERRLOG-DATE)                             CNP96200
042800                  TIME(ERRLOG-TIME)                               CNP96200
042900                  RESP(ERRLOG-RESP)                               CNP96200
043000        END-EXEC                                                  CNP96200
043100        DIVIDE ERRLOG-ABSTIME BY 1000 GIVING ERRLOG-SECS          CNP96200
043200               REMAINDER ERRLOG-MSECS                             CNP96200
043300        DIVIDE ERRLOG-MSECS BY 10 GIVING ERRLOG-CENTS             CNP96200
043400        MOVE ERRLOG-CENTS         TO ERRLOG-HUNDREDTHS            CNP96200
043500        MOVE XE-PROGRAM           TO ERRLOG-PROGRAM               CNP96200
043600        MOVE ZEROS                TO ERRLOG-SEQ                   CNP96200
043700        MOVE XE-ERROR-DATA        TO ERRLOG-ERROR-DATA            CNP96200
043800        EXEC CICS WRITE                                           CNP96200
043900                  DATASET(ERRLOG-DSN)                             CNP96200
044000                  FROM(ERRLOG-RECORD)                             CNP96200
044100                  LENGTH(ERRLOG-RLGTH)                            CNP96200
044200                  RIDFLD(ERRLOG-KEY)                              CNP96200
044300                  RESP(ERRLOG-RESP)                               CNP96200
044400        END-EXEC                                                  CNP96200
044500        PERFORM P9996-NEXT-ERRLOG-SEQ                             CNP96200
044600           UNTIL ERRLOG-RESP NOT = DFHRESP(DUPREC)                CNP96200
044700              OR ERRLOG-SEQ = 99                                  CNP96200
044800     END-IF.                                                      CNP96200
044900*                                                                 CNP96200
045000 P9996-NEXT-ERRLOG-SEQ.                                           CNP96200
045100*                                                                 CNP96200
045200     ADD 1                        TO ERRLOG-SEQ                   CNP96200
045300     EXEC CICS WRITE                                              CNP96200
045400               DATASET(ERRLOG-DSN)                                CNP96200
045500               FROM(ERRLOG-RECORD)                                CNP96200
045600               LENGTH(ERRLOG-RLGTH)                               CNP96200
045700               RIDFLD(ERRLOG-KEY)                                 CNP96200
045800               RESP(ERRLOG-RESP)                                  CNP96200
045900     END-EXEC.                                                    CNP96200
