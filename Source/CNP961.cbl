000100 IDENTIFICATION DIVISION.                                         CNP96100
000200 PROGRAM-ID. CNP961.                                              CNP96100
000300***************************************************************** CNP96100
000400* E X T R A B O A R D   B O A R D   I N D E X   S E R V I C E   * CNP96100
000500***************************************************************** CNP96100
000600*  DATE   INITIAL  LOG#   DESCRIPTION                             CNP96100
000700*-------- ------- ------  --------------------------------------- CNP96100
000800*10/15/26   JMC           NEW PROGRAM.  ONLINE SIDE OF THE CNB243 CNP96100
000900*                         BOARD INDEX - FILES A TURN'S ENTRIES    CNP96100
001000*                         WHEN THE TURN MOVES AND READS A BOARD A CNP96100
001100*                         PAGE AT A TIME, BY CICS FILE CONTROL.   CNP96100
001200***************************************************************** CNP96100
001300*                                                                 CNP96100
001400*    CNB243 BUILDS AND VERIFIES THE EXTRABOARD BOARD INDEX        CNP96100
001500*    (BIXFILE) OVERNIGHT.  DURING THE DAY THE SCREENS AND CALL    CNP96100
001600*    ROUTINES (CNP02D, CNP06, CNP917, CNP919) LINK THIS PROGRAM,  CNP96100
001700*    WITH THE COMMAREA BELOW, TO KEEP THE INDEX UP AND TO READ IT.CNP96100
001800*    IT WORKS THROUGH THE BASE CLUSTER (CNVBIX01, KEYED BY BOARD, CNP96100
001900*    ORDER AND ORDER KEY) AND THE TURN PATH (CNVBIX02, KEYED BY   CNP96100
002000*    BOARD, TURN AND ORDER):                                      CNP96100
002100*      C - CHANGE.  THE TURN'S THREE ENTRIES (T, P AND L) ARE     CNP96100
002200*          TAKEN OUT AND, UNLESS BXC-DELETE-SW IS 'Y', FILED      CNP96100
002300*          AGAIN UNDER BXC-POS-BOARD/BXC-POSITION AND BXC-SLOW-   CNP96100
002400*          POSITION.  THE BOARD HEADER'S TURN COUNT, CHANGE COUNT CNP96100
002500*          AND CHANGE TIME FOLLOW.  A CHANGE THAT CANNOT BE FILED CNP96100
002600*          LEAVES THE BOARD MARKED STALE.                         CNP96100
002700*      R - READ PAGE.  UP TO 40 TURNS OF THE BOARD IN BXC-ORDER,  CNP96100
002800*          STARTING AFTER BXC-START-TURN (OR AT THE TOP WHEN IT ISCNP96100
002900*          BLANK), ARE RETURNED IN BXC-ENTRY-TURN.                CNP96100
003000*    BXC-RESULT COMES BACK 0 DONE, 1 BOARD NOT INDEXED, 2 BOARD   CNP96100
003100*    STALE OR 3 INDEX UNAVAILABLE; THE CALLER DECIDES WHAT TO DO  CNP96100
003200*    ABOUT IT.  ONLY A LINK WITH NO COMMAREA IS TREATED AS AN     CNP96100
003300*    ERROR HERE.                                                  CNP96100
003400*                                                                 CNP96100
003500 ENVIRONMENT DIVISION.                                            CNP96100
003600 CONFIGURATION SECTION.                                           CNP96100
003700 SOURCE-COMPUTER. IBM-370.                                        CNP96100
003800 OBJECT-COMPUTER. IBM-370.                                        CNP96100
003900 DATA DIVISION.                                                   CNP96100
004000 WORKING-STORAGE SECTION.                                         CNP96100
004100 01  FILLER                      PIC X(10)   VALUE 'PGM961 W/S'.  CNP96100
004200 01  P961-PGM                    PIC X(8)    VALUE 'CNP961'.      CNP96100
004300 01  WS-RESPONSE                 PIC S9(8) COMP VALUE ZEROES.     CNP96100
004400*                                                                 CNP96100
004500*    BOARD INDEX FILE - SAME LAYOUT AS CNB243'S BX-RECORD.        CNP96100
004600*                                                                 CNP96100
004700 01  BIX-VIA-BOARD-ORDER         PIC X(8)    VALUE 'CNVBIX01'.    CNP96100
004800 01  BIX-VIA-BOARD-TURN          PIC X(8)    VALUE 'CNVBIX02'.    CNP96100
004900 01  BIX-RLGTH                   PIC S9(4) COMP VALUE +80.        CNP96100
005000 01  BIX-KLGTH                   PIC S9(4) COMP VALUE +26.        CNP96100
005100 01  BIX-TURN-KLGTH              PIC S9(4) COMP VALUE +11.        CNP96100
005200 01  WS-BIX-RECORD.                                               CNP96100
005300     05  BX-KEY.                                                  CNP96100
005400         10  BX-BOARD            PIC X(6)    VALUE SPACES.        CNP96100
005500         10  BX-ORDER            PIC X(1)    VALUE SPACE.         CNP96100
005600         10  BX-ORDER-KEY        PIC X(19)   VALUE SPACES.        CNP96100
005700     05  BX-ALT-KEY.                                              CNP96100
005800         10  BX-ALT-BOARD        PIC X(6)    VALUE SPACES.        CNP96100
005900         10  BX-ALT-TURN         PIC X(4)    VALUE SPACES.        CNP96100
006000         10  BX-ALT-ORDER        PIC X(1)    VALUE SPACE.         CNP96100
006100     05  BX-HDR-DATA.                                             CNP96100
006200         10  BX-STATE            PIC X(1)    VALUE SPACE.         CNP96100
006300             88  BX-CURRENT                  VALUE 'C'.           CNP96100
006400             88  BX-STALE                    VALUE 'S'.           CNP96100
006500         10  BX-BUILT-DATE-TIME  PIC X(12)   VALUE SPACES.        CNP96100
006600         10  BX-CHANGED-DATE-TIME                                 CNP96100
006700                                 PIC X(12)   VALUE SPACES.        CNP96100
006800         10  BX-CHANGE-COUNT     PIC 9(7)    VALUE ZEROS.         CNP96100
006900         10  BX-TURN-COUNT       PIC 9(5)    VALUE ZEROS.         CNP96100
007000     05  FILLER                  PIC X(6)    VALUE SPACES.        CNP96100
007100 01  BIXKEY                      PIC X(26)   VALUE SPACES.        CNP96100
007200 01  BIXTURNK                    PIC X(11)   VALUE SPACES.        CNP96100
007300 01  WS-SKIP-KEY                 PIC X(26)   VALUE SPACES.        CNP96100
007400*                                                                 CNP96100
007500 01  WS-FLAGS.                                                    CNP96100
007600     05  WS-TURN-FOUND-SW        PIC X       VALUE 'N'.           CNP96100
007700         88  WS-TURN-FOUND                   VALUE 'Y'.           CNP96100
007800     05  WS-PAGE-DONE-SW         PIC X       VALUE 'N'.           CNP96100
007900         88  WS-PAGE-DONE                    VALUE 'Y'.           CNP96100
008000     05  WS-BROWSE-SW            PIC X       VALUE 'N'.           CNP96100
008100         88  WS-BROWSE-STARTED               VALUE 'Y'.           CNP96100
008200 01  WS-ORD-SUB                  PIC S9(4) COMP VALUE ZEROS.      CNP96100
008300 01  WS-ORDER-CODES              PIC X(3)    VALUE 'TPL'.         CNP96100
008400*                                                                 CNP96100
008500*    THE COMMAREA THE CALLERS PASS (BXC- FIELDS).                 CNP96100
008600*                                                                 CNP96100
008700 01  P961-COMMAREA-LGTH          PIC S9(4) COMP VALUE +219.       CNP96100
008800 01  P961-COMMAREA.                                               CNP96100
008900     05  BXC-FUNCTION            PIC X(1).                        CNP96100
009000         88  BXC-CHANGE                      VALUE 'C'.           CNP96100
009100         88  BXC-READ-PAGE                   VALUE 'R'.           CNP96100
009200     05  BXC-BOARD.                                               CNP96100
009300         10  BXC-DIST            PIC X(2).                        CNP96100
009400         10  BXC-SDIST           PIC X(2).                        CNP96100
009500         10  BXC-CRAFT           PIC X(2).                        CNP96100
009600     05  BXC-TURN                PIC X(4).                        CNP96100
009700     05  BXC-DELETE-SW           PIC X(1).                        CNP96100
009800         88  BXC-DELETE                      VALUE 'Y'.           CNP96100
009900     05  BXC-POS-BOARD           PIC X(1).                        CNP96100
010000     05  BXC-POSITION            PIC X(14).                       CNP96100
010100     05  BXC-SLOW-POSITION       PIC X(14).                       CNP96100
010200*    YYMMDDHHMM:                                                  CNP96100
010300     05  BXC-DATE-TIME           PIC X(10).                       CNP96100
010400     05  BXC-ORDER               PIC X(1).                        CNP96100
010500     05  BXC-START-TURN          PIC X(4).                        CNP96100
010600     05  BXC-RESULT              PIC 9(1).                        CNP96100
010700         88  BXC-DONE                        VALUE 0.             CNP96100
010800         88  BXC-NOT-INDEXED                 VALUE 1.             CNP96100
010900         88  BXC-STALE                       VALUE 2.             CNP96100
011000         88  BXC-UNAVAILABLE                 VALUE 3.             CNP96100
011100     05  BXC-COUNT               PIC 9(2).                        CNP96100
011200     05  BXC-ENTRY-TURN OCCURS 40 TIMES                           CNP96100
011300                                 PIC X(4).                        CNP96100
011400*                                                                 CNP96100
011500     COPY IOCODES.                                                CNP96100
011600     COPY PSTERAR.                                                CNP96100
011700     COPY WSERRLOG.                                               CNP96100
011800*                                                                 CNP96100
011900 LINKAGE SECTION.                                                 CNP96100
012000 01  DFHCOMMAREA.                                                 CNP96100
012100     05  FILLER                  PIC X(219).                      CNP96100
012200*                                                                 CNP96100
012300 PROCEDURE DIVISION.                                              CNP96100
012400*                                                                 CNP96100
012500 P0000-MAINLINE.                                                  CNP96100
012600*                                                                 CNP96100
012700     IF EIBCALEN = ZERO                                           CNP96100
012800        MOVE 'P0000-1'            TO ERR-PARAGRAPH                CNP96100
012900        MOVE 'NOPARMS'            TO ERR-KEY                      CNP96100
013000        PERFORM P9999-GOT-PROBLEM                                 CNP96100
013100     END-IF                                                       CNP96100
013200     MOVE DFHCOMMAREA             TO P961-COMMAREA                CNP96100
013300     SET BXC-DONE                 TO TRUE                         CNP96100
013400     MOVE ZEROS                   TO BXC-COUNT                    CNP96100
013500     PERFORM P1000-READ-HEADER                                    CNP96100
013600     IF BXC-DONE                                                  CNP96100
013700        IF BXC-CHANGE                                             CNP96100
013800           PERFORM P2000-CHANGE-TURN                              CNP96100
013900        ELSE                                                      CNP96100
014000           IF BX-STALE                                            CNP96100
014100              SET BXC-STALE       TO TRUE                         CNP96100
014200           ELSE                                                   CNP96100
014300              PERFORM P3000-READ-PAGE                             CNP96100
014400           END-IF                                                 CNP96100
014500        END-IF                                                    CNP96100
014600     END-IF                                                       CNP96100
014700     MOVE P961-COMMAREA           TO DFHCOMMAREA                  CNP96100
014800     EXEC CICS RETURN END-EXEC.                                   CNP96100
014900*                                                                 CNP96100
015000 P1000-READ-HEADER.                                               CNP96100
015100*                                                                 CNP96100
015200     MOVE SPACES                  TO BX-KEY                       CNP96100
015300     MOVE BXC-BOARD               TO BX-BOARD                     CNP96100
015400     MOVE '0'                     TO BX-ORDER                     CNP96100
015500     MOVE BX-KEY                  TO BIXKEY                       CNP96100
015600     EXEC CICS READ                                               CNP96100
015700               DATASET(BIX-VIA-BOARD-ORDER)                       CNP96100
015800               INTO(WS-BIX-RECORD)                                CNP96100
015900               LENGTH(BIX-RLGTH)                                  CNP96100
016000               RIDFLD(BIXKEY)                                     CNP96100
016100               KEYLENGTH(BIX-KLGTH)                               CNP96100
016200               RESP(WS-RESPONSE)                                  CNP96100
016300     END-EXEC                                                     CNP96100
016400     IF WS-RESPONSE = DFHRESP(NOTFND)                             CNP96100
016500        SET BXC-NOT-INDEXED       TO TRUE                         CNP96100
016600     ELSE                                                         CNP96100
016700        IF WS-RESPONSE NOT = DFHRESP(NORMAL)                      CNP96100
016800           SET BXC-UNAVAILABLE    TO TRUE                         CNP96100
016900        END-IF                                                    CNP96100
017000     END-IF.                                                      CNP96100
017100*                                                                 CNP96100
017200 P2000-CHANGE-TURN.                                               CNP96100
017300*                                                                 CNP96100
017400     MOVE 'N'                     TO WS-TURN-FOUND-SW             CNP96100
017500     PERFORM P2100-REMOVE-ENTRY                                   CNP96100
017600             VARYING WS-ORD-SUB FROM 1 BY 1                       CNP96100
017700             UNTIL WS-ORD-SUB > 3 OR NOT BXC-DONE                 CNP96100
017800     IF BXC-DONE AND NOT BXC-DELETE                               CNP96100
017900        PERFORM P2200-FILE-ENTRY                                  CNP96100
018000                VARYING WS-ORD-SUB FROM 1 BY 1                    CNP96100
018100                UNTIL WS-ORD-SUB > 3 OR NOT BXC-DONE              CNP96100
018200     END-IF                                                       CNP96100
018300     PERFORM P2300-UPDATE-HEADER.                                 CNP96100
018400*                                                                 CNP96100
018500 P2100-REMOVE-ENTRY.                                              CNP96100
018600*                                                                 CNP96100
018700     MOVE BXC-BOARD               TO BX-ALT-BOARD                 CNP96100
018800     MOVE BXC-TURN                TO BX-ALT-TURN                  CNP96100
018900     MOVE WS-ORDER-CODES (WS-ORD-SUB:1) TO BX-ALT-ORDER           CNP96100
019000     MOVE BX-ALT-KEY              TO BIXTURNK                     CNP96100
019100     EXEC CICS READ                                               CNP96100
019200               DATASET(BIX-VIA-BOARD-TURN)                        CNP96100
019300               INTO(WS-BIX-RECORD)                                CNP96100
019400               LENGTH(BIX-RLGTH)                                  CNP96100
019500               RIDFLD(BIXTURNK)                                   CNP96100
019600               KEYLENGTH(BIX-TURN-KLGTH)                          CNP96100
019700               RESP(WS-RESPONSE)                                  CNP96100
019800     END-EXEC                                                     CNP96100
019900     IF WS-RESPONSE = DFHRESP(NORMAL)                             CNP96100
020000        SET WS-TURN-FOUND         TO TRUE                         CNP96100
020100        MOVE BX-KEY               TO BIXKEY                       CNP96100
020200        EXEC CICS DELETE                                          CNP96100
020300                  DATASET(BIX-VIA-BOARD-ORDER)                    CNP96100
020400                  RIDFLD(BIXKEY)                                  CNP96100
020500                  KEYLENGTH(BIX-KLGTH)                            CNP96100
020600                  RESP(WS-RESPONSE)                               CNP96100
020700        END-EXEC                                                  CNP96100
020800        IF WS-RESPONSE NOT = DFHRESP(NORMAL)                      CNP96100
020900           SET BXC-UNAVAILABLE    TO TRUE                         CNP96100
021000        END-IF                                                    CNP96100
021100     ELSE                                                         CNP96100
021200        IF WS-RESPONSE NOT = DFHRESP(NOTFND)                      CNP96100
021300           SET BXC-UNAVAILABLE    TO TRUE                         CNP96100
021400        END-IF                                                    CNP96100
021500     END-IF.                                                      CNP96100
021600*                                                                 CNP96100
021700*    THE SAME KEYS CNB243 P2200-SET-EXPECTED-KEY BUILDS.          CNP96100
021800*                                                                 CNP96100
021900 P2200-FILE-ENTRY.                                                CNP96100
022000*                                                                 CNP96100
022100     MOVE SPACES                  TO WS-BIX-RECORD                CNP96100
022200     MOVE BXC-BOARD               TO BX-BOARD                     CNP96100
022300                                     BX-ALT-BOARD                 CNP96100
022400     MOVE WS-ORDER-CODES (WS-ORD-SUB:1) TO BX-ORDER               CNP96100
022500                                     BX-ALT-ORDER                 CNP96100
022600     MOVE BXC-TURN                TO BX-ALT-TURN                  CNP96100
022700     EVALUATE BX-ORDER                                            CNP96100
022800        WHEN 'T'                                                  CNP96100
022900           MOVE BXC-TURN          TO BX-ORDER-KEY                 CNP96100
023000        WHEN 'P'                                                  CNP96100
023100           MOVE BXC-POS-BOARD     TO BX-ORDER-KEY (1:1)           CNP96100
023200           MOVE BXC-POSITION      TO BX-ORDER-KEY (2:14)          CNP96100
023300           MOVE BXC-TURN          TO BX-ORDER-KEY (16:4)          CNP96100
023400        WHEN OTHER                                                CNP96100
023500           MOVE BXC-SLOW-POSITION TO BX-ORDER-KEY (1:14)          CNP96100
023600           MOVE BXC-TURN          TO BX-ORDER-KEY (15:4)          CNP96100
023700     END-EVALUATE                                                 CNP96100
023800     MOVE BX-KEY                  TO BIXKEY                       CNP96100
023900     EXEC CICS WRITE                                              CNP96100
024000               DATASET(BIX-VIA-BOARD-ORDER)                       CNP96100
024100               FROM(WS-BIX-RECORD)                                CNP96100
024200               LENGTH(BIX-RLGTH)                                  CNP96100
024300               RIDFLD(BIXKEY)                                     CNP96100
024400               KEYLENGTH(BIX-KLGTH)                               CNP96100
024500               RESP(WS-RESPONSE)                                  CNP96100
024600     END-EXEC                                                     CNP96100
024700     IF WS-RESPONSE NOT = DFHRESP(NORMAL)                         CNP96100
024800        SET BXC-UNAVAILABLE       TO TRUE                         CNP96100
024900     END-IF.                                                      CNP96100
025000*                                                                 CNP96100
025100*    THE HEADER IS READ AGAIN FOR UPDATE NOW THE ENTRIES ARE      CNP96100
025200*    FILED.  A CHANGE THAT DID NOT GO THROUGH MARKS THE BOARD     CNP96100
025300*    STALE SO THE SCREENS FALL BACK TO THE EB FILE.               CNP96100
025400*                                                                 CNP96100
025500 P2300-UPDATE-HEADER.                                             CNP96100
025600*                                                                 CNP96100
025700     MOVE SPACES                  TO BIXKEY                       CNP96100
025800     MOVE BXC-BOARD               TO BIXKEY (1:6)                 CNP96100
025900     MOVE '0'                     TO BIXKEY (7:1)                 CNP96100
026000     EXEC CICS READ                                               CNP96100
026100               DATASET(BIX-VIA-BOARD-ORDER)                       CNP96100
026200               INTO(WS-BIX-RECORD)                                CNP96100
026300               LENGTH(BIX-RLGTH)                                  CNP96100
026400               RIDFLD(BIXKEY)                                     CNP96100
026500               KEYLENGTH(BIX-KLGTH)                               CNP96100
026600               UPDATE                                             CNP96100
026700               RESP(WS-RESPONSE)                                  CNP96100
026800     END-EXEC                                                     CNP96100
026900     IF WS-RESPONSE = DFHRESP(NORMAL)                             CNP96100
027000        IF BXC-DONE                                               CNP96100
027100           IF BXC-DELETE AND WS-TURN-FOUND                        CNP96100
027200              AND BX-TURN-COUNT > ZERO                            CNP96100
027300              SUBTRACT 1        FROM BX-TURN-COUNT                CNP96100
027400           END-IF                                                 CNP96100
027500           IF NOT BXC-DELETE AND NOT WS-TURN-FOUND                CNP96100
027600              ADD 1               TO BX-TURN-COUNT                CNP96100
027700           END-IF                                                 CNP96100
027800           ADD 1                  TO BX-CHANGE-COUNT              CNP96100
027900           MOVE BXC-DATE-TIME     TO BX-CHANGED-DATE-TIME         CNP96100
028000        ELSE                                                      CNP96100
028100           SET BX-STALE           TO TRUE                         CNP96100
028200        END-IF                                                    CNP96100
028300        EXEC CICS REWRITE                                         CNP96100
028400                  DATASET(BIX-VIA-BOARD-ORDER)                    CNP96100
028500                  FROM(WS-BIX-RECORD)                             CNP96100
028600                  LENGTH(BIX-RLGTH)                               CNP96100
028700                  RESP(WS-RESPONSE)                               CNP96100
028800        END-EXEC                                                  CNP96100
028900     ELSE                                                         CNP96100
029000        IF WS-RESPONSE = DFHRESP(NOTFND)                          CNP96100
029100           SET BXC-NOT-INDEXED    TO TRUE                         CNP96100
029200        ELSE                                                      CNP96100
029300           SET BXC-UNAVAILABLE    TO TRUE                         CNP96100
029400        END-IF                                                    CNP96100
029500     END-IF.                                                      CNP96100
029600*                                                                 CNP96100
029700*    A PAGE AFTER THE FIRST STARTS AT THE START TURN'S OWN ENTRY  CNP96100
029800*    AND SKIPS IT, SO THE PAGE BEGINS AFTER THE START TURN.       CNP96100
029900*                                                                 CNP96100
030000 P3000-READ-PAGE.                                                 CNP96100
030100*                                                                 CNP96100
030200     MOVE SPACES                  TO WS-SKIP-KEY                  CNP96100
030300     IF BXC-START-TURN > SPACES                                   CNP96100
030400        MOVE BXC-BOARD            TO BX-ALT-BOARD                 CNP96100
030500        MOVE BXC-START-TURN       TO BX-ALT-TURN                  CNP96100
030600        MOVE BXC-ORDER            TO BX-ALT-ORDER                 CNP96100
030700        MOVE BX-ALT-KEY           TO BIXTURNK                     CNP96100
030800        EXEC CICS READ                                            CNP96100
030900                  DATASET(BIX-VIA-BOARD-TURN)                     CNP96100
031000                  INTO(WS-BIX-RECORD)                             CNP96100
031100                  LENGTH(BIX-RLGTH)                               CNP96100
031200                  RIDFLD(BIXTURNK)                                CNP96100
031300                  KEYLENGTH(BIX-TURN-KLGTH)                       CNP96100
031400                  RESP(WS-RESPONSE)                               CNP96100
031500        END-EXEC                                                  CNP96100
031600        IF WS-RESPONSE = DFHRESP(NORMAL)                          CNP96100
031700           MOVE BX-KEY            TO BIXKEY                       CNP96100
031800                                     WS-SKIP-KEY                  CNP96100
031900        ELSE                                                      CNP96100
032000           SET BXC-STALE          TO TRUE                         CNP96100
032100        END-IF                                                    CNP96100
032200     ELSE                                                         CNP96100
032300        MOVE BXC-BOARD            TO BX-BOARD                     CNP96100
032400        MOVE BXC-ORDER            TO BX-ORDER                     CNP96100
032500        MOVE LOW-VALUES           TO BX-ORDER-KEY                 CNP96100
032600        MOVE BX-KEY               TO BIXKEY                       CNP96100
032700     END-IF                                                       CNP96100
032800     MOVE 'N'                     TO WS-PAGE-DONE-SW              CNP96100
032900                                     WS-BROWSE-SW                 CNP96100
033000     IF BXC-DONE                                                  CNP96100
033100        EXEC CICS STARTBR                                         CNP96100
033200                  DATASET(BIX-VIA-BOARD-ORDER)                    CNP96100
033300                  RIDFLD(BIXKEY)                                  CNP96100
033400                  KEYLENGTH(BIX-KLGTH)                            CNP96100
033500                  GTEQ                                            CNP96100
033600                  RESP(WS-RESPONSE)                               CNP96100
033700        END-EXEC                                                  CNP96100
033800        IF WS-RESPONSE = DFHRESP(NORMAL)                          CNP96100
033900           SET WS-BROWSE-STARTED  TO TRUE                         CNP96100
034000        ELSE                                                      CNP96100
034100           SET WS-PAGE-DONE       TO TRUE                         CNP96100
034200           IF WS-RESPONSE NOT = DFHRESP(NOTFND)                   CNP96100
034300              SET BXC-UNAVAILABLE TO TRUE                         CNP96100
034400           END-IF                                                 CNP96100
034500        END-IF                                                    CNP96100
034600     END-IF                                                       CNP96100
034700     IF BXC-DONE                                                  CNP96100
034800        PERFORM P3100-NEXT-ENTRY                                  CNP96100
034900                UNTIL WS-PAGE-DONE OR BXC-COUNT = 40              CNP96100
035000     END-IF                                                       CNP96100
035100     IF WS-BROWSE-STARTED                                         CNP96100
035200        EXEC CICS ENDBR                                           CNP96100
035300                  DATASET(BIX-VIA-BOARD-ORDER)                    CNP96100
035400                  RESP(WS-RESPONSE)                               CNP96100
035500        END-EXEC                                                  CNP96100
035600     END-IF.                                                      CNP96100
035700*                                                                 CNP96100
035800 P3100-NEXT-ENTRY.                                                CNP96100
035900*                                                                 CNP96100
036000     EXEC CICS READNEXT                                           CNP96100
036100               DATASET(BIX-VIA-BOARD-ORDER)                       CNP96100
036200               INTO(WS-BIX-RECORD)                                CNP96100
036300               LENGTH(BIX-RLGTH)                                  CNP96100
036400               RIDFLD(BIXKEY)                                     CNP96100
036500               KEYLENGTH(BIX-KLGTH)                               CNP96100
036600               RESP(WS-RESPONSE)                                  CNP96100
036700     END-EXEC                                                     CNP96100
036800     IF WS-RESPONSE = DFHRESP(NORMAL)                             CNP96100
036900        IF BX-BOARD = BXC-BOARD AND BX-ORDER = BXC-ORDER          CNP96100
037000           IF BX-KEY NOT = WS-SKIP-KEY                            CNP96100
037100              ADD 1               TO BXC-COUNT                    CNP96100
037200              MOVE BX-ALT-TURN    TO BXC-ENTRY-TURN (BXC-COUNT)   CNP96100
037300           END-IF                                                 CNP96100
037400        ELSE                                                      CNP96100
037500           SET WS-PAGE-DONE       TO TRUE                         CNP96100
037600        END-IF                                                    CNP96100
037700     ELSE                                                         CNP96100
037800        SET WS-PAGE-DONE          TO TRUE                         CNP96100
037900        IF WS-RESPONSE NOT = DFHRESP(ENDFILE)                     CNP96100
038000           SET BXC-UNAVAILABLE    TO TRUE                         CNP96100
038100        END-IF                                                    CNP96100
038200     END-IF.                                                      CNP96100
038300*                                                                 CNP96100
038400 P9999-GOT-PROBLEM.                                               CNP96100
038500*                                                                 CNP96100
038600     MOVE P961-PGM                TO ERR-PROGRAM                  CNP96100
038700     MOVE ERR-PROGRAM             TO XE-PROGRAM                   CNP96100
038800     MOVE 'O'                     TO XE-SOURCE                    CNP96100
038900     MOVE ERR-PARAGRAPH           TO XE-PARAGRAPH                 CNP96100
039000     MOVE ERR-KEY                 TO XE-KEY                       CNP96100
039100     MOVE FILE-STATUS             TO XE-FSTAT                     CNP96100
039200     MOVE ERR-SENTENCE            TO XE-SENTENCE                  CNP96100
039300     MOVE EIBUSERID               TO XE-USER                      CNP96100
039400     MOVE EIBTRMID                TO XE-TERMINAL                  CNP96100
039500     MOVE EIBTRNID                TO XE-TRAN                      CNP96100
039600     PERFORM P9995-WRITE-ERRLOG                                   CNP96100
039700     MOVE DFHEIBLK                TO ERR-EIBLK                    CNP96100
039800     EXEC CICS XCTL                                               CNP96100
039900               PROGRAM(PSTERR-PGM)                                CNP96100
040000               COMMAREA(PSTERAR-AREA)                             CNP96100
040100               LENGTH(PSTERAR-LGTH)                               CNP96100
040200               RESP(WS-RESPONSE)                                  CNP96100
040300     END-EXEC                                                     CNP96100
040400     EXEC CICS ABEND                                              CNP96100
040500               ABCODE(PSTERR-ABCODE)                              CNP96100
040600               CANCEL                                             CNP96100
040700     END-EXEC.                                                    CNP96100
040800*                                                                 CNP96100
040900 P9995-WRITE-ERRLOG.                                              CNP96100
041000*                                                                 CNP96100
041100*    ADDS THE ERROR TO THE CENTRAL ERROR LOG (WSERRLOG).  ONLY ONECNP96100
041200*    TRY PER TASK, AND A LOG THAT CANNOT BE WRITTEN IS IGNORED -  CNP96100
041300*    P9999-GOT-PROBLEM GOES ON TO PSTERR EITHER WAY.              CNP96100
041400*                                                                 CNP96100
041500     IF NOT ERRLOG-TRIED                                          CNP96100
041600        SET ERRLOG-TRIED          TO TRUE                         CNP96100
041700        EXEC CICS ASKTIME                                         CNP96100
041800                  ABSTIME(ERRLOG-ABSTIME)                         CNP96100
041900                  RESP(ERRLOG-RESP)                               CNP96100
042000        END-EXEC                                                  CNP96100
042100        EXEC CICS FORMATTIME                                      CNP96100
042200                  ABSTIME(ERRLOG-ABSTIME)                         CNP96100
042300                  YYMMDD(ERRLOG-DATE)                             CNP96100
042400                  TIME(ERRLOG-TIME)                               CNP96100
042500                  RESP(ERRLOG-RESP)                               CNP96100
042600        END-EXEC                                                  CNP96100
042700        DIVIDE ERRLOG-ABSTIME BY 1000 GIVING ERRLOG-SECS          CNP96100
042800               REMAINDER ERRLOG-MSECS                             CNP96100
042900        DIVIDE ERRLOG-MSECS BY 10 GIVING ERRLOG-CENTS             CNP96100
043000        MOVE ERRLOG-CENTS         TO ERRLOG-HUNDREDTHS            CNP96100
043100        MOVE XE-PROGRAM           TO ERRLOG-PROGRAM               CNP96100
043200        MOVE ZEROS                TO ERRLOG-SEQ                   CNP96100
043300        MOVE XE-ERROR-DATA        TO ERRLOG-ERROR-DATA            CNP96100
043400        EXEC CICS WRITE                                           CNP96100
043500                  DATASET(ERRLOG-DSN)                             CNP96100
043600                  FROM(ERRLOG-RECORD)                             CNP96100
043700                  LENGTH(ERRLOG-RLGTH)                            CNP96100
043800                  RIDFLD(ERRLOG-KEY)                              CNP96100
043900                  RESP(ERRLOG-RESP)                               CNP96100
044000        END-EXEC                                                  CNP96100
044100        PERFORM P9996-NEXT-ERRLOG-SEQ                             CNP96100
044200           UNTIL ERRLOG-RESP NOT = DFHRESP(DUPREC)                CNP96100
044300              OR ERRLOG-SEQ = 99                                  CNP96100
044400     END-IF.                                                      CNP96100
044500*                                                                 CNP96100
044600 P9996-NEXT-ERRLOG-SEQ.                                           CNP96100
044700*                                                                 CNP96100
044800     ADD 1                        TO ERRLOG-SEQ                   CNP96100
044900     EXEC CICS WRITE                                              CNP96100
045000               DATASET(ERRLOG-DSN)                                CNP96100
045100               FROM(ERRLOG-RECORD)                                CNP96100
045200               LENGTH(ERRLOG-RLGTH)                               CNP96100
045300               RIDFLD(ERRLOG-KEY)                                 CNP96100
045400               RESP(ERRLOG-RESP)                                  CNP96100
045500     END-EXEC.                                                    CNP96100
