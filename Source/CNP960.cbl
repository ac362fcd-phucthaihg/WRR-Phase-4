000100 IDENTIFICATION DIVISION.                                         CNP96000
000200 PROGRAM-ID. CNP960.                                              CNP96000
000300***************************************************************** CNP96000
000400* T E M P O R A R Y   S T O R A G E   Q U E U E   S W E E P E R * CNP96000
000500***************************************************************** CNP96000
000600*  DATE   INITIAL  LOG#   DESCRIPTION                             CNP96000
000700*-------- ------- ------  --------------------------------------- CNP96000
000800*10/15/26   JMC           NEW PROGRAM.  DELETES SCREEN-STATE AND  CNP96000
000900*                         PAGING TS QUEUES LEFT BY A TERMINAL THATCNP96000
001000*                         HAS GONE AWAY, OR IDLE PAST THE AGE     CNP96000
001100*                         LIMIT, AND LOGS QUEUE USAGE BY PROGRAM. CNP96000
001200*                         USAGE AND ERROR LOG RECORDS ARE WRITTEN CNP96000
001300*                         BY CICS FILE CONTROL (TSQUSE, ERRLOG).  CNP96000
001400***************************************************************** CNP96000
001500*                                                                 CNP96000
001600*    CNP02B, CNP02C, CNP02D, CNP02E, CNP05Y, CNP06 AND CNP12 KEEP CNP96000
001700*    THEIR MAP BUFFER AND COMMAREA IN TS QUEUES BETWEEN SCREENS   CNP96000
001800*    (P7000-WRITE-TSQUEUE) AND CNP27N PAGES THE CALL BOARD THROUGHCNP96000
001900*    ONE (P9100-WRITE-PAGE).  EACH QUEUE NAME IS A 4-CHARACTER    CNP96000
002000*    PREFIX FOLLOWED BY THE TERMINAL ID.  THE QUEUES ARE ONLY     CNP96000
002100*    DELETED WHEN THE CLERK COMES BACK TO THE SCREEN, SO A        CNP96000
002200*    TERMINAL THAT DROPS OR IS WALKED AWAY FROM LEAVES THEM IN    CNP96000
002300*    MAIN STORAGE UNTIL THE REGION IS RECYCLED.                   CNP96000
002400*                                                                 CNP96000
002500*    THIS TASK IS STARTED WITHOUT A TERMINAL AND RESTARTS ITSELF  CNP96000
002600*    EVERY INTERVAL.  EACH PASS BROWSES THE REGION'S TS QUEUES    CNP96000
002700*    AND, FOR EVERY QUEUE WHOSE PREFIX IS IN WS-PREFIX-TABLE:     CNP96000
002800*      - DELETES IT WHEN ITS TERMINAL IS NO LONGER INSTALLED, IS  CNP96000
002900*        OUT OF SERVICE OR HAS NO SESSION (SESSION ENDED), OR WHENCNP96000
003000*        IT HAS NOT BEEN TOUCHED FOR MAX-AGE MINUTES (AGED OUT);  CNP96000
003100*      - TOTALS THE QUEUES, ITEMS, BYTES AND AGES BY PROGRAM.     CNP96000
003200*    ONE USAGE RECORD PER PROGRAM PER PASS IS WRITTEN TO THE      CNP96000
003300*    TSQUSE FILE; CNB257 PRINTS THE USAGE REPORT.                 CNP96000
003400*                                                                 CNP96000
003500*    START DATA (ALL OPTIONAL, BLANK OR ZERO TAKES THE DEFAULT):  CNP96000
003600*      MAX-AGE   MINUTES IDLE BEFORE A QUEUE IS AGED OUT (120)    CNP96000
003700*      INTERVAL  MINUTES TO THE NEXT PASS (30).                   CNP96000
003800*      MODE      'D' DELETE (DEFAULT), 'R' REPORT ONLY, OR 'S'    CNP96000
003900*                TO SWEEP ONCE MORE AND END THE CYCLE.            CNP96000
004000*    THE START DATA IS PASSED ON TO THE NEXT PASS UNCHANGED.      CNP96000
004100*                                                                 CNP96000
004200*    THE CNP27N PREFIX MUST MATCH THE QUEUE NAME IN P27NTSQ.      CNP96000
004300*                                                                 CNP96000
004400 ENVIRONMENT DIVISION.                                            CNP96000
004500 CONFIGURATION SECTION.                                           CNP96000
004600 SOURCE-COMPUTER. IBM-370.                                        CNP96000
004700 OBJECT-COMPUTER. IBM-370.                                        CNP96000
004800 DATA DIVISION.                                                   CNP96000
004900 WORKING-STORAGE SECTION.                                         CNP96000
005000 01  FILLER                      PIC X(10)   VALUE 'PGM960 W/S'.  CNP96000
005100 01  P960-PGM                    PIC X(8)    VALUE 'CNP960'.      CNP96000
005200 01  WS-RESPONSE                 PIC S9(8) COMP VALUE ZEROES.     CNP96000
005300*                                                                 CNP96000
005400*    START DATA - SEE REMARKS ABOVE.                              CNP96000
005500*                                                                 CNP96000
005600 01  P960-START-LGTH             PIC S9(4) COMP VALUE +9.         CNP96000
005700 01  P960-START-DATA.                                             CNP96000
005800     05  P960-MAX-AGE            PIC 9(4)    VALUE ZEROS.         CNP96000
005900     05  P960-INTERVAL           PIC 9(4)    VALUE ZEROS.         CNP96000
006000     05  P960-MODE               PIC X(1)    VALUE SPACE.         CNP96000
006100         88  P960-DELETE-MODE                VALUE 'D' ' '.       CNP96000
006200         88  P960-REPORT-ONLY                VALUE 'R'.           CNP96000
006300         88  P960-STOP                       VALUE 'S'.           CNP96000
006400 01  WS-MAX-AGE-MINS             PIC 9(4)    VALUE 120.           CNP96000
006500 01  WS-MAX-AGE-SECS             PIC S9(8) COMP VALUE ZEROS.      CNP96000
006600 01  WS-INTERVAL-MINS            PIC 9(4)    VALUE 30.            CNP96000
006700 01  WS-INTERVAL.                                                 CNP96000
006800     05  WS-INTERVAL-HH          PIC 9(2)    VALUE ZEROS.         CNP96000
006900     05  WS-INTERVAL-MM          PIC 9(2)    VALUE ZEROS.         CNP96000
007000     05  WS-INTERVAL-SS          PIC 9(2)    VALUE ZEROS.         CNP96000
007100 01  WS-INTERVAL-HHMMSS REDEFINES WS-INTERVAL                     CNP96000
007200                                 PIC 9(6).                        CNP96000
007300*                                                                 CNP96000
007400 01  WS-ABSTIME                  PIC S9(15) COMP-3 VALUE +0.      CNP96000
007500 01  WS-RUN-DATE                 PIC X(6)    VALUE SPACES.        CNP96000
007600 01  WS-RUN-TIME                 PIC X(6)    VALUE SPACES.        CNP96000
007700*                                                                 CNP96000
007800*    QUEUE PREFIXES SWEPT AND THE PROGRAM EACH BELONGS TO.  A     CNP96000
007900*    PREFIX IS MATCHED ON ALL 4 CHARACTERS, TRAILING SPACE        CNP96000
008000*    INCLUDED.  WS-PGM-SUB POINTS AT THE PROGRAM'S TOTALS.        CNP96000
008100*                                                                 CNP96000
008200 01  WS-PREFIX-VALUES.                                            CNP96000
008300     05  FILLER                 PIC X(13)   VALUE '02BMCNP02B  1'.CNP96000
008400     05  FILLER                 PIC X(13)   VALUE '02BCCNP02B  1'.CNP96000
008500     05  FILLER                 PIC X(13)   VALUE '02CMCNP02C  2'.CNP96000
008600     05  FILLER                 PIC X(13)   VALUE '02CCCNP02C  2'.CNP96000
008700     05  FILLER                 PIC X(13)   VALUE '02DMCNP02D  3'.CNP96000
008800     05  FILLER                 PIC X(13)   VALUE '02DCCNP02D  3'.CNP96000
008900     05  FILLER                 PIC X(13)   VALUE '02EMCNP02E  4'.CNP96000
009000     05  FILLER                 PIC X(13)   VALUE '02ECCNP02E  4'.CNP96000
009100     05  FILLER                 PIC X(13)   VALUE '05YMCNP05Y  5'.CNP96000
009200     05  FILLER                 PIC X(13)   VALUE '05YCCNP05Y  5'.CNP96000
009300     05  FILLER                 PIC X(13)   VALUE '06M CNP06   6'.CNP96000
009400     05  FILLER                 PIC X(13)   VALUE '06C CNP06   6'.CNP96000
009500     05  FILLER                 PIC X(13)   VALUE '12M CNP12   7'.CNP96000
009600     05  FILLER                 PIC X(13)   VALUE '12C CNP12   7'.CNP96000
009700     05  FILLER                 PIC X(13)   VALUE '12D CNP12   7'.CNP96000
009800     05  FILLER                 PIC X(13)   VALUE '27N CNP27N  8'.CNP96000
009900 01  WS-PREFIX-TABLE REDEFINES WS-PREFIX-VALUES.                  CNP96000
010000     05  WS-PREFIX-ENTRY OCCURS 16 TIMES.                         CNP96000
010100         10  WS-PREFIX           PIC X(4).                        CNP96000
010200         10  WS-PREFIX-PGM       PIC X(8).                        CNP96000
010300         10  WS-PREFIX-PGM-SUB   PIC 9(1).                        CNP96000
010400 01  WS-PREFIX-MAX               PIC S9(4) COMP VALUE +16.        CNP96000
010500 01  WS-PREFIX-SUB               PIC S9(4) COMP VALUE ZEROS.      CNP96000
010600*                                                                 CNP96000
010700*    USAGE TOTALS BY PROGRAM FOR THIS PASS.                       CNP96000
010800*                                                                 CNP96000
010900 01  WS-PGM-MAX                  PIC S9(4) COMP VALUE +8.         CNP96000
011000 01  WS-PGM-SUB                  PIC S9(4) COMP VALUE ZEROS.      CNP96000
011100 01  WS-PGM-TABLE.                                                CNP96000
011200     05  WS-PGM-ENTRY OCCURS 8 TIMES.                             CNP96000
011300         10  WS-PGM-NAME         PIC X(8).                        CNP96000
011400         10  WS-PGM-QUEUES       PIC 9(5)  COMP-3.                CNP96000
011500         10  WS-PGM-ITEMS        PIC 9(7)  COMP-3.                CNP96000
011600         10  WS-PGM-BYTES        PIC 9(9)  COMP-3.                CNP96000
011700         10  WS-PGM-OLDEST       PIC 9(5)  COMP-3.                CNP96000
011800         10  WS-PGM-AGE-TOTAL    PIC 9(9)  COMP-3.                CNP96000
011900         10  WS-PGM-ENDED        PIC 9(5)  COMP-3.                CNP96000
012000         10  WS-PGM-AGED         PIC 9(5)  COMP-3.                CNP96000
012100         10  WS-PGM-DELETED      PIC 9(5)  COMP-3.                CNP96000
012200         10  WS-PGM-FREED        PIC 9(9)  COMP-3.                CNP96000
012300         10  WS-PGM-HELD-OVER    PIC 9(5)  COMP-3.                CNP96000
012400*                                                                 CNP96000
012500*    QUEUES TO BE DELETED.  THEY ARE HELD UNTIL THE BROWSE ENDS   CNP96000
012600*    SO THE BROWSE IS NOT DISTURBED; ANY PAST THE TABLE ARE LEFT  CNP96000
012700*    FOR THE NEXT PASS.                                           CNP96000
012800*                                                                 CNP96000
012900 01  WS-DEL-MAX                  PIC S9(4) COMP VALUE +500.       CNP96000
013000 01  WS-DEL-COUNT                PIC S9(4) COMP VALUE ZEROS.      CNP96000
013100 01  WS-DEL-SUB                  PIC S9(4) COMP VALUE ZEROS.      CNP96000
013200 01  WS-DEL-TABLE.                                                CNP96000
013300     05  WS-DEL-ENTRY OCCURS 500 TIMES.                           CNP96000
013400         10  WS-DEL-QUEUE        PIC X(8).                        CNP96000
013500         10  WS-DEL-PGM-SUB      PIC S9(4) COMP.                  CNP96000
013600         10  WS-DEL-BYTES        PIC S9(8) COMP.                  CNP96000
013700*                                                                 CNP96000
013800*    THE QUEUE AND TERMINAL BEING LOOKED AT.                      CNP96000
013900*                                                                 CNP96000
014000 01  WS-QUEUE-ID.                                                 CNP96000
014100     05  WS-QUEUE-PREFIX         PIC X(4)    VALUE SPACES.        CNP96000
014200     05  WS-QUEUE-TERM-ID        PIC X(4)    VALUE SPACES.        CNP96000
014300 01  WS-QUEUE-ITEMS              PIC S9(4) COMP VALUE ZEROS.      CNP96000
014400 01  WS-QUEUE-BYTES              PIC S9(8) COMP VALUE ZEROS.      CNP96000
014500 01  WS-QUEUE-IDLE-SECS          PIC S9(8) COMP VALUE ZEROS.      CNP96000
014600 01  WS-QUEUE-IDLE-MINS          PIC 9(5)    VALUE ZEROS.         CNP96000
014700 01  WS-TERM-ACQSTATUS           PIC S9(8) COMP VALUE ZEROS.      CNP96000
014800 01  WS-TERM-SERVSTATUS          PIC S9(8) COMP VALUE ZEROS.      CNP96000
014900 01  WS-FLAGS.                                                    CNP96000
015000     05  WS-BROWSE-FLAG          PIC X       VALUE '0'.           CNP96000
015100         88  WS-BROWSE-DONE                  VALUE '1'.           CNP96000
015200     05  WS-ORPHAN-FLAG          PIC X       VALUE ' '.           CNP96000
015300         88  WS-QUEUE-IN-USE                 VALUE ' '.           CNP96000
015400         88  WS-SESSION-ENDED                VALUE 'T'.           CNP96000
015500         88  WS-AGED-OUT                     VALUE 'A'.           CNP96000
015600*                                                                 CNP96000
015700 01  WS-SWEEP-TOTALS.                                             CNP96000
015800     05  WS-QUEUES-SEEN          PIC 9(7)  COMP-3 VALUE ZEROS.    CNP96000
015900     05  WS-QUEUES-DELETED       PIC 9(7)  COMP-3 VALUE ZEROS.    CNP96000
016000*                                                                 CNP96000
016100*    USAGE RECORD, ONE PER PROGRAM PER PASS - SAME LAYOUT AS      CNP96000
016200*    CNB257'S TU-RECORD.  TSQUSE IS A PRE-ALLOCATED KSDS DEFINED  CNP96000
016300*    TO CICS; A RECORD ALREADY THERE FOR THE SAME PASS AND        CNP96000
016400*    PROGRAM IS REPLACED.                                         CNP96000
016500*                                                                 CNP96000
016600 01  TSQU-DSN                    PIC X(8)    VALUE 'TSQUSE'.      CNP96000
016700 01  TSQU-RLGTH                  PIC S9(4) COMP VALUE +100.       CNP96000
016800 01  TSQU-HOLD                   PIC X(100)  VALUE SPACES.        CNP96000
016900 01  TSQU-RECORD.                                                 CNP96000
017000     05  TU-KEY.                                                  CNP96000
017100         10  TU-RUN-DATE-TIME    PIC X(12)   VALUE SPACES.        CNP96000
017200         10  TU-PROGRAM          PIC X(8)    VALUE SPACES.        CNP96000
017300     05  TU-USAGE-DATA.                                           CNP96000
017400         10  TU-MAX-AGE          PIC 9(4)    VALUE ZEROS.         CNP96000
017500         10  TU-MODE             PIC X(1)    VALUE SPACE.         CNP96000
017600         10  TU-QUEUES           PIC 9(5)    VALUE ZEROS.         CNP96000
017700         10  TU-ITEMS            PIC 9(7)    VALUE ZEROS.         CNP96000
017800         10  TU-BYTES            PIC 9(9)    VALUE ZEROS.         CNP96000
017900         10  TU-OLDEST           PIC 9(5)    VALUE ZEROS.         CNP96000
018000         10  TU-AGE-TOTAL        PIC 9(9)    VALUE ZEROS.         CNP96000
018100         10  TU-ENDED            PIC 9(5)    VALUE ZEROS.         CNP96000
018200         10  TU-AGED             PIC 9(5)    VALUE ZEROS.         CNP96000
018300         10  TU-DELETED          PIC 9(5)    VALUE ZEROS.         CNP96000
018400         10  TU-FREED            PIC 9(9)    VALUE ZEROS.         CNP96000
018500         10  TU-HELD-OVER        PIC 9(5)    VALUE ZEROS.         CNP96000
018600     05  FILLER                  PIC X(11)   VALUE SPACES.        CNP96000
018700*                                                                 CNP96000
018800     COPY IOCODES.                                                CNP96000
018900     COPY PSTERAR.                                                CNP96000
019000     COPY WSERRLOG.                                               CNP96000
019100*                                                                 CNP96000
019200 PROCEDURE DIVISION.                                              CNP96000
019300*                                                                 CNP96000
019400 P0000-MAINLINE.                                                  CNP96000
019500*                                                                 CNP96000
019600     PERFORM P1000-INITIALIZE                                     CNP96000
019700     PERFORM P2000-BROWSE-QUEUES                                  CNP96000
019800     IF P960-DELETE-MODE                                          CNP96000
019900        PERFORM P3000-DELETE-QUEUE                                CNP96000
020000                VARYING WS-DEL-SUB FROM 1 BY 1                    CNP96000
020100                UNTIL WS-DEL-SUB > WS-DEL-COUNT                   CNP96000
020200     END-IF                                                       CNP96000
020300     PERFORM P4000-LOG-USAGE                                      CNP96000
020400             VARYING WS-PGM-SUB FROM 1 BY 1                       CNP96000
020500             UNTIL WS-PGM-SUB > WS-PGM-MAX                        CNP96000
020600     PERFORM P5000-RESTART-SWEEP THRU P5000-EXIT                  CNP96000
020700     EXEC CICS RETURN END-EXEC.                                   CNP96000
020800*                                                                 CNP96000
020900 P1000-INITIALIZE.                                                CNP96000
021000*                                                                 CNP96000
021100     MOVE LENGTH OF P960-START-DATA TO P960-START-LGTH            CNP96000
021200     EXEC CICS RETRIEVE                                           CNP96000
021300               INTO(P960-START-DATA)                              CNP96000
021400               LENGTH(P960-START-LGTH)                            CNP96000
021500               RESP(WS-RESPONSE)                                  CNP96000
021600     END-EXEC                                                     CNP96000
021700     IF WS-RESPONSE NOT = DFHRESP(NORMAL)                         CNP96000
021800        MOVE ZEROS                TO P960-MAX-AGE                 CNP96000
021900                                     P960-INTERVAL                CNP96000
022000        MOVE SPACE                TO P960-MODE                    CNP96000
022100     END-IF                                                       CNP96000
022200     IF P960-MAX-AGE NUMERIC                                      CNP96000
022300        AND P960-MAX-AGE > ZEROS                                  CNP96000
022400        MOVE P960-MAX-AGE         TO WS-MAX-AGE-MINS              CNP96000
022500     END-IF                                                       CNP96000
022600     IF P960-INTERVAL NUMERIC                                     CNP96000
022700        AND P960-INTERVAL > ZEROS                                 CNP96000
022800        MOVE P960-INTERVAL        TO WS-INTERVAL-MINS             CNP96000
022900     END-IF                                                       CNP96000
023000     IF NOT P960-DELETE-MODE                                      CNP96000
023100        AND NOT P960-REPORT-ONLY                                  CNP96000
023200        AND NOT P960-STOP                                         CNP96000
023300        MOVE SPACE                TO P960-MODE                    CNP96000
023400     END-IF                                                       CNP96000
023500     COMPUTE WS-MAX-AGE-SECS = WS-MAX-AGE-MINS * 60               CNP96000
023600*                                                                 CNP96000
023700     EXEC CICS ASKTIME                                            CNP96000
023800               ABSTIME(WS-ABSTIME)                                CNP96000
023900     END-EXEC                                                     CNP96000
024000     EXEC CICS FORMATTIME                                         CNP96000
024100               ABSTIME(WS-ABSTIME)                                CNP96000
024200               YYMMDD(WS-RUN-DATE)                                CNP96000
024300               TIME(WS-RUN-TIME)                                  CNP96000
024400     END-EXEC                                                     CNP96000
024500     MOVE WS-RUN-DATE             TO TU-RUN-DATE-TIME (1:6)       CNP96000
024600     MOVE WS-RUN-TIME             TO TU-RUN-DATE-TIME (7:6)       CNP96000
024700*                                                                 CNP96000
024800     PERFORM P1010-CLEAR-PGM-TOTALS                               CNP96000
024900             VARYING WS-PGM-SUB FROM 1 BY 1                       CNP96000
025000             UNTIL WS-PGM-SUB > WS-PGM-MAX                        CNP96000
025100     PERFORM P1020-NAME-PGM                                       CNP96000
025200             VARYING WS-PREFIX-SUB FROM 1 BY 1                    CNP96000
025300             UNTIL WS-PREFIX-SUB > WS-PREFIX-MAX.                 CNP96000
025400*                                                                 CNP96000
025500 P1010-CLEAR-PGM-TOTALS.                                          CNP96000
025600*                                                                 CNP96000
025700     MOVE SPACES                  TO WS-PGM-NAME (WS-PGM-SUB)     CNP96000
025800     MOVE ZEROS                   TO WS-PGM-QUEUES (WS-PGM-SUB)   CNP96000
025900                                     WS-PGM-ITEMS (WS-PGM-SUB)    CNP96000
026000                                     WS-PGM-BYTES (WS-PGM-SUB)    CNP96000
026100                                     WS-PGM-OLDEST (WS-PGM-SUB)   CNP96000
026200                                     WS-PGM-AGE-TOTAL (WS-PGM-SUB)CNP96000
026300                                     WS-PGM-ENDED (WS-PGM-SUB)    CNP96000
026400                                     WS-PGM-AGED (WS-PGM-SUB)     CNP96000
026500                                     WS-PGM-DELETED (WS-PGM-SUB)  CNP96000
026600                                     WS-PGM-FREED (WS-PGM-SUB)    CNP96000
026700                                    WS-PGM-HELD-OVER (WS-PGM-SUB).CNP96000
026800*                                                                 CNP96000
026900 P1020-NAME-PGM.                                                  CNP96000
027000*                                                                 CNP96000
027100     MOVE WS-PREFIX-PGM-SUB (WS-PREFIX-SUB) TO WS-PGM-SUB         CNP96000
027200     MOVE WS-PREFIX-PGM (WS-PREFIX-SUB)                           CNP96000
027300                                  TO WS-PGM-NAME (WS-PGM-SUB).    CNP96000
027400*                                                                 CNP96000
027500 P2000-BROWSE-QUEUES.                                             CNP96000
027600*                                                                 CNP96000
027700     EXEC CICS INQUIRE TSQUEUE START                              CNP96000
027800               RESP(WS-RESPONSE)                                  CNP96000
027900     END-EXEC                                                     CNP96000
028000     IF WS-RESPONSE NOT = DFHRESP(NORMAL)                         CNP96000
028100        MOVE WS-RESPONSE          TO FILE-STATUS                  CNP96000
028200        MOVE 'P2000-1'            TO ERR-PARAGRAPH                CNP96000
028300        MOVE 'INQUIRE TSQUEUE START' TO ERR-KEY                   CNP96000
028400        PERFORM P9999-GOT-PROBLEM                                 CNP96000
028500     END-IF                                                       CNP96000
028600     PERFORM P2100-NEXT-QUEUE                                     CNP96000
028700             UNTIL WS-BROWSE-DONE                                 CNP96000
028800     EXEC CICS INQUIRE TSQUEUE END                                CNP96000
028900               RESP(WS-RESPONSE)                                  CNP96000
029000     END-EXEC.                                                    CNP96000
029100*                                                                 CNP96000
029200 P2100-NEXT-QUEUE.                                                CNP96000
029300*                                                                 CNP96000
029400     EXEC CICS INQUIRE TSQUEUE(WS-QUEUE-ID)                       CNP96000
029500               NEXT                                               CNP96000
029600               NUMITEMS(WS-QUEUE-ITEMS)                           CNP96000
029700               FLENGTH(WS-QUEUE-BYTES)                            CNP96000
029800               LASTUSEDINT(WS-QUEUE-IDLE-SECS)                    CNP96000
029900               RESP(WS-RESPONSE)                                  CNP96000
030000     END-EXEC                                                     CNP96000
030100     IF WS-RESPONSE = DFHRESP(END)                                CNP96000
030200        SET WS-BROWSE-DONE        TO TRUE                         CNP96000
030300     ELSE                                                         CNP96000
030400        IF WS-RESPONSE NOT = DFHRESP(NORMAL)                      CNP96000
030500           MOVE WS-RESPONSE       TO FILE-STATUS                  CNP96000
030600           MOVE 'P2100-1'         TO ERR-PARAGRAPH                CNP96000
030700           MOVE WS-QUEUE-ID       TO ERR-KEY                      CNP96000
030800           PERFORM P9999-GOT-PROBLEM                              CNP96000
030900        END-IF                                                    CNP96000
031000        PERFORM P2200-CHECK-QUEUE THRU P2200-EXIT                 CNP96000
031100     END-IF.                                                      CNP96000
031200*                                                                 CNP96000
031300 P2200-CHECK-QUEUE.                                               CNP96000
031400*                                                                 CNP96000
031500     MOVE ZEROS                   TO WS-PGM-SUB                   CNP96000
031600     PERFORM P2210-FIND-PREFIX                                    CNP96000
031700             VARYING WS-PREFIX-SUB FROM 1 BY 1                    CNP96000
031800             UNTIL WS-PREFIX-SUB > WS-PREFIX-MAX                  CNP96000
031900                OR WS-PGM-SUB > ZEROS                             CNP96000
032000     IF WS-PGM-SUB = ZEROS                                        CNP96000
032100        GO TO P2200-EXIT                                          CNP96000
032200     END-IF                                                       CNP96000
032300     ADD 1                        TO WS-QUEUES-SEEN               CNP96000
032400     COMPUTE WS-QUEUE-IDLE-MINS = WS-QUEUE-IDLE-SECS / 60         CNP96000
032500     ADD 1                        TO WS-PGM-QUEUES (WS-PGM-SUB)   CNP96000
032600     ADD WS-QUEUE-ITEMS           TO WS-PGM-ITEMS (WS-PGM-SUB)    CNP96000
032700     ADD WS-QUEUE-BYTES           TO WS-PGM-BYTES (WS-PGM-SUB)    CNP96000
032800     ADD WS-QUEUE-IDLE-MINS       TO WS-PGM-AGE-TOTAL (WS-PGM-SUB)CNP96000
032900     IF WS-QUEUE-IDLE-MINS > WS-PGM-OLDEST (WS-PGM-SUB)           CNP96000
033000        MOVE WS-QUEUE-IDLE-MINS   TO WS-PGM-OLDEST (WS-PGM-SUB)   CNP96000
033100     END-IF                                                       CNP96000
033200*                                                                 CNP96000
033300     SET WS-QUEUE-IN-USE          TO TRUE                         CNP96000
033400     IF WS-QUEUE-IDLE-SECS > WS-MAX-AGE-SECS                      CNP96000
033500        SET WS-AGED-OUT           TO TRUE                         CNP96000
033600     ELSE                                                         CNP96000
033700        PERFORM P2300-CHECK-TERMINAL                              CNP96000
033800     END-IF                                                       CNP96000
033900     IF WS-QUEUE-IN-USE                                           CNP96000
034000        GO TO P2200-EXIT                                          CNP96000
034100     END-IF                                                       CNP96000
034200     IF WS-SESSION-ENDED                                          CNP96000
034300        ADD 1                     TO WS-PGM-ENDED (WS-PGM-SUB)    CNP96000
034400     ELSE                                                         CNP96000
034500        ADD 1                     TO WS-PGM-AGED (WS-PGM-SUB)     CNP96000
034600     END-IF                                                       CNP96000
034700     IF WS-DEL-COUNT < WS-DEL-MAX                                 CNP96000
034800        ADD 1                     TO WS-DEL-COUNT                 CNP96000
034900        MOVE WS-QUEUE-ID          TO WS-DEL-QUEUE (WS-DEL-COUNT)  CNP96000
035000        MOVE WS-PGM-SUB           TO WS-DEL-PGM-SUB (WS-DEL-COUNT)CNP96000
035100        MOVE WS-QUEUE-BYTES       TO WS-DEL-BYTES (WS-DEL-COUNT)  CNP96000
035200     ELSE                                                         CNP96000
035300        ADD 1                     TO WS-PGM-HELD-OVER (WS-PGM-SUB)CNP96000
035400     END-IF.                                                      CNP96000
035500 P2200-EXIT.                                                      CNP96000
035600     EXIT.                                                        CNP96000
035700*                                                                 CNP96000
035800 P2210-FIND-PREFIX.                                               CNP96000
035900*                                                                 CNP96000
036000     IF WS-QUEUE-PREFIX = WS-PREFIX (WS-PREFIX-SUB)               CNP96000
036100        MOVE WS-PREFIX-PGM-SUB (WS-PREFIX-SUB) TO WS-PGM-SUB      CNP96000
036200     END-IF.                                                      CNP96000
036300*                                                                 CNP96000
036400 P2300-CHECK-TERMINAL.                                            CNP96000
036500*                                                                 CNP96000
036600*    A TERMINAL THAT IS NO LONGER DEFINED (AUTOINSTALLED AND      CNP96000
036700*    LOGGED OFF), OUT OF SERVICE OR RELEASED HAS NO SESSION TO    CNP96000
036800*    COME BACK TO ITS QUEUES.                                     CNP96000
036900*                                                                 CNP96000
037000     EXEC CICS INQUIRE TERMINAL(WS-QUEUE-TERM-ID)                 CNP96000
037100               ACQSTATUS(WS-TERM-ACQSTATUS)                       CNP96000
037200               SERVSTATUS(WS-TERM-SERVSTATUS)                     CNP96000
037300               RESP(WS-RESPONSE)                                  CNP96000
037400     END-EXEC                                                     CNP96000
037500     IF WS-RESPONSE = DFHRESP(TERMIDERR)                          CNP96000
037600        SET WS-SESSION-ENDED      TO TRUE                         CNP96000
037700     ELSE                                                         CNP96000
037800        IF WS-RESPONSE = DFHRESP(NORMAL)                          CNP96000
037900           IF WS-TERM-SERVSTATUS = DFHVALUE(OUTSERVICE)           CNP96000
038000              OR WS-TERM-ACQSTATUS = DFHVALUE(RELEASED)           CNP96000
038100              SET WS-SESSION-ENDED TO TRUE                        CNP96000
038200           END-IF                                                 CNP96000
038300        END-IF                                                    CNP96000
038400     END-IF.                                                      CNP96000
038500*                                                                 CNP96000
038600 P3000-DELETE-QUEUE.                                              CNP96000
038700*                                                                 CNP96000
038800*    QIDERR MEANS THE OWNING PROGRAM GOT THERE FIRST.             CNP96000
038900*                                                                 CNP96000
039000     EXEC CICS DELETEQ TS                                         CNP96000
039100               QUEUE(WS-DEL-QUEUE (WS-DEL-SUB))                   CNP96000
039200               RESP(WS-RESPONSE)                                  CNP96000
039300     END-EXEC                                                     CNP96000
039400     IF WS-RESPONSE = DFHRESP(NORMAL)                             CNP96000
039500        MOVE WS-DEL-PGM-SUB (WS-DEL-SUB) TO WS-PGM-SUB            CNP96000
039600        ADD 1                     TO WS-PGM-DELETED (WS-PGM-SUB)  CNP96000
039700        ADD WS-DEL-BYTES (WS-DEL-SUB)                             CNP96000
039800                                  TO WS-PGM-FREED (WS-PGM-SUB)    CNP96000
039900        ADD 1                     TO WS-QUEUES-DELETED            CNP96000
040000     ELSE                                                         CNP96000
040100        IF WS-RESPONSE NOT = DFHRESP(QIDERR)                      CNP96000
040200           MOVE WS-RESPONSE       TO FILE-STATUS                  CNP96000
040300           MOVE 'P3000-1'         TO ERR-PARAGRAPH                CNP96000
040400           MOVE WS-DEL-QUEUE (WS-DEL-SUB) TO ERR-KEY              CNP96000
040500           PERFORM P9999-GOT-PROBLEM                              CNP96000
040600        END-IF                                                    CNP96000
040700     END-IF.                                                      CNP96000
040800*                                                                 CNP96000
040900 P4000-LOG-USAGE.                                                 CNP96000
041000*                                                                 CNP96000
041100     MOVE WS-PGM-NAME (WS-PGM-SUB) TO TU-PROGRAM                  CNP96000
041200     MOVE WS-MAX-AGE-MINS         TO TU-MAX-AGE                   CNP96000
041300     MOVE P960-MODE               TO TU-MODE                      CNP96000
041400     IF P960-DELETE-MODE                                          CNP96000
041500        MOVE 'D'                  TO TU-MODE                      CNP96000
041600     END-IF                                                       CNP96000
041700     MOVE WS-PGM-QUEUES (WS-PGM-SUB)    TO TU-QUEUES              CNP96000
041800     MOVE WS-PGM-ITEMS (WS-PGM-SUB)     TO TU-ITEMS               CNP96000
041900     MOVE WS-PGM-BYTES (WS-PGM-SUB)     TO TU-BYTES               CNP96000
042000     MOVE WS-PGM-OLDEST (WS-PGM-SUB)    TO TU-OLDEST              CNP96000
042100     MOVE WS-PGM-AGE-TOTAL (WS-PGM-SUB) TO TU-AGE-TOTAL           CNP96000
042200     MOVE WS-PGM-ENDED (WS-PGM-SUB)     TO TU-ENDED               CNP96000
042300     MOVE WS-PGM-AGED (WS-PGM-SUB)      TO TU-AGED                CNP96000
042400     MOVE WS-PGM-DELETED (WS-PGM-SUB)   TO TU-DELETED             CNP96000
042500     MOVE WS-PGM-FREED (WS-PGM-SUB)     TO TU-FREED               CNP96000
042600     MOVE WS-PGM-HELD-OVER (WS-PGM-SUB) TO TU-HELD-OVER           CNP96000
042700     EXEC CICS WRITE                                              CNP96000
042800               DATASET(TSQU-DSN)                                  CNP96000
042900               FROM(TSQU-RECORD)                                  CNP96000
043000               LENGTH(TSQU-RLGTH)                                 CNP96000
043100               RIDFLD(TU-KEY)                                     CNP96000
043200               RESP(WS-RESPONSE)                                  CNP96000
043300     END-EXEC                                                     CNP96000
043400     IF WS-RESPONSE = DFHRESP(DUPREC)                             CNP96000
043500        PERFORM P4100-REPLACE-USAGE                               CNP96000
043600     END-IF                                                       CNP96000
043700     MOVE WS-RESPONSE             TO FILE-STATUS                  CNP96000
043800     IF NOT SUCCESS                                               CNP96000
043900        MOVE 'P4000-1'            TO ERR-PARAGRAPH                CNP96000
044000        MOVE TU-KEY               TO ERR-KEY                      CNP96000
044100        PERFORM P9999-GOT-PROBLEM                                 CNP96000
044200     END-IF.                                                      CNP96000
044300*                                                                 CNP96000
044400 P4100-REPLACE-USAGE.                                             CNP96000
044500*                                                                 CNP96000
044600     EXEC CICS READ                                               CNP96000
044700               DATASET(TSQU-DSN)                                  CNP96000
044800               INTO(TSQU-HOLD)                                    CNP96000
044900               LENGTH(TSQU-RLGTH)                                 CNP96000
045000               RIDFLD(TU-KEY)                                     CNP96000
045100               UPDATE                                             CNP96000
045200               RESP(WS-RESPONSE)                                  CNP96000
045300     END-EXEC                                                     CNP96000
045400     IF WS-RESPONSE = DFHRESP(NORMAL)                             CNP96000
045500        EXEC CICS REWRITE                                         CNP96000
045600                  DATASET(TSQU-DSN)                               CNP96000
045700                  FROM(TSQU-RECORD)                               CNP96000
045800                  LENGTH(TSQU-RLGTH)                              CNP96000
045900                  RESP(WS-RESPONSE)                               CNP96000
046000        END-EXEC                                                  CNP96000
046100     END-IF.                                                      CNP96000
046200*                                                                 CNP96000
046300 P5000-RESTART-SWEEP.                                             CNP96000
046400*                                                                 CNP96000
046500*    THE NEXT PASS IS STARTED WITH THE SAME START DATA UNLESS     CNP96000
046600*    THIS ONE WAS TOLD TO STOP.                                   CNP96000
046700*                                                                 CNP96000
046800     IF P960-STOP                                                 CNP96000
046900        GO TO P5000-EXIT                                          CNP96000
047000     END-IF                                                       CNP96000
047100     DIVIDE WS-INTERVAL-MINS BY 60 GIVING WS-INTERVAL-HH          CNP96000
047200            REMAINDER WS-INTERVAL-MM                              CNP96000
047300     MOVE ZEROS                   TO WS-INTERVAL-SS               CNP96000
047400     MOVE LENGTH OF P960-START-DATA TO P960-START-LGTH            CNP96000
047500     EXEC CICS START                                              CNP96000
047600               TRANSID(EIBTRNID)                                  CNP96000
047700               INTERVAL(WS-INTERVAL-HHMMSS)                       CNP96000
047800               FROM(P960-START-DATA)                              CNP96000
047900               LENGTH(P960-START-LGTH)                            CNP96000
048000               RESP(WS-RESPONSE)                                  CNP96000
048100     END-EXEC                                                     CNP96000
048200     MOVE WS-RESPONSE             TO FILE-STATUS                  CNP96000
048300     IF NOT SUCCESS                                               CNP96000
048400        MOVE 'P5000-1'            TO ERR-PARAGRAPH                CNP96000
048500        MOVE EIBTRNID             TO ERR-KEY                      CNP96000
048600        PERFORM P9999-GOT-PROBLEM                                 CNP96000
048700     END-IF.                                                      CNP96000
048800 P5000-EXIT.                                                      CNP96000
048900     EXIT.                                                        CNP96000
049000*                                                                 CNP96000
049100 P9999-GOT-PROBLEM.                                               CNP96000
049200*                                                                 CNP96000
049300     MOVE P960-PGM                TO ERR-PROGRAM                  CNP96000
049400     MOVE ERR-PROGRAM             TO XE-PROGRAM                   CNP96000
049500     MOVE 'O'                     TO XE-SOURCE                    CNP96000
049600     MOVE ERR-PARAGRAPH           TO XE-PARAGRAPH                 CNP96000
049700     MOVE ERR-KEY                 TO XE-KEY                       CNP96000
049800     MOVE FILE-STATUS             TO XE-FSTAT                     CNP96000
049900     MOVE ERR-SENTENCE            TO XE-SENTENCE                  CNP96000
050000     MOVE EIBUSERID               TO XE-USER                      CNP96000
050100     MOVE EIBTRMID                TO XE-TERMINAL                  CNP96000
050200     MOVE EIBTRNID                TO XE-TRAN                      CNP96000
050300     PERFORM P9995-WRITE-ERRLOG                                   CNP96000
050400     MOVE DFHEIBLK                TO ERR-EIBLK                    CNP96000
050500     EXEC CICS XCTL                                               CNP96000
050600               PROGRAM(PSTERR-PGM)                                CNP96000
050700               COMMAREA(PSTERAR-AREA)                             CNP96000
050800               LENGTH(PSTERAR-LGTH)                               CNP96000
050900               RESP(WS-RESPONSE)                                  CNP96000
051000     END-EXEC                                                     CNP96000
051100     EXEC CICS ABEND                                              CNP96000
051200               ABCODE(PSTERR-ABCODE)                              CNP96000
051300               CANCEL                                             CNP96000
051400     END-EXEC.                                                    CNP96000
051500*                                                                 CNP96000
051600 P9995-WRITE-ERRLOG.                                              CNP96000
051700*                                                                 CNP96000
051800*    ADDS THE ERROR TO THE CENTRAL ERROR LOG (WSERRLOG).  ONLY ONECNP96000
051900*    TRY PER TASK, AND A LOG THAT CANNOT BE WRITTEN IS IGNORED -  CNP96000
052000*    P9999-GOT-PROBLEM GOES ON TO PSTERR EITHER WAY.              CNP96000
052100*                                                                 CNP96000
052200     IF NOT ERRLOG-TRIED                                          CNP96000
052300        SET ERRLOG-TRIED          TO TRUE                         CNP96000
052400        EXEC CICS ASKTIME                                         CNP96000
052500                  ABSTIME(ERRLOG-ABSTIME)                         CNP96000
052600                  RESP(ERRLOG-RESP)                               CNP96000
052700        END-EXEC                                                  CNP96000
052800        EXEC CICS FORMATTIME                                      CNP96000
052900                  ABSTIME(ERRLOG-ABSTIME)                         CNP96000
053000                  YYMMDD(ERRLOG-DATE)                             CNP96000
053100                  TIME(ERRLOG-TIME)                               CNP96000
053200                  RESP(ERRLOG-RESP)                               CNP96000
053300        END-EXEC                                                  CNP96000
053400        DIVIDE ERRLOG-ABSTIME BY 1000 GIVING ERRLOG-SECS          CNP96000
053500               REMAINDER ERRLOG-MSECS                             CNP96000
053600        DIVIDE ERRLOG-MSECS BY 10 GIVING ERRLOG-CENTS             CNP96000
053700        MOVE ERRLOG-CENTS         TO ERRLOG-HUNDREDTHS            CNP96000
053800        MOVE XE-PROGRAM           TO ERRLOG-PROGRAM               CNP96000
053900        MOVE ZEROS                TO ERRLOG-SEQ                   CNP96000
054000        MOVE XE-ERROR-DATA        TO ERRLOG-ERROR-DATA            CNP96000
054100        EXEC CICS WRITE                                           CNP96000
054200                  DATASET(ERRLOG-DSN)                             CNP96000
054300                  FROM(ERRLOG-RECORD)                             CNP96000
054400                  LENGTH(ERRLOG-RLGTH)                            CNP96000
054500                  RIDFLD(ERRLOG-KEY)                              CNP96000
054600                  RESP(ERRLOG-RESP)                               CNP96000
054700        END-EXEC                                                  CNP96000
054800        PERFORM P9996-NEXT-ERRLOG-SEQ                             CNP96000
054900           UNTIL ERRLOG-RESP NOT = DFHRESP(DUPREC)                CNP96000
055000              OR ERRLOG-SEQ = 99                                  CNP96000
055100     END-IF.                                                      CNP96000
055200*                                                                 CNP96000
055300 P9996-NEXT-ERRLOG-SEQ.                                           CNP96000
055400*                                                                 CNP96000
055500     ADD 1                        TO ERRLOG-SEQ                   CNP96000
055600     EXEC CICS WRITE                                              CNP96000
055700               DATASET(ERRLOG-DSN)                                CNP96000
055800               FROM(ERRLOG-RECORD)                                CNP96000
055900               LENGTH(ERRLOG-RLGTH)                               CNP96000
056000               RIDFLD(ERRLOG-KEY)                                 CNP96000
056100               RESP(ERRLOG-RESP)                                  CNP96000
056200     END-EXEC.                                                    CNP96000
