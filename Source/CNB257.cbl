000100 IDENTIFICATION DIVISION.                                         CNB25700
000200 PROGRAM-ID. CNB257.                                              CNB25700
000300*AUTHOR.     JMC.                                                 CNB25700
000400*DATE-WRITTEN. 10/15/26.                                          CNB25700
000500*REMARKS.                                                         CNB25700
000600*    TS QUEUE USAGE REPORT.  THE CNP960 SWEEPER RUNS ON AN        CNB25700
000700*    INTERVAL IN THE CICS REGION, DELETES THE SCREEN-STATE AND    CNB25700
000800*    CALL-BOARD PAGING QUEUES WHOSE TERMINAL HAS GONE AWAY OR     CNB25700
000900*    THAT ARE IDLE PAST ITS AGE LIMIT, AND ADDS A RECORD TO TSQUSECNB25700
000960*    BY CICS FILE CONTROL ONCE PER PROGRAM PER PASS, SO TSQUSE    CNB25700
001020*    HOLDS THE QUEUE COUNT, ITEMS, BYTES AND AGES OF EVERY PROGRAMCNB25700
001080*    AT EVERY PASS.                                               CNB25700
001200*    FUNCTION REPORT (THE ONLY ONE) PRINTS, FOR THE REPORT DATE   CNB25700
001300*    (PARM REPORT-DATE YYMMDD, BLANK = THE RUN DATE):             CNB25700
001400*      - EACH PASS THAT FOUND QUEUES, BY PROGRAM;                 CNB25700
001500*      - THE DAY BY PROGRAM - PASSES, PEAK AND AVERAGE QUEUES,    CNB25700
001600*        PEAK BYTES, OLDEST QUEUE, QUEUES FOUND ORPHANED BY AN    CNB25700
001700*        ENDED SESSION OR BY AGE, QUEUES DELETED, BYTES FREED,    CNB25700
001800*        AND QUEUES HELD OVER TO THE NEXT PASS.                   CNB25700
001900*    ENTRIES OLDER THAN KEEP-DAYS (DEFAULT 30) ARE PURGED ON THE  CNB25700
002000*    SAME PASS.  RC 4 WHEN ANY QUEUE WAS HELD OVER - THE SWEEPER  CNB25700
002100*    IS NOT KEEPING UP AND ITS INTERVAL SHOULD BE SHORTENED.      CNB25700
002200*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB25700
002300*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB25700
002400*                                                                 CNB25700
002500 ENVIRONMENT DIVISION.                                            CNB25700
002600 CONFIGURATION SECTION.                                           CNB25700
002700 SOURCE-COMPUTER.  IBM-370.                                       CNB25700
002800 OBJECT-COMPUTER.  IBM-370.                                       CNB25700
002900 INPUT-OUTPUT SECTION.                                            CNB25700
003000 FILE-CONTROL.                                                    CNB25700
003100     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB25700
003200            ORGANIZATION  SEQUENTIAL                              CNB25700
003300            FILE STATUS   WS-PARM-STATUS.                         CNB25700
003400     SELECT TSQU-FILE    ASSIGN TO TSQUSE                         CNB25700
003500            ORGANIZATION  INDEXED                                 CNB25700
003600            ACCESS MODE   DYNAMIC                                 CNB25700
003700            RECORD KEY    TU-KEY                                  CNB25700
003800            FILE STATUS   WS-TSQU-STATUS.                         CNB25700
003900     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB25700
004000            ORGANIZATION  LINE SEQUENTIAL                         CNB25700
004100            FILE STATUS   WS-RPT-STATUS.                          CNB25700
004200*                                                                 CNB25700
004300 DATA DIVISION.                                                   CNB25700
004400 FILE SECTION.                                                    CNB25700
004500 FD  PARM-FILE                                                    CNB25700
004600     RECORD CONTAINS 80 CHARACTERS.                               CNB25700
004700 01  WS-PARM-RECORD.                                              CNB25700
004800     05  PARM-FUNC                 PIC X(8).                      CNB25700
004900     05  PARM-DATE-TIME            PIC X(12).                     CNB25700
005000     05  PARM-REPORT-DATE          PIC X(6).                      CNB25700
005100     05  PARM-KEEP-DAYS            PIC X(3).                      CNB25700
005200     05  FILLER                    PIC X(51).                     CNB25700
005300 FD  TSQU-FILE                                                    CNB25700
005400     RECORD CONTAINS 100 CHARACTERS.                              CNB25700
005500 01  TU-RECORD.                                                   CNB25700
005600     05  TU-KEY.                                                  CNB25700
005700*        YYMMDDHHMMSS OF THE SWEEPER PASS:                        CNB25700
005800         10  TU-RUN-DATE-TIME      PIC X(12).                     CNB25700
005900         10  TU-PROGRAM            PIC X(8).                      CNB25700
006000     05  TU-USAGE-DATA.                                           CNB25700
006100         10  TU-MAX-AGE            PIC 9(4).                      CNB25700
006200         10  TU-MODE               PIC X(1).                      CNB25700
006300             88  TU-REPORT-ONLY           VALUE 'R'.              CNB25700
006400         10  TU-QUEUES             PIC 9(5).                      CNB25700
006500         10  TU-ITEMS              PIC 9(7).                      CNB25700
006600         10  TU-BYTES              PIC 9(9).                      CNB25700
006700*        AGES ARE MINUTES SINCE THE QUEUE WAS LAST USED.          CNB25700
006800         10  TU-OLDEST             PIC 9(5).                      CNB25700
006900         10  TU-AGE-TOTAL          PIC 9(9).                      CNB25700
007000         10  TU-ENDED              PIC 9(5).                      CNB25700
007100         10  TU-AGED               PIC 9(5).                      CNB25700
007200         10  TU-DELETED            PIC 9(5).                      CNB25700
007300         10  TU-FREED              PIC 9(9).                      CNB25700
007400         10  TU-HELD-OVER          PIC 9(5).                      CNB25700
007500     05  FILLER                    PIC X(11).                     CNB25700
007600 FD  RPT-FILE                                                     CNB25700
007700     RECORD CONTAINS 132 CHARACTERS.                              CNB25700
007800 01  RPT-LINE                      PIC X(132).                    CNB25700
007900*                                                                 CNB25700
008000 WORKING-STORAGE SECTION.                                         CNB25700
008100 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB25700
008200     88  WS-PARM-OK                       VALUE '00'.             CNB25700
008300 01  WS-TSQU-STATUS                PIC XX VALUE SPACES.           CNB25700
008400     88  WS-TSQU-OK                       VALUE '00'.             CNB25700
008500 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB25700
008600     88  WS-RPT-OK                        VALUE '00'.             CNB25700
008700 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB25700
008800 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB25700
008900 COPY WSERRLOG.                                                   CNB25700
009000 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB25700
009100     88  WS-FUNC-REPORT                   VALUE 'REPORT'.         CNB25700
009200 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB25700
009300 01  WS-REPORT-DATE                PIC X(6) VALUE SPACES.         CNB25700
009400 01  WS-KEEP-DAYS                  PIC 9(3) VALUE 30.             CNB25700
009500 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB25700
009600     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB25700
009700 01  WS-DAYS-RUN                   PIC S9(7) COMP VALUE ZEROS.    CNB25700
009800 01  WS-DAYS-KEEP-CUT              PIC S9(7) COMP VALUE ZEROS.    CNB25700
009900 01  WS-LAST-PASS                  PIC X(12) VALUE SPACES.        CNB25700
010000 01  WS-READ-COUNT                 PIC 9(7) VALUE ZEROS.          CNB25700
010100 01  WS-PASS-COUNT                 PIC 9(7) VALUE ZEROS.          CNB25700
010200 01  WS-DETAIL-COUNT               PIC 9(7) VALUE ZEROS.          CNB25700
010300 01  WS-DELETED-COUNT              PIC 9(7) VALUE ZEROS.          CNB25700
010400 01  WS-FREED-TOTAL                PIC 9(11) VALUE ZEROS.         CNB25700
010500 01  WS-HELD-COUNT                 PIC 9(7) VALUE ZEROS.          CNB25700
010600 01  WS-OVER-COUNT                 PIC 9(7) VALUE ZEROS.          CNB25700
010700 01  WS-PURGE-COUNT                PIC 9(7) VALUE ZEROS.          CNB25700
010800 01  WS-AVG-AGE                    PIC 9(5) VALUE ZEROS.          CNB25700
010900 01  WS-AVG-QUEUES                 PIC 9(5) VALUE ZEROS.          CNB25700
011000 01  WS-LEAP-QUOT                  PIC S9(4) COMP VALUE ZEROS.    CNB25700
011100 01  WS-LEAP-REM                   PIC S9(4) COMP VALUE ZEROS.    CNB25700
011200 01  WS-SERIAL-DAYS                PIC S9(7) COMP VALUE ZEROS.    CNB25700
011300 01  WS-SERIAL-DATE-TIME.                                         CNB25700
011400     05  WS-SD-YY                  PIC 9(2).                      CNB25700
011500     05  WS-SD-MM                  PIC 9(2).                      CNB25700
011600     05  WS-SD-DD                  PIC 9(2).                      CNB25700
011700     05  WS-SD-HH                  PIC 9(2).                      CNB25700
011800     05  WS-SD-MIN                 PIC 9(2).                      CNB25700
011900 01  WS-CUM-DAYS-TABLE.                                           CNB25700
012000     05  FILLER                    PIC X(36) VALUE                CNB25700
012100         '000031059090120151181212243273304334'.                  CNB25700
012200 01  WS-CUM-DAYS REDEFINES WS-CUM-DAYS-TABLE.                     CNB25700
012300     05  WS-CUM-MON OCCURS 12 TIMES PIC 9(3).                     CNB25700
012400*    THE REPORT DATE BY PROGRAM, IN PROGRAM ORDER.                CNB25700
012500 01  WS-PG-MAX                     PIC S9(4) COMP VALUE 20.       CNB25700
012600 01  WS-PG-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB25700
012700 01  WS-PG-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB25700
012800 01  WS-PG-SUB2                    PIC S9(4) COMP VALUE ZEROS.    CNB25700
012900 01  WS-PG-AT                      PIC S9(4) COMP VALUE ZEROS.    CNB25700
013000 01  WS-PG-INS-AT                  PIC S9(4) COMP VALUE ZEROS.    CNB25700
013100 01  WS-PG-TABLE.                                                 CNB25700
013200     05  WS-PG-ENTRY OCCURS 20 TIMES.                             CNB25700
013300         10  WS-PG-PROGRAM         PIC X(8).                      CNB25700
013400         10  WS-PG-PASSES          PIC 9(5).                      CNB25700
013500         10  WS-PG-QUEUES          PIC 9(9).                      CNB25700
013600         10  WS-PG-PEAK-QUEUES     PIC 9(5).                      CNB25700
013700         10  WS-PG-PEAK-BYTES      PIC 9(9).                      CNB25700
013800         10  WS-PG-OLDEST          PIC 9(5).                      CNB25700
013900         10  WS-PG-ENDED           PIC 9(7).                      CNB25700
014000         10  WS-PG-AGED            PIC 9(7).                      CNB25700
014100         10  WS-PG-DELETED         PIC 9(7).                      CNB25700
014200         10  WS-PG-FREED           PIC 9(11).                     CNB25700
014300         10  WS-PG-HELD-OVER       PIC 9(7).                      CNB25700
014400 01  WS-HDR-LINE.                                                 CNB25700
014500     05  FILLER                PIC X(38)  VALUE                   CNB25700
014600         'CNB257 - TS QUEUE USAGE               '.                CNB25700
014700     05  FILLER                PIC X(2)   VALUE SPACES.           CNB25700
014800     05  HDR-FUNC              PIC X(8).                          CNB25700
014900     05  FILLER                PIC X(2)   VALUE SPACES.           CNB25700
015000     05  HDR-DATE-TIME         PIC X(12).                         CNB25700
015100     05  FILLER                PIC X(70)  VALUE SPACES.           CNB25700
015200 01  WS-TITLE-LINE.                                               CNB25700
015300     05  TTL-TEXT                  PIC X(30).                     CNB25700
015400     05  TTL-DATE                  PIC X(6).                      CNB25700
015500     05  FILLER                    PIC X(96) VALUE SPACES.        CNB25700
015600 01  WS-PS-HDR-LINE.                                              CNB25700
015700     05  FILLER                    PIC X(44) VALUE                CNB25700
015800         'TIME      PROGRAM  MODE  QUEUES     ITEMS'.             CNB25700
015900     05  FILLER                    PIC X(44) VALUE                CNB25700
016000         '    BYTES  OLDEST  AVG AGE  ENDED   AGED  DE'.          CNB25700
016100     05  FILLER                    PIC X(44) VALUE                CNB25700
016200         'LETED BYTES FREED   HELD'.                              CNB25700
016300 01  WS-PS-LINE.                                                  CNB25700
016400     05  PSL-TIME.                                                CNB25700
016500         10  PSL-HH                PIC X(2).                      CNB25700
016600         10  FILLER                PIC X(1) VALUE ':'.            CNB25700
016700         10  PSL-MIN               PIC X(2).                      CNB25700
016800         10  FILLER                PIC X(1) VALUE ':'.            CNB25700
016900         10  PSL-SS                PIC X(2).                      CNB25700
017000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25700
017100     05  PSL-PROGRAM               PIC X(8).                      CNB25700
017200     05  FILLER                    PIC X(4) VALUE SPACES.         CNB25700
017300     05  PSL-MODE                  PIC X(1).                      CNB25700
017400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25700
017500     05  PSL-QUEUES                PIC ZZ,ZZ9.                    CNB25700
017600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25700
017700     05  PSL-ITEMS                 PIC Z,ZZZ,ZZ9.                 CNB25700
017800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25700
017900     05  PSL-BYTES                 PIC ZZZ,ZZZ,ZZ9.               CNB25700
018000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25700
018100     05  PSL-OLDEST                PIC ZZ,ZZ9.                    CNB25700
018200     05  FILLER                    PIC X(3) VALUE SPACES.         CNB25700
018300     05  PSL-AVG-AGE               PIC ZZ,ZZ9.                    CNB25700
018400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25700
018500     05  PSL-ENDED                 PIC ZZ,ZZ9.                    CNB25700
018600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25700
018700     05  PSL-AGED                  PIC ZZ,ZZ9.                    CNB25700
018800     05  FILLER                    PIC X(3) VALUE SPACES.         CNB25700
018900     05  PSL-DELETED               PIC ZZ,ZZ9.                    CNB25700
019000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25700
019100     05  PSL-FREED                 PIC ZZZ,ZZZ,ZZ9.               CNB25700
019200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25700
019300     05  PSL-HELD-OVER             PIC ZZ,ZZ9.                    CNB25700
019400     05  FILLER                    PIC X(20) VALUE SPACES.        CNB25700
019500 01  WS-PG-HDR-LINE.                                              CNB25700
019600     05  FILLER                    PIC X(44) VALUE                CNB25700
019700         'PROGRAM   PASSES  PEAK QUEUES  AVG QUEUES'.             CNB25700
019800     05  FILLER                    PIC X(44) VALUE                CNB25700
019900         'PEAK BYTES  OLDEST     ENDED      AGED   DEL'.          CNB25700
020000     05  FILLER                    PIC X(44) VALUE                CNB25700
020100         'ETED    BYTES FREED      HELD'.                         CNB25700
020200 01  WS-PG-LINE.                                                  CNB25700
020300     05  PGL-PROGRAM               PIC X(8).                      CNB25700
020400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25700
020500     05  PGL-PASSES                PIC ZZ,ZZ9.                    CNB25700
020600     05  FILLER                    PIC X(7) VALUE SPACES.         CNB25700
020700     05  PGL-PEAK-QUEUES           PIC ZZ,ZZ9.                    CNB25700
020800     05  FILLER                    PIC X(6) VALUE SPACES.         CNB25700
020900     05  PGL-AVG-QUEUES            PIC ZZ,ZZ9.                    CNB25700
021000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25700
021100     05  PGL-PEAK-BYTES            PIC ZZZ,ZZZ,ZZ9.               CNB25700
021200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25700
021300     05  PGL-OLDEST                PIC ZZ,ZZ9.                    CNB25700
021400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25700
021500     05  PGL-ENDED                 PIC Z,ZZZ,ZZ9.                 CNB25700
021600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25700
021700     05  PGL-AGED                  PIC Z,ZZZ,ZZ9.                 CNB25700
021800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25700
021900     05  PGL-DELETED               PIC Z,ZZZ,ZZ9.                 CNB25700
022000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25700
022100     05  PGL-FREED                 PIC ZZ,ZZZ,ZZZ,ZZ9.            CNB25700
022200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25700
022300     05  PGL-HELD-OVER             PIC Z,ZZZ,ZZ9.                 CNB25700
022400     05  FILLER                    PIC X(15) VALUE SPACES.        CNB25700
022500 01  WS-CNT-LINE.                                                 CNB25700
022600     05  CNT-LABEL                 PIC X(30).                     CNB25700
022700     05  CNT-VALUE                 PIC ZZ,ZZZ,ZZZ,ZZ9.            CNB25700
022800     05  FILLER                    PIC X(88) VALUE SPACES.        CNB25700
022900*                                                                 CNB25700
023000 PROCEDURE DIVISION.                                              CNB25700
023100 P0000-MAINLINE.                                                  CNB25700
023200     PERFORM P1000-INITIALIZE                                     CNB25700
023300     PERFORM P3000-USAGE-REPORT                                   CNB25700
023400     PERFORM P9000-TERMINATE                                      CNB25700
023500     GOBACK.                                                      CNB25700
023600*                                                                 CNB25700
023700 P1000-INITIALIZE.                                                CNB25700
023800     OPEN INPUT PARM-FILE                                         CNB25700
023900     IF NOT WS-PARM-OK                                            CNB25700
024000        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB25700
024100        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB25700
024200        PERFORM P9999-GOT-PROBLEM                                 CNB25700
024300     END-IF                                                       CNB25700
024400     READ PARM-FILE                                               CNB25700
024500     IF NOT WS-PARM-OK                                            CNB25700
024600        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB25700
024700        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB25700
024800        PERFORM P9999-GOT-PROBLEM                                 CNB25700
024900     END-IF                                                       CNB25700
025000     MOVE PARM-FUNC                TO WS-FUNC                     CNB25700
025100     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB25700
025200     MOVE PARM-REPORT-DATE         TO WS-REPORT-DATE              CNB25700
025300     IF PARM-KEEP-DAYS NUMERIC                                    CNB25700
025400        AND PARM-KEEP-DAYS > ZEROS                                CNB25700
025500        MOVE PARM-KEEP-DAYS        TO WS-KEEP-DAYS                CNB25700
025600     END-IF                                                       CNB25700
025700     CLOSE PARM-FILE                                              CNB25700
025800     IF NOT WS-FUNC-REPORT                                        CNB25700
025900        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB25700
026000        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB25700
026100        PERFORM P9999-GOT-PROBLEM                                 CNB25700
026200     END-IF                                                       CNB25700
026300     IF WS-RUN-DATE-TIME (1:10) NOT NUMERIC                       CNB25700
026400        MOVE 'P1000-BAD-DATE'      TO WS-ABEND-PARAGRAPH          CNB25700
026500        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB25700
026600        PERFORM P9999-GOT-PROBLEM                                 CNB25700
026700     END-IF                                                       CNB25700
026800     IF WS-REPORT-DATE NOT NUMERIC                                CNB25700
026900        MOVE WS-RUN-DATE-TIME (1:6) TO WS-REPORT-DATE             CNB25700
027000     END-IF                                                       CNB25700
027100     OPEN I-O TSQU-FILE                                           CNB25700
027200     IF NOT WS-TSQU-OK                                            CNB25700
027300        MOVE 'P1000-OPEN-TSQU'     TO WS-ABEND-PARAGRAPH          CNB25700
027400        MOVE WS-TSQU-STATUS        TO WS-ABEND-STATUS             CNB25700
027500        PERFORM P9999-GOT-PROBLEM                                 CNB25700
027600     END-IF                                                       CNB25700
027700     OPEN OUTPUT RPT-FILE                                         CNB25700
027800     IF NOT WS-RPT-OK                                             CNB25700
027900        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB25700
028000        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB25700
028100        PERFORM P9999-GOT-PROBLEM                                 CNB25700
028200     END-IF                                                       CNB25700
028300     MOVE WS-FUNC                  TO HDR-FUNC                    CNB25700
028400     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB25700
028500     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB25700
028600     MOVE WS-RUN-DATE-TIME (1:10)  TO WS-SERIAL-DATE-TIME         CNB25700
028700     PERFORM P8000-DATE-TO-SERIAL                                 CNB25700
028800     MOVE WS-SERIAL-DAYS           TO WS-DAYS-RUN                 CNB25700
028900     COMPUTE WS-DAYS-KEEP-CUT = WS-DAYS-RUN - WS-KEEP-DAYS.       CNB25700
029000*                                                                 CNB25700
029100 P3000-USAGE-REPORT.                                              CNB25700
029200     MOVE LOW-VALUES               TO TU-KEY                      CNB25700
029300     START TSQU-FILE KEY NOT < TU-KEY                             CNB25700
029400     IF NOT WS-TSQU-OK                                            CNB25700
029500        SET WS-EOF-INPUT TO TRUE                                  CNB25700
029600     END-IF                                                       CNB25700
029700     MOVE SPACES                   TO RPT-LINE                    CNB25700
029800     WRITE RPT-LINE                                               CNB25700
029900     MOVE 'SWEEPER PASSES FINDING QUEUES' TO TTL-TEXT             CNB25700
030000     MOVE WS-REPORT-DATE           TO TTL-DATE                    CNB25700
030100     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB25700
030200     WRITE RPT-LINE FROM WS-PS-HDR-LINE                           CNB25700
030300     PERFORM P3100-USAGE-RECORD THRU P3100-EXIT                   CNB25700
030400             UNTIL WS-EOF-INPUT                                   CNB25700
030500     MOVE SPACES                   TO RPT-LINE                    CNB25700
030600     WRITE RPT-LINE                                               CNB25700
030700     MOVE 'QUEUE USAGE BY PROGRAM       ' TO TTL-TEXT             CNB25700
030800     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB25700
030900     WRITE RPT-LINE FROM WS-PG-HDR-LINE                           CNB25700
031000     PERFORM P3500-PRINT-PROGRAM                                  CNB25700
031100             VARYING WS-PG-SUB FROM 1 BY 1                        CNB25700
031200             UNTIL WS-PG-SUB > WS-PG-COUNT                        CNB25700
031300     IF WS-HELD-COUNT > ZEROS                                     CNB25700
031400        MOVE 4 TO RETURN-CODE                                     CNB25700
031500     END-IF.                                                      CNB25700
031600*                                                                 CNB25700
031700 P3100-USAGE-RECORD.                                              CNB25700
031800     READ TSQU-FILE NEXT                                          CNB25700
031900          AT END                                                  CNB25700
032000             SET WS-EOF-INPUT TO TRUE                             CNB25700
032100     END-READ                                                     CNB25700
032200     IF WS-EOF-INPUT                                              CNB25700
032300        GO TO P3100-EXIT                                          CNB25700
032400     END-IF                                                       CNB25700
032500     ADD 1 TO WS-READ-COUNT                                       CNB25700
032600     IF TU-RUN-DATE-TIME (1:10) NOT NUMERIC                       CNB25700
032700        GO TO P3100-EXIT                                          CNB25700
032800     END-IF                                                       CNB25700
032900     MOVE TU-RUN-DATE-TIME (1:10)  TO WS-SERIAL-DATE-TIME         CNB25700
033000     PERFORM P8000-DATE-TO-SERIAL                                 CNB25700
033100     IF WS-SERIAL-DAYS < WS-DAYS-KEEP-CUT                         CNB25700
033200        PERFORM P3900-PURGE-ENTRY                                 CNB25700
033300        GO TO P3100-EXIT                                          CNB25700
033400     END-IF                                                       CNB25700
033500     IF TU-RUN-DATE-TIME (1:6) NOT = WS-REPORT-DATE               CNB25700
033600        GO TO P3100-EXIT                                          CNB25700
033700     END-IF                                                       CNB25700
033800     IF TU-RUN-DATE-TIME NOT = WS-LAST-PASS                       CNB25700
033900        ADD 1 TO WS-PASS-COUNT                                    CNB25700
034000        MOVE TU-RUN-DATE-TIME      TO WS-LAST-PASS                CNB25700
034100     END-IF                                                       CNB25700
034200     ADD TU-DELETED                TO WS-DELETED-COUNT            CNB25700
034300     ADD TU-FREED                  TO WS-FREED-TOTAL              CNB25700
034400     ADD TU-HELD-OVER              TO WS-HELD-COUNT               CNB25700
034500     PERFORM P3200-TOTAL-PROGRAM THRU P3200-EXIT                  CNB25700
034600     IF TU-QUEUES = ZEROS                                         CNB25700
034700        GO TO P3100-EXIT                                          CNB25700
034800     END-IF                                                       CNB25700
034900     ADD 1 TO WS-DETAIL-COUNT                                     CNB25700
035000     MOVE TU-RUN-DATE-TIME (7:2)   TO PSL-HH                      CNB25700
035100     MOVE TU-RUN-DATE-TIME (9:2)   TO PSL-MIN                     CNB25700
035200     MOVE TU-RUN-DATE-TIME (11:2)  TO PSL-SS                      CNB25700
035300     MOVE TU-PROGRAM               TO PSL-PROGRAM                 CNB25700
035400     MOVE TU-MODE                  TO PSL-MODE                    CNB25700
035500     MOVE TU-QUEUES                TO PSL-QUEUES                  CNB25700
035600     MOVE TU-ITEMS                 TO PSL-ITEMS                   CNB25700
035700     MOVE TU-BYTES                 TO PSL-BYTES                   CNB25700
035800     MOVE TU-OLDEST                TO PSL-OLDEST                  CNB25700
035900     DIVIDE TU-AGE-TOTAL BY TU-QUEUES GIVING WS-AVG-AGE           CNB25700
036000     MOVE WS-AVG-AGE               TO PSL-AVG-AGE                 CNB25700
036100     MOVE TU-ENDED                 TO PSL-ENDED                   CNB25700
036200     MOVE TU-AGED                  TO PSL-AGED                    CNB25700
036300     MOVE TU-DELETED               TO PSL-DELETED                 CNB25700
036400     MOVE TU-FREED                 TO PSL-FREED                   CNB25700
036500     MOVE TU-HELD-OVER             TO PSL-HELD-OVER               CNB25700
036600     WRITE RPT-LINE FROM WS-PS-LINE.                              CNB25700
036700 P3100-EXIT.                                                      CNB25700
036800     EXIT.                                                        CNB25700
036900*                                                                 CNB25700
037000 P3200-TOTAL-PROGRAM.                                             CNB25700
037100     MOVE ZEROS                    TO WS-PG-AT                    CNB25700
037200     MOVE 1                        TO WS-PG-INS-AT                CNB25700
037300     PERFORM P3210-FIND-PROGRAM                                   CNB25700
037400             VARYING WS-PG-SUB FROM 1 BY 1                        CNB25700
037500             UNTIL WS-PG-SUB > WS-PG-COUNT                        CNB25700
037600                OR WS-PG-AT > ZEROS                               CNB25700
037700     IF WS-PG-AT = ZEROS                                          CNB25700
037800        IF WS-PG-COUNT NOT < WS-PG-MAX                            CNB25700
037900           ADD 1 TO WS-OVER-COUNT                                 CNB25700
038000           GO TO P3200-EXIT                                       CNB25700
038100        END-IF                                                    CNB25700
038200        PERFORM P3220-SHIFT-PROGRAM                               CNB25700
038300                VARYING WS-PG-SUB FROM WS-PG-COUNT BY -1          CNB25700
038400                UNTIL WS-PG-SUB < WS-PG-INS-AT                    CNB25700
038500        ADD 1 TO WS-PG-COUNT                                      CNB25700
038600        MOVE WS-PG-INS-AT          TO WS-PG-AT                    CNB25700
038700        MOVE TU-PROGRAM            TO WS-PG-PROGRAM (WS-PG-AT)    CNB25700
038800        MOVE ZEROS                 TO WS-PG-PASSES (WS-PG-AT)     CNB25700
038900                                      WS-PG-QUEUES (WS-PG-AT)     CNB25700
039000                                      WS-PG-PEAK-QUEUES (WS-PG-AT)CNB25700
039100                                      WS-PG-PEAK-BYTES (WS-PG-AT) CNB25700
039200                                      WS-PG-OLDEST (WS-PG-AT)     CNB25700
039300                                      WS-PG-ENDED (WS-PG-AT)      CNB25700
039400                                      WS-PG-AGED (WS-PG-AT)       CNB25700
039500                                      WS-PG-DELETED (WS-PG-AT)    CNB25700
039600                                      WS-PG-FREED (WS-PG-AT)      CNB25700
039700                                      WS-PG-HELD-OVER (WS-PG-AT)  CNB25700
039800     END-IF                                                       CNB25700
039900     ADD 1                         TO WS-PG-PASSES (WS-PG-AT)     CNB25700
040000     ADD TU-QUEUES                 TO WS-PG-QUEUES (WS-PG-AT)     CNB25700
040100     IF TU-QUEUES > WS-PG-PEAK-QUEUES (WS-PG-AT)                  CNB25700
040200        MOVE TU-QUEUES             TO WS-PG-PEAK-QUEUES (WS-PG-AT)CNB25700
040300     END-IF                                                       CNB25700
040400     IF TU-BYTES > WS-PG-PEAK-BYTES (WS-PG-AT)                    CNB25700
040500        MOVE TU-BYTES              TO WS-PG-PEAK-BYTES (WS-PG-AT) CNB25700
040600     END-IF                                                       CNB25700
040700     IF TU-OLDEST > WS-PG-OLDEST (WS-PG-AT)                       CNB25700
040800        MOVE TU-OLDEST             TO WS-PG-OLDEST (WS-PG-AT)     CNB25700
040900     END-IF                                                       CNB25700
041000     ADD TU-ENDED                  TO WS-PG-ENDED (WS-PG-AT)      CNB25700
041100     ADD TU-AGED                   TO WS-PG-AGED (WS-PG-AT)       CNB25700
041200     ADD TU-DELETED                TO WS-PG-DELETED (WS-PG-AT)    CNB25700
041300     ADD TU-FREED                  TO WS-PG-FREED (WS-PG-AT)      CNB25700
041400     ADD TU-HELD-OVER              TO WS-PG-HELD-OVER (WS-PG-AT). CNB25700
041500 P3200-EXIT.                                                      CNB25700
041600     EXIT.                                                        CNB25700
041700*                                                                 CNB25700
041800 P3210-FIND-PROGRAM.                                              CNB25700
041900     IF WS-PG-PROGRAM (WS-PG-SUB) = TU-PROGRAM                    CNB25700
042000        MOVE WS-PG-SUB             TO WS-PG-AT                    CNB25700
042100     ELSE                                                         CNB25700
042200        IF WS-PG-PROGRAM (WS-PG-SUB) < TU-PROGRAM                 CNB25700
042300           COMPUTE WS-PG-INS-AT = WS-PG-SUB + 1                   CNB25700
042400        END-IF                                                    CNB25700
042500     END-IF.                                                      CNB25700
042600*                                                                 CNB25700
042700 P3220-SHIFT-PROGRAM.                                             CNB25700
042800     COMPUTE WS-PG-SUB2 = WS-PG-SUB + 1                           CNB25700
042900     MOVE WS-PG-ENTRY (WS-PG-SUB)  TO WS-PG-ENTRY (WS-PG-SUB2).   CNB25700
043000*                                                                 CNB25700
043100 P3500-PRINT-PROGRAM.                                             CNB25700
043200     MOVE WS-PG-PROGRAM (WS-PG-SUB) TO PGL-PROGRAM                CNB25700
043300     MOVE WS-PG-PASSES (WS-PG-SUB) TO PGL-PASSES                  CNB25700
043400     MOVE WS-PG-PEAK-QUEUES (WS-PG-SUB) TO PGL-PEAK-QUEUES        CNB25700
043500     DIVIDE WS-PG-QUEUES (WS-PG-SUB) BY WS-PG-PASSES (WS-PG-SUB)  CNB25700
043600            GIVING WS-AVG-QUEUES ROUNDED                          CNB25700
043700     MOVE WS-AVG-QUEUES            TO PGL-AVG-QUEUES              CNB25700
043800     MOVE WS-PG-PEAK-BYTES (WS-PG-SUB) TO PGL-PEAK-BYTES          CNB25700
043900     MOVE WS-PG-OLDEST (WS-PG-SUB) TO PGL-OLDEST                  CNB25700
044000     MOVE WS-PG-ENDED (WS-PG-SUB)  TO PGL-ENDED                   CNB25700
044100     MOVE WS-PG-AGED (WS-PG-SUB)   TO PGL-AGED                    CNB25700
044200     MOVE WS-PG-DELETED (WS-PG-SUB) TO PGL-DELETED                CNB25700
044300     MOVE WS-PG-FREED (WS-PG-SUB)  TO PGL-FREED                   CNB25700
044400     MOVE WS-PG-HELD-OVER (WS-PG-SUB) TO PGL-HELD-OVER            CNB25700
044500     WRITE RPT-LINE FROM WS-PG-LINE.                              CNB25700
044600*                                                                 CNB25700
044700 P3900-PURGE-ENTRY.                                               CNB25700
044800     DELETE TSQU-FILE RECORD                                      CNB25700
044900     IF NOT WS-TSQU-OK                                            CNB25700
045000        MOVE 'P3900-DEL-TSQU'      TO WS-ABEND-PARAGRAPH          CNB25700
045100        MOVE WS-TSQU-STATUS        TO WS-ABEND-STATUS             CNB25700
045200        PERFORM P9999-GOT-PROBLEM                                 CNB25700
045300     END-IF                                                       CNB25700
045400     ADD 1 TO WS-PURGE-COUNT.                                     CNB25700
045500*                                                                 CNB25700
045600 P8000-DATE-TO-SERIAL.                                            CNB25700
045700*    DAYS FROM 01/01/00 TO THE YYMMDD IN WS-SERIAL-DATE-TIME.     CNB25700
045800     DIVIDE WS-SD-YY BY 4 GIVING WS-LEAP-QUOT                     CNB25700
045900            REMAINDER WS-LEAP-REM                                 CNB25700
046000     COMPUTE WS-SERIAL-DAYS = (WS-SD-YY * 365) + WS-LEAP-QUOT     CNB25700
046100           + WS-CUM-MON (WS-SD-MM) + WS-SD-DD                     CNB25700
046200     IF WS-LEAP-REM = ZEROS                                       CNB25700
046300        AND WS-SD-MM < 3                                          CNB25700
046400        SUBTRACT 1 FROM WS-SERIAL-DAYS                            CNB25700
046500     END-IF.                                                      CNB25700
046600*                                                                 CNB25700
046700 P9000-TERMINATE.                                                 CNB25700
046800     MOVE SPACES                   TO RPT-LINE                    CNB25700
046900     WRITE RPT-LINE                                               CNB25700
047000     MOVE 'USAGE ENTRIES READ ........' TO CNT-LABEL              CNB25700
047100     MOVE WS-READ-COUNT            TO CNT-VALUE                   CNB25700
047200     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25700
047300     MOVE 'SWEEPER PASSES ON DATE ....' TO CNT-LABEL              CNB25700
047400     MOVE WS-PASS-COUNT            TO CNT-VALUE                   CNB25700
047500     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25700
047600     MOVE 'PASS LINES PRINTED ........' TO CNT-LABEL              CNB25700
047700     MOVE WS-DETAIL-COUNT          TO CNT-VALUE                   CNB25700
047800     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25700
047900     MOVE 'QUEUES DELETED ............' TO CNT-LABEL              CNB25700
048000     MOVE WS-DELETED-COUNT         TO CNT-VALUE                   CNB25700
048100     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25700
048200     MOVE 'BYTES FREED ...............' TO CNT-LABEL              CNB25700
048300     MOVE WS-FREED-TOTAL           TO CNT-VALUE                   CNB25700
048400     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25700
048500     MOVE 'QUEUES HELD OVER ..........' TO CNT-LABEL              CNB25700
048600     MOVE WS-HELD-COUNT            TO CNT-VALUE                   CNB25700
048700     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25700
048800     IF WS-OVER-COUNT > ZEROS                                     CNB25700
048900        MOVE 'NOT TOTALLED - TABLE FULL .' TO CNT-LABEL           CNB25700
049000        MOVE WS-OVER-COUNT         TO CNT-VALUE                   CNB25700
049100        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25700
049200     END-IF                                                       CNB25700
049300     MOVE 'PURGED FROM TSQUSE ........' TO CNT-LABEL              CNB25700
049400     MOVE WS-PURGE-COUNT           TO CNT-VALUE                   CNB25700
049500     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25700
049600     CLOSE TSQU-FILE                                              CNB25700
049700           RPT-FILE.                                              CNB25700
049800*                                                                 CNB25700
049900 P9999-GOT-PROBLEM.                                               CNB25700
050000     MOVE 'CNB257'                 TO XE-PROGRAM                  CNB25700
050100     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB25700
050200     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB25700
050300     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB25700
050400     DISPLAY 'CNB257 ABEND IN ' WS-ABEND-PARAGRAPH                CNB25700
050500              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB25700
050600     MOVE 16 TO RETURN-CODE                                       CNB25700
050700     GOBACK.                                                      CNB25700
