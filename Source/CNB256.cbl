000100 IDENTIFICATION DIVISION.                                         CNB25600
000200 PROGRAM-ID. CNB256.                                              CNB25600
000300*AUTHOR.     JMC.                                                 CNB25600
000400*DATE-WRITTEN. 10/15/26.                                          CNB25600
000500*REMARKS.                                                         CNB25600
000600*    CENTRAL ERROR LOG - DAILY DIGEST AND HELP DESK INQUIRY.      CNB25600
000700*    EVERY BATCH PROGRAM PASSES ITS ERROR FIELDS TO CNB256X FROM  CNB25600
000760*    P9999-GOT-PROBLEM (COMMAREA WSERRLOG), AND EVERY ONLINE      CNB25600
000820*    PROGRAM WRITES THE SAME RECORD ITSELF (P9995-WRITE-ERRLOG),  CNB25600
000880*    SO EACH ERROR IS ON ERRLOG WITH THE PROGRAM, PARAGRAPH, KEY, CNB25600
000940*    FILE STATUS, USER, TERMINAL AND TIME AFTER THE SCREEN IS     CNB25600
001000*    CLEARED.                                                     CNB25600
001100*    AN ERROR SIGNATURE IS THE PROGRAM, PARAGRAPH AND STATUS.     CNB25600
001200*    FUNCTIONS FROM THE PARM CARD:                                CNB25600
001300*      DIGEST  - THE REPORT DATE'S ERRORS (PARM REPORT-DATE       CNB25600
001400*                YYMMDD, BLANK = THE RUN DATE) BY PROGRAM AND     CNB25600
001500*                PARAGRAPH, WITH THE COUNT BEFORE THE REPORT DATE CNB25600
001600*                STILL ON FILE; A SIGNATURE NEVER SEEN BEFORE IS  CNB25600
001700*                MARKED NEW.  THEN THE REPEAT OFFENDERS - THE SAMECNB25600
001800*                SIGNATURE ON THE SAME KEY, HIT ON THE REPORT DATECNB25600
001900*                AND AT LEAST REPEAT-MIN TIMES (DEFAULT 3) IN ALL.CNB25600
002000*                ENTRIES OLDER THAN KEEP-DAYS (DEFAULT 90) ARE    CNB25600
002100*                PURGED ON THE SAME PASS.  RC 4 WHEN ANY SIGNATURECNB25600
002200*                IS NEW.                                          CNB25600
002300*      INQUIRY - LISTS THE LOG FROM PARM FROM-DATE YYMMDD (BLANK =CNB25600
002400*                ALL ON FILE) FOR PARM PROGRAM, USER AND TERMINAL,CNB25600
002500*                EACH OPTIONAL, FOR THE HELP DESK.                CNB25600
002600*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB25600
002700*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB25600
002800*                                                                 CNB25600
002900 ENVIRONMENT DIVISION.                                            CNB25600
003000 CONFIGURATION SECTION.                                           CNB25600
003100 SOURCE-COMPUTER.  IBM-370.                                       CNB25600
003200 OBJECT-COMPUTER.  IBM-370.                                       CNB25600
003300 INPUT-OUTPUT SECTION.                                            CNB25600
003400 FILE-CONTROL.                                                    CNB25600
003500     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB25600
003600            ORGANIZATION  SEQUENTIAL                              CNB25600
003700            FILE STATUS   WS-PARM-STATUS.                         CNB25600
003800     SELECT ELOG-FILE    ASSIGN TO ERRLOG                         CNB25600
003900            ORGANIZATION  INDEXED                                 CNB25600
004000            ACCESS MODE   DYNAMIC                                 CNB25600
004100            RECORD KEY    ELOG-KEY                                CNB25600
004200            FILE STATUS   WS-ELOG-STATUS.                         CNB25600
004300     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB25600
004400            ORGANIZATION  LINE SEQUENTIAL                         CNB25600
004500            FILE STATUS   WS-RPT-STATUS.                          CNB25600
004600*                                                                 CNB25600
004700 DATA DIVISION.                                                   CNB25600
004800 FILE SECTION.                                                    CNB25600
004900 FD  PARM-FILE                                                    CNB25600
005000     RECORD CONTAINS 80 CHARACTERS.                               CNB25600
005100 01  WS-PARM-RECORD.                                              CNB25600
005200     05  PARM-FUNC                 PIC X(8).                      CNB25600
005300     05  PARM-DATE-TIME            PIC X(12).                     CNB25600
005400     05  PARM-REPORT-DATE          PIC X(6).                      CNB25600
005500     05  PARM-KEEP-DAYS            PIC X(3).                      CNB25600
005600     05  PARM-REPEAT-MIN           PIC X(2).                      CNB25600
005700     05  PARM-PROGRAM              PIC X(8).                      CNB25600
005800     05  PARM-FROM-DATE            PIC X(6).                      CNB25600
005900     05  PARM-USER                 PIC X(8).                      CNB25600
006000     05  PARM-TERMINAL             PIC X(4).                      CNB25600
006100     05  FILLER                    PIC X(23).                     CNB25600
006200 FD  ELOG-FILE                                                    CNB25600
006300     RECORD CONTAINS 250 CHARACTERS.                              CNB25600
006400 01  ELOG-RECORD.                                                 CNB25600
006500     05  ELOG-KEY.                                                CNB25600
006600*        YYMMDDHHMMSS:                                            CNB25600
006700         10  ELOG-DATE-TIME        PIC X(12).                     CNB25600
006800         10  ELOG-HUNDREDTHS       PIC X(2).                      CNB25600
006900         10  ELOG-PROGRAM          PIC X(8).                      CNB25600
007000         10  ELOG-SEQ              PIC 9(2).                      CNB25600
007100     05  ELOG-SOURCE               PIC X(1).                      CNB25600
007200         88  ELOG-ONLINE                  VALUE 'O'.              CNB25600
007300     05  ELOG-PARAGRAPH            PIC X(30).                     CNB25600
007400     05  ELOG-ERR-KEY              PIC X(60).                     CNB25600
007500     05  ELOG-FSTAT                PIC X(4).                      CNB25600
007600     05  ELOG-FILE-NAME            PIC X(8).                      CNB25600
007700     05  ELOG-SENTENCE             PIC X(80).                     CNB25600
007800     05  ELOG-USER                 PIC X(8).                      CNB25600
007900     05  ELOG-TERMINAL             PIC X(4).                      CNB25600
008000     05  ELOG-TRAN                 PIC X(4).                      CNB25600
008100     05  FILLER                    PIC X(27).                     CNB25600
008200 FD  RPT-FILE                                                     CNB25600
008300     RECORD CONTAINS 132 CHARACTERS.                              CNB25600
008400 01  RPT-LINE                      PIC X(132).                    CNB25600
008500*                                                                 CNB25600
008600 WORKING-STORAGE SECTION.                                         CNB25600
008700 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB25600
008800     88  WS-PARM-OK                       VALUE '00'.             CNB25600
008900 01  WS-ELOG-STATUS                PIC XX VALUE SPACES.           CNB25600
009000     88  WS-ELOG-OK                       VALUE '00'.             CNB25600
009100 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB25600
009200     88  WS-RPT-OK                        VALUE '00'.             CNB25600
009300 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB25600
009400 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB25600
009500 COPY WSERRLOG.                                                   CNB25600
009600 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB25600
009700     88  WS-FUNC-DIGEST                   VALUE 'DIGEST'.         CNB25600
009800     88  WS-FUNC-INQUIRY                  VALUE 'INQUIRY'.        CNB25600
009900 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB25600
010000 01  WS-REPORT-DATE                PIC X(6) VALUE SPACES.         CNB25600
010100 01  WS-KEEP-DAYS                  PIC 9(3) VALUE 90.             CNB25600
010200 01  WS-REPEAT-MIN                 PIC 9(2) VALUE 3.              CNB25600
010300 01  WS-PROGRAM                    PIC X(8) VALUE SPACES.         CNB25600
010400 01  WS-FROM-DATE                  PIC X(6) VALUE SPACES.         CNB25600
010500 01  WS-USER                       PIC X(8) VALUE SPACES.         CNB25600
010600 01  WS-TERMINAL                   PIC X(4) VALUE SPACES.         CNB25600
010700 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB25600
010800     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB25600
010900 01  WS-DAYS-RUN                   PIC S9(7) COMP VALUE ZEROS.    CNB25600
011000 01  WS-DAYS-KEEP-CUT              PIC S9(7) COMP VALUE ZEROS.    CNB25600
011100 01  WS-READ-COUNT                 PIC 9(7) VALUE ZEROS.          CNB25600
011200 01  WS-DAY-COUNT                  PIC 9(7) VALUE ZEROS.          CNB25600
011300 01  WS-DAY-ONLINE-COUNT           PIC 9(7) VALUE ZEROS.          CNB25600
011400 01  WS-NEW-COUNT                  PIC 9(7) VALUE ZEROS.          CNB25600
011500 01  WS-REPEAT-COUNT               PIC 9(7) VALUE ZEROS.          CNB25600
011600 01  WS-OVER-COUNT                 PIC 9(7) VALUE ZEROS.          CNB25600
011700 01  WS-PURGE-COUNT                PIC 9(7) VALUE ZEROS.          CNB25600
011800 01  WS-INQ-COUNT                  PIC 9(7) VALUE ZEROS.          CNB25600
011900 01  WS-LEAP-QUOT                  PIC S9(4) COMP VALUE ZEROS.    CNB25600
012000 01  WS-LEAP-REM                   PIC S9(4) COMP VALUE ZEROS.    CNB25600
012100 01  WS-SERIAL-DAYS                PIC S9(7) COMP VALUE ZEROS.    CNB25600
012200 01  WS-SERIAL-DATE-TIME.                                         CNB25600
012300     05  WS-SD-YY                  PIC 9(2).                      CNB25600
012400     05  WS-SD-MM                  PIC 9(2).                      CNB25600
012500     05  WS-SD-DD                  PIC 9(2).                      CNB25600
012600     05  WS-SD-HH                  PIC 9(2).                      CNB25600
012700     05  WS-SD-MIN                 PIC 9(2).                      CNB25600
012800 01  WS-CUM-DAYS-TABLE.                                           CNB25600
012900     05  FILLER                    PIC X(36) VALUE                CNB25600
013000         '000031059090120151181212243273304334'.                  CNB25600
013100 01  WS-CUM-DAYS REDEFINES WS-CUM-DAYS-TABLE.                     CNB25600
013200     05  WS-CUM-MON OCCURS 12 TIMES PIC 9(3).                     CNB25600
013300*    ERROR SIGNATURES ON FILE THROUGH THE REPORT DATE, IN         CNB25600
013400*    PROGRAM / PARAGRAPH / STATUS ORDER.                          CNB25600
013500 01  WS-SG-MAX                     PIC S9(4) COMP VALUE 500.      CNB25600
013600 01  WS-SG-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB25600
013700 01  WS-SG-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB25600
013800 01  WS-SG-SUB2                    PIC S9(4) COMP VALUE ZEROS.    CNB25600
013900 01  WS-SG-AT                      PIC S9(4) COMP VALUE ZEROS.    CNB25600
014000 01  WS-SG-INS-AT                  PIC S9(4) COMP VALUE ZEROS.    CNB25600
014100 01  WS-SG-NEW-KEY.                                               CNB25600
014200     05  WS-SG-NEW-PROGRAM         PIC X(8).                      CNB25600
014300     05  WS-SG-NEW-PARAGRAPH       PIC X(30).                     CNB25600
014400     05  WS-SG-NEW-FSTAT           PIC X(4).                      CNB25600
014500 01  WS-SG-TABLE.                                                 CNB25600
014600     05  WS-SG-ENTRY OCCURS 500 TIMES.                            CNB25600
014700         10  WS-SG-KEY.                                           CNB25600
014800             15  WS-SG-PROGRAM     PIC X(8).                      CNB25600
014900             15  WS-SG-PARAGRAPH   PIC X(30).                     CNB25600
015000             15  WS-SG-FSTAT       PIC X(4).                      CNB25600
015100         10  WS-SG-FIRST-DATE      PIC X(6).                      CNB25600
015200         10  WS-SG-PRIOR           PIC 9(5).                      CNB25600
015300         10  WS-SG-DAY             PIC 9(5).                      CNB25600
015400         10  WS-SG-DAY-ONLINE      PIC 9(5).                      CNB25600
015500*    THE SAME SIGNATURES BROKEN DOWN BY THE KEY IN ERROR.         CNB25600
015600 01  WS-SK-MAX                     PIC S9(4) COMP VALUE 2000.     CNB25600
015700 01  WS-SK-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB25600
015800 01  WS-SK-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB25600
015900 01  WS-SK-SUB2                    PIC S9(4) COMP VALUE ZEROS.    CNB25600
016000 01  WS-SK-AT                      PIC S9(4) COMP VALUE ZEROS.    CNB25600
016100 01  WS-SK-INS-AT                  PIC S9(4) COMP VALUE ZEROS.    CNB25600
016200 01  WS-SK-NEW-KEY.                                               CNB25600
016300     05  WS-SK-NEW-SIG             PIC X(42).                     CNB25600
016400     05  WS-SK-NEW-ERR-KEY         PIC X(60).                     CNB25600
016500 01  WS-SK-TABLE.                                                 CNB25600
016600     05  WS-SK-ENTRY OCCURS 2000 TIMES.                           CNB25600
016700         10  WS-SK-KEY.                                           CNB25600
016800             15  WS-SK-SIG.                                       CNB25600
016900                 20  WS-SK-PROGRAM PIC X(8).                      CNB25600
017000                 20  WS-SK-PARAGRAPH PIC X(30).                   CNB25600
017100                 20  WS-SK-FSTAT   PIC X(4).                      CNB25600
017200             15  WS-SK-ERR-KEY     PIC X(60).                     CNB25600
017300         10  WS-SK-TOTAL           PIC 9(5).                      CNB25600
017400         10  WS-SK-DAY             PIC 9(5).                      CNB25600
017500         10  WS-SK-LAST-USER       PIC X(8).                      CNB25600
017600         10  WS-SK-LAST-TERMINAL   PIC X(4).                      CNB25600
017700 01  WS-BREAK-PROGRAM              PIC X(8) VALUE SPACES.         CNB25600
017800 01  WS-PGM-DAY                    PIC 9(7) VALUE ZEROS.          CNB25600
017900*    A LOG TIME AS PRINTED, YY/MM/DD HH:MM:SS.                    CNB25600
018000 01  WS-STAMP.                                                    CNB25600
018100     05  WS-STAMP-YY               PIC X(2).                      CNB25600
018200     05  FILLER                    PIC X(1) VALUE '/'.            CNB25600
018300     05  WS-STAMP-MM               PIC X(2).                      CNB25600
018400     05  FILLER                    PIC X(1) VALUE '/'.            CNB25600
018500     05  WS-STAMP-DD               PIC X(2).                      CNB25600
018600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25600
018700     05  WS-STAMP-HH               PIC X(2).                      CNB25600
018800     05  FILLER                    PIC X(1) VALUE ':'.            CNB25600
018900     05  WS-STAMP-MIN              PIC X(2).                      CNB25600
019000     05  FILLER                    PIC X(1) VALUE ':'.            CNB25600
019100     05  WS-STAMP-SS               PIC X(2).                      CNB25600
019200 01  WS-STAMP-IN                   PIC X(12) VALUE SPACES.        CNB25600
019300 01  WS-HDR-LINE.                                                 CNB25600
019400     05  FILLER                PIC X(38)  VALUE                   CNB25600
019500         'CNB256 - CENTRAL ERROR LOG            '.                CNB25600
019600     05  FILLER                PIC X(2)   VALUE SPACES.           CNB25600
019700     05  HDR-FUNC              PIC X(8).                          CNB25600
019800     05  FILLER                PIC X(2)   VALUE SPACES.           CNB25600
019900     05  HDR-DATE-TIME         PIC X(12).                         CNB25600
020000     05  FILLER                PIC X(70)  VALUE SPACES.           CNB25600
020100 01  WS-TITLE-LINE.                                               CNB25600
020200     05  TTL-TEXT                  PIC X(30).                     CNB25600
020300     05  TTL-DATE                  PIC X(6).                      CNB25600
020400     05  FILLER                    PIC X(96) VALUE SPACES.        CNB25600
020500 01  WS-SG-HDR-LINE.                                              CNB25600
020600     05  FILLER                    PIC X(44) VALUE                CNB25600
020700         'PROGRAM   PARAGRAPH                       ST'.          CNB25600
020800     05  FILLER                    PIC X(44) VALUE                CNB25600
020900         'AT   TODAY  ONLINE   PRIOR  FIRST SEEN'.                CNB25600
021000     05  FILLER                    PIC X(44) VALUE SPACES.        CNB25600
021100 01  WS-SG-LINE.                                                  CNB25600
021200     05  SGL-PROGRAM               PIC X(8).                      CNB25600
021300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25600
021400     05  SGL-PARAGRAPH             PIC X(30).                     CNB25600
021500     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25600
021600     05  SGL-FSTAT                 PIC X(4).                      CNB25600
021700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25600
021800     05  SGL-DAY                   PIC ZZ,ZZ9.                    CNB25600
021900     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25600
022000     05  SGL-ONLINE                PIC ZZ,ZZ9.                    CNB25600
022100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25600
022200     05  SGL-PRIOR                 PIC ZZ,ZZ9.                    CNB25600
022300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25600
022400     05  SGL-FIRST-DATE            PIC X(8).                      CNB25600
022500     05  FILLER                    PIC X(3) VALUE SPACES.         CNB25600
022600     05  SGL-FLAG                  PIC X(14).                     CNB25600
022700     05  FILLER                    PIC X(35) VALUE SPACES.        CNB25600
022800 01  WS-PGM-TOTAL-LINE.                                           CNB25600
022900     05  FILLER                    PIC X(10) VALUE SPACES.        CNB25600
023000     05  PTL-TEXT                  PIC X(36).                     CNB25600
023100     05  PTL-DAY                   PIC ZZ,ZZ9.                    CNB25600
023200     05  FILLER                    PIC X(80) VALUE SPACES.        CNB25600
023300 01  WS-SK-HDR-LINE.                                              CNB25600
023400     05  FILLER                    PIC X(44) VALUE                CNB25600
023500         'PROGRAM   PARAGRAPH                       ST'.          CNB25600
023600     05  FILLER                    PIC X(44) VALUE                CNB25600
023700         'AT  KEY'.                                               CNB25600
023800     05  FILLER                    PIC X(44) VALUE                CNB25600
023900         '  TODAY   TOTAL  USER     TERM'.                        CNB25600
024000 01  WS-SK-LINE.                                                  CNB25600
024100     05  SKL-PROGRAM               PIC X(8).                      CNB25600
024200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25600
024300     05  SKL-PARAGRAPH             PIC X(30).                     CNB25600
024400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25600
024500     05  SKL-FSTAT                 PIC X(4).                      CNB25600
024600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25600
024700     05  SKL-ERR-KEY               PIC X(40).                     CNB25600
024800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25600
024900     05  SKL-DAY                   PIC ZZ,ZZ9.                    CNB25600
025000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25600
025100     05  SKL-TOTAL                 PIC ZZ,ZZ9.                    CNB25600
025200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25600
025300     05  SKL-LAST-USER             PIC X(8).                      CNB25600
025400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25600
025500     05  SKL-LAST-TERMINAL         PIC X(4).                      CNB25600
025600     05  FILLER                    PIC X(14) VALUE SPACES.        CNB25600
025700 01  WS-INQ-HDR-LINE.                                             CNB25600
025800     05  FILLER                    PIC X(44) VALUE                CNB25600
025900         'LOGGED             PROGRAM   PARAGRAPH      '.          CNB25600
026000     05  FILLER                    PIC X(44) VALUE                CNB25600
026100         '                 STAT  FILE      USER     TE'.          CNB25600
026200     05  FILLER                    PIC X(44) VALUE                CNB25600
026300         'RM TRAN  KEY'.                                          CNB25600
026400 01  WS-INQ-LINE.                                                 CNB25600
026500     05  INQ-LOGGED                PIC X(17).                     CNB25600
026600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25600
026700     05  INQ-PROGRAM               PIC X(8).                      CNB25600
026800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25600
026900     05  INQ-PARAGRAPH             PIC X(30).                     CNB25600
027000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25600
027100     05  INQ-FSTAT                 PIC X(4).                      CNB25600
027200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25600
027300     05  INQ-FILE-NAME             PIC X(8).                      CNB25600
027400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25600
027500     05  INQ-USER                  PIC X(8).                      CNB25600
027600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25600
027700     05  INQ-TERMINAL              PIC X(4).                      CNB25600
027800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25600
027900     05  INQ-TRAN                  PIC X(4).                      CNB25600
028000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25600
028100     05  INQ-ERR-KEY               PIC X(35).                     CNB25600
028200 01  WS-INQ-TEXT-LINE.                                            CNB25600
028300     05  FILLER                    PIC X(21) VALUE SPACES.        CNB25600
028400     05  ITX-SENTENCE              PIC X(80).                     CNB25600
028500     05  FILLER                    PIC X(31) VALUE SPACES.        CNB25600
028600 01  WS-CNT-LINE.                                                 CNB25600
028700     05  CNT-LABEL                 PIC X(30).                     CNB25600
028800     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB25600
028900     05  FILLER                    PIC X(95) VALUE SPACES.        CNB25600
029000*                                                                 CNB25600
029100 PROCEDURE DIVISION.                                              CNB25600
029200 P0000-MAINLINE.                                                  CNB25600
029300     PERFORM P1000-INITIALIZE                                     CNB25600
029400     IF WS-FUNC-DIGEST                                            CNB25600
029500        PERFORM P3000-DAILY-DIGEST                                CNB25600
029600     ELSE                                                         CNB25600
029700        PERFORM P4000-HELP-DESK-INQUIRY                           CNB25600
029800     END-IF                                                       CNB25600
029900     PERFORM P9000-TERMINATE                                      CNB25600
030000     GOBACK.                                                      CNB25600
030100*                                                                 CNB25600
030200 P1000-INITIALIZE.                                                CNB25600
030300     OPEN INPUT PARM-FILE                                         CNB25600
030400     IF NOT WS-PARM-OK                                            CNB25600
030500        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB25600
030600        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB25600
030700        PERFORM P9999-GOT-PROBLEM                                 CNB25600
030800     END-IF                                                       CNB25600
030900     READ PARM-FILE                                               CNB25600
031000     IF NOT WS-PARM-OK                                            CNB25600
031100        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB25600
031200        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB25600
031300        PERFORM P9999-GOT-PROBLEM                                 CNB25600
031400     END-IF                                                       CNB25600
031500     MOVE PARM-FUNC                TO WS-FUNC                     CNB25600
031600     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB25600
031700     MOVE PARM-REPORT-DATE         TO WS-REPORT-DATE              CNB25600
031800     IF PARM-KEEP-DAYS NUMERIC                                    CNB25600
031900        MOVE PARM-KEEP-DAYS        TO WS-KEEP-DAYS                CNB25600
032000     END-IF                                                       CNB25600
032100     IF PARM-REPEAT-MIN NUMERIC                                   CNB25600
032200        AND PARM-REPEAT-MIN > ZEROS                               CNB25600
032300        MOVE PARM-REPEAT-MIN       TO WS-REPEAT-MIN               CNB25600
032400     END-IF                                                       CNB25600
032500     MOVE PARM-PROGRAM             TO WS-PROGRAM                  CNB25600
032600     MOVE PARM-FROM-DATE           TO WS-FROM-DATE                CNB25600
032700     MOVE PARM-USER                TO WS-USER                     CNB25600
032800     MOVE PARM-TERMINAL            TO WS-TERMINAL                 CNB25600
032900     CLOSE PARM-FILE                                              CNB25600
033000     IF NOT WS-FUNC-DIGEST AND NOT WS-FUNC-INQUIRY                CNB25600
033100        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB25600
033200        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB25600
033300        PERFORM P9999-GOT-PROBLEM                                 CNB25600
033400     END-IF                                                       CNB25600
033500     IF WS-RUN-DATE-TIME (1:10) NOT NUMERIC                       CNB25600
033600        MOVE 'P1000-BAD-DATE'      TO WS-ABEND-PARAGRAPH          CNB25600
033700        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB25600
033800        PERFORM P9999-GOT-PROBLEM                                 CNB25600
033900     END-IF                                                       CNB25600
034000     IF WS-REPORT-DATE NOT NUMERIC                                CNB25600
034100        MOVE WS-RUN-DATE-TIME (1:6) TO WS-REPORT-DATE             CNB25600
034200     END-IF                                                       CNB25600
034300     IF WS-FROM-DATE NOT NUMERIC                                  CNB25600
034400        MOVE ZEROS                 TO WS-FROM-DATE                CNB25600
034500     END-IF                                                       CNB25600
034600     IF WS-FUNC-DIGEST                                            CNB25600
034700        OPEN I-O ELOG-FILE                                        CNB25600
034800     ELSE                                                         CNB25600
034900        OPEN INPUT ELOG-FILE                                      CNB25600
035000     END-IF                                                       CNB25600
035100     IF NOT WS-ELOG-OK                                            CNB25600
035200        MOVE 'P1000-OPEN-ELOG'     TO WS-ABEND-PARAGRAPH          CNB25600
035300        MOVE WS-ELOG-STATUS        TO WS-ABEND-STATUS             CNB25600
035400        PERFORM P9999-GOT-PROBLEM                                 CNB25600
035500     END-IF                                                       CNB25600
035600     OPEN OUTPUT RPT-FILE                                         CNB25600
035700     IF NOT WS-RPT-OK                                             CNB25600
035800        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB25600
035900        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB25600
036000        PERFORM P9999-GOT-PROBLEM                                 CNB25600
036100     END-IF                                                       CNB25600
036200     MOVE WS-FUNC                  TO HDR-FUNC                    CNB25600
036300     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB25600
036400     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB25600
036500     MOVE WS-RUN-DATE-TIME (1:10)  TO WS-SERIAL-DATE-TIME         CNB25600
036600     PERFORM P8000-DATE-TO-SERIAL                                 CNB25600
036700     MOVE WS-SERIAL-DAYS           TO WS-DAYS-RUN                 CNB25600
036800     COMPUTE WS-DAYS-KEEP-CUT = WS-DAYS-RUN - WS-KEEP-DAYS.       CNB25600
036900*                                                                 CNB25600
037000 P3000-DAILY-DIGEST.                                              CNB25600
037100     MOVE LOW-VALUES               TO ELOG-KEY                    CNB25600
037200     START ELOG-FILE KEY NOT < ELOG-KEY                           CNB25600
037300     IF NOT WS-ELOG-OK                                            CNB25600
037400        SET WS-EOF-INPUT TO TRUE                                  CNB25600
037500     END-IF                                                       CNB25600
037600     PERFORM P3100-DIGEST-RECORD THRU P3100-EXIT                  CNB25600
037700             UNTIL WS-EOF-INPUT                                   CNB25600
037800     MOVE SPACES                   TO RPT-LINE                    CNB25600
037900     WRITE RPT-LINE                                               CNB25600
038000     MOVE 'ERRORS BY PROGRAM/PARAGRAPH  ' TO TTL-TEXT             CNB25600
038100     MOVE WS-REPORT-DATE           TO TTL-DATE                    CNB25600
038200     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB25600
038300     WRITE RPT-LINE FROM WS-SG-HDR-LINE                           CNB25600
038400     PERFORM P3500-PRINT-SIGNATURE                                CNB25600
038500             VARYING WS-SG-SUB FROM 1 BY 1                        CNB25600
038600             UNTIL WS-SG-SUB > WS-SG-COUNT                        CNB25600
038700     IF WS-BREAK-PROGRAM NOT = SPACES                             CNB25600
038800        PERFORM P3520-PRINT-PROGRAM-TOTAL                         CNB25600
038900     END-IF                                                       CNB25600
039000     MOVE SPACES                   TO RPT-LINE                    CNB25600
039100     WRITE RPT-LINE                                               CNB25600
039200     MOVE 'REPEAT OFFENDERS - SAME KEY   ' TO TTL-TEXT            CNB25600
039300     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB25600
039400     WRITE RPT-LINE FROM WS-SK-HDR-LINE                           CNB25600
039500     PERFORM P3600-PRINT-REPEAT                                   CNB25600
039600             VARYING WS-SK-SUB FROM 1 BY 1                        CNB25600
039700             UNTIL WS-SK-SUB > WS-SK-COUNT                        CNB25600
039800     IF WS-NEW-COUNT > ZEROS                                      CNB25600
039900        MOVE 4 TO RETURN-CODE                                     CNB25600
040000     END-IF.                                                      CNB25600
040100*                                                                 CNB25600
040200 P3100-DIGEST-RECORD.                                             CNB25600
040300     READ ELOG-FILE NEXT                                          CNB25600
040400          AT END                                                  CNB25600
040500             SET WS-EOF-INPUT TO TRUE                             CNB25600
040600     END-READ                                                     CNB25600
040700     IF WS-EOF-INPUT                                              CNB25600
040800        GO TO P3100-EXIT                                          CNB25600
040900     END-IF                                                       CNB25600
041000     ADD 1 TO WS-READ-COUNT                                       CNB25600
041100     IF ELOG-DATE-TIME (1:10) NOT NUMERIC                         CNB25600
041200        GO TO P3100-EXIT                                          CNB25600
041300     END-IF                                                       CNB25600
041400     MOVE ELOG-DATE-TIME (1:10)    TO WS-SERIAL-DATE-TIME         CNB25600
041500     PERFORM P8000-DATE-TO-SERIAL                                 CNB25600
041600     IF WS-SERIAL-DAYS < WS-DAYS-KEEP-CUT                         CNB25600
041700        PERFORM P3900-PURGE-ENTRY                                 CNB25600
041800        GO TO P3100-EXIT                                          CNB25600
041900     END-IF                                                       CNB25600
042000*    A DIGEST RE-RUN FOR AN EARLIER DAY IGNORES WHAT CAME AFTER.  CNB25600
042100     IF ELOG-DATE-TIME (1:6) > WS-REPORT-DATE                     CNB25600
042200        GO TO P3100-EXIT                                          CNB25600
042300     END-IF                                                       CNB25600
042400     IF ELOG-DATE-TIME (1:6) = WS-REPORT-DATE                     CNB25600
042500        ADD 1 TO WS-DAY-COUNT                                     CNB25600
042600        IF ELOG-ONLINE                                            CNB25600
042700           ADD 1 TO WS-DAY-ONLINE-COUNT                           CNB25600
042800        END-IF                                                    CNB25600
042900     END-IF                                                       CNB25600
043000     PERFORM P3200-TOTAL-SIGNATURE THRU P3200-EXIT                CNB25600
043100     PERFORM P3300-TOTAL-KEY THRU P3300-EXIT.                     CNB25600
043200 P3100-EXIT.                                                      CNB25600
043300     EXIT.                                                        CNB25600
043400*                                                                 CNB25600
043500 P3200-TOTAL-SIGNATURE.                                           CNB25600
043600*    SIGNATURES ARE KEPT IN KEY ORDER AS THEY ARE FIRST SEEN; THE CNB25600
043700*    LOG IS READ OLDEST FIRST, SO THE FIRST SEEN IS THE FIRST     CNB25600
043800*    DATE.                                                        CNB25600
043900     MOVE ELOG-PROGRAM             TO WS-SG-NEW-PROGRAM           CNB25600
044000     MOVE ELOG-PARAGRAPH           TO WS-SG-NEW-PARAGRAPH         CNB25600
044100     MOVE ELOG-FSTAT               TO WS-SG-NEW-FSTAT             CNB25600
044200     MOVE ZEROS                    TO WS-SG-AT                    CNB25600
044300                                      WS-SG-INS-AT                CNB25600
044400     PERFORM P3210-FIND-SIGNATURE                                 CNB25600
044500             VARYING WS-SG-SUB FROM 1 BY 1                        CNB25600
044600             UNTIL WS-SG-SUB > WS-SG-COUNT                        CNB25600
044700     IF WS-SG-AT = ZEROS                                          CNB25600
044800        IF WS-SG-COUNT NOT < WS-SG-MAX                            CNB25600
044900           ADD 1 TO WS-OVER-COUNT                                 CNB25600
045000           GO TO P3200-EXIT                                       CNB25600
045100        END-IF                                                    CNB25600
045200        IF WS-SG-INS-AT = ZEROS                                   CNB25600
045300           COMPUTE WS-SG-INS-AT = WS-SG-COUNT + 1                 CNB25600
045400        END-IF                                                    CNB25600
045500        PERFORM P3220-SHIFT-SIGNATURE                             CNB25600
045600                VARYING WS-SG-SUB2 FROM WS-SG-COUNT BY -1         CNB25600
045700                UNTIL WS-SG-SUB2 < WS-SG-INS-AT                   CNB25600
045800        MOVE WS-SG-INS-AT          TO WS-SG-AT                    CNB25600
045900        MOVE WS-SG-NEW-KEY         TO WS-SG-KEY (WS-SG-AT)        CNB25600
046000        MOVE ELOG-DATE-TIME (1:6)  TO WS-SG-FIRST-DATE (WS-SG-AT) CNB25600
046100        MOVE ZEROS                 TO WS-SG-PRIOR (WS-SG-AT)      CNB25600
046200                                      WS-SG-DAY (WS-SG-AT)        CNB25600
046300                                      WS-SG-DAY-ONLINE (WS-SG-AT) CNB25600
046400        ADD 1 TO WS-SG-COUNT                                      CNB25600
046500     END-IF                                                       CNB25600
046600     IF ELOG-DATE-TIME (1:6) = WS-REPORT-DATE                     CNB25600
046700        ADD 1 TO WS-SG-DAY (WS-SG-AT)                             CNB25600
046800        IF ELOG-ONLINE                                            CNB25600
046900           ADD 1 TO WS-SG-DAY-ONLINE (WS-SG-AT)                   CNB25600
047000        END-IF                                                    CNB25600
047100     ELSE                                                         CNB25600
047200        ADD 1 TO WS-SG-PRIOR (WS-SG-AT)                           CNB25600
047300     END-IF.                                                      CNB25600
047400 P3200-EXIT.                                                      CNB25600
047500     EXIT.                                                        CNB25600
047600*                                                                 CNB25600
047700 P3210-FIND-SIGNATURE.                                            CNB25600
047800     IF WS-SG-AT = ZEROS                                          CNB25600
047900        AND WS-SG-INS-AT = ZEROS                                  CNB25600
048000        IF WS-SG-NEW-KEY = WS-SG-KEY (WS-SG-SUB)                  CNB25600
048100           MOVE WS-SG-SUB          TO WS-SG-AT                    CNB25600
048200        ELSE                                                      CNB25600
048300           IF WS-SG-NEW-KEY < WS-SG-KEY (WS-SG-SUB)               CNB25600
048400              MOVE WS-SG-SUB       TO WS-SG-INS-AT                CNB25600
048500           END-IF                                                 CNB25600
048600        END-IF                                                    CNB25600
048700     END-IF.                                                      CNB25600
048800*                                                                 CNB25600
048900 P3220-SHIFT-SIGNATURE.                                           CNB25600
049000     COMPUTE WS-SG-SUB = WS-SG-SUB2 + 1                           CNB25600
049100     MOVE WS-SG-ENTRY (WS-SG-SUB2) TO WS-SG-ENTRY (WS-SG-SUB).    CNB25600
049200*                                                                 CNB25600
049300 P3300-TOTAL-KEY.                                                 CNB25600
049400*    AN ERROR WITH NO KEY CANNOT POINT AT A RECORD, SO IT IS NOT  CNB25600
049500*    COUNTED HERE.                                                CNB25600
049600     IF ELOG-ERR-KEY = SPACES                                     CNB25600
049700        GO TO P3300-EXIT                                          CNB25600
049800     END-IF                                                       CNB25600
049900     MOVE WS-SG-NEW-KEY            TO WS-SK-NEW-SIG               CNB25600
050000     MOVE ELOG-ERR-KEY             TO WS-SK-NEW-ERR-KEY           CNB25600
050100     MOVE ZEROS                    TO WS-SK-AT                    CNB25600
050200                                      WS-SK-INS-AT                CNB25600
050300     PERFORM P3310-FIND-KEY                                       CNB25600
050400             VARYING WS-SK-SUB FROM 1 BY 1                        CNB25600
050500             UNTIL WS-SK-SUB > WS-SK-COUNT                        CNB25600
050600     IF WS-SK-AT = ZEROS                                          CNB25600
050700        IF WS-SK-COUNT NOT < WS-SK-MAX                            CNB25600
050800           ADD 1 TO WS-OVER-COUNT                                 CNB25600
050900           GO TO P3300-EXIT                                       CNB25600
051000        END-IF                                                    CNB25600
051100        IF WS-SK-INS-AT = ZEROS                                   CNB25600
051200           COMPUTE WS-SK-INS-AT = WS-SK-COUNT + 1                 CNB25600
051300        END-IF                                                    CNB25600
051400        PERFORM P3320-SHIFT-KEY                                   CNB25600
051500                VARYING WS-SK-SUB2 FROM WS-SK-COUNT BY -1         CNB25600
051600                UNTIL WS-SK-SUB2 < WS-SK-INS-AT                   CNB25600
051700        MOVE WS-SK-INS-AT          TO WS-SK-AT                    CNB25600
051800        MOVE WS-SK-NEW-KEY         TO WS-SK-KEY (WS-SK-AT)        CNB25600
051900        MOVE ZEROS                 TO WS-SK-TOTAL (WS-SK-AT)      CNB25600
052000                                      WS-SK-DAY (WS-SK-AT)        CNB25600
052100        ADD 1 TO WS-SK-COUNT                                      CNB25600
052200     END-IF                                                       CNB25600
052300     ADD 1 TO WS-SK-TOTAL (WS-SK-AT)                              CNB25600
052400     IF ELOG-DATE-TIME (1:6) = WS-REPORT-DATE                     CNB25600
052500        ADD 1 TO WS-SK-DAY (WS-SK-AT)                             CNB25600
052600     END-IF                                                       CNB25600
052700     MOVE ELOG-USER                TO WS-SK-LAST-USER (WS-SK-AT)  CNB25600
052800     MOVE ELOG-TERMINAL            TO WS-SK-LAST-TERMINAL         CNB25600
052900                                                    (WS-SK-AT).   CNB25600
053000 P3300-EXIT.                                                      CNB25600
053100     EXIT.                                                        CNB25600
053200*                                                                 CNB25600
053300 P3310-FIND-KEY.                                                  CNB25600
053400     IF WS-SK-AT = ZEROS                                          CNB25600
053500        AND WS-SK-INS-AT = ZEROS                                  CNB25600
053600        IF WS-SK-NEW-KEY = WS-SK-KEY (WS-SK-SUB)                  CNB25600
053700           MOVE WS-SK-SUB          TO WS-SK-AT                    CNB25600
053800        ELSE                                                      CNB25600
053900           IF WS-SK-NEW-KEY < WS-SK-KEY (WS-SK-SUB)               CNB25600
054000              MOVE WS-SK-SUB       TO WS-SK-INS-AT                CNB25600
054100           END-IF                                                 CNB25600
054200        END-IF                                                    CNB25600
054300     END-IF.                                                      CNB25600
054400*                                                                 CNB25600
054500 P3320-SHIFT-KEY.                                                 CNB25600
054600     COMPUTE WS-SK-SUB = WS-SK-SUB2 + 1                           CNB25600
054700     MOVE WS-SK-ENTRY (WS-SK-SUB2) TO WS-SK-ENTRY (WS-SK-SUB).    CNB25600
054800*                                                                 CNB25600
054900 P3500-PRINT-SIGNATURE.                                           CNB25600
055000*    ONLY SIGNATURES HIT ON THE REPORT DATE ARE LISTED, WITH A    CNB25600
055100*    TOTAL FOR EACH PROGRAM.                                      CNB25600
055200     IF WS-SG-DAY (WS-SG-SUB) = ZEROS                             CNB25600
055300        GO TO P3500-EXIT                                          CNB25600
055400     END-IF                                                       CNB25600
055500     IF WS-SG-PROGRAM (WS-SG-SUB) NOT = WS-BREAK-PROGRAM          CNB25600
055600        IF WS-BREAK-PROGRAM NOT = SPACES                          CNB25600
055700           PERFORM P3520-PRINT-PROGRAM-TOTAL                      CNB25600
055800        END-IF                                                    CNB25600
055900        MOVE WS-SG-PROGRAM (WS-SG-SUB) TO WS-BREAK-PROGRAM        CNB25600
056000        MOVE ZEROS                 TO WS-PGM-DAY                  CNB25600
056100     END-IF                                                       CNB25600
056200     ADD WS-SG-DAY (WS-SG-SUB)     TO WS-PGM-DAY                  CNB25600
056300     MOVE WS-SG-PROGRAM (WS-SG-SUB) TO SGL-PROGRAM                CNB25600
056400     MOVE WS-SG-PARAGRAPH (WS-SG-SUB) TO SGL-PARAGRAPH            CNB25600
056500     MOVE WS-SG-FSTAT (WS-SG-SUB)  TO SGL-FSTAT                   CNB25600
056600     MOVE WS-SG-DAY (WS-SG-SUB)    TO SGL-DAY                     CNB25600
056700     MOVE WS-SG-DAY-ONLINE (WS-SG-SUB) TO SGL-ONLINE              CNB25600
056800     MOVE WS-SG-PRIOR (WS-SG-SUB)  TO SGL-PRIOR                   CNB25600
056900     MOVE WS-SG-FIRST-DATE (WS-SG-SUB) TO WS-STAMP-IN             CNB25600
057000     PERFORM P8200-FORMAT-STAMP                                   CNB25600
057100     MOVE WS-STAMP (1:8)           TO SGL-FIRST-DATE              CNB25600
057200     IF WS-SG-PRIOR (WS-SG-SUB) = ZEROS                           CNB25600
057300        MOVE '*NEW SIGNATURE'      TO SGL-FLAG                    CNB25600
057400        ADD 1 TO WS-NEW-COUNT                                     CNB25600
057500     ELSE                                                         CNB25600
057600        MOVE SPACES                TO SGL-FLAG                    CNB25600
057700     END-IF                                                       CNB25600
057800     WRITE RPT-LINE FROM WS-SG-LINE.                              CNB25600
057900 P3500-EXIT.                                                      CNB25600
058000     EXIT.                                                        CNB25600
058100*                                                                 CNB25600
058200 P3520-PRINT-PROGRAM-TOTAL.                                       CNB25600
058300     MOVE SPACES                   TO PTL-TEXT                    CNB25600
058400     STRING 'TOTAL FOR ' WS-BREAK-PROGRAM ' ' ALL '.'             CNB25600
058500            DELIMITED BY SIZE INTO PTL-TEXT                       CNB25600
058600     MOVE WS-PGM-DAY               TO PTL-DAY                     CNB25600
058700     WRITE RPT-LINE FROM WS-PGM-TOTAL-LINE                        CNB25600
058800     MOVE SPACES                   TO RPT-LINE                    CNB25600
058900     WRITE RPT-LINE.                                              CNB25600
059000*                                                                 CNB25600
059100 P3600-PRINT-REPEAT.                                              CNB25600
059200     IF WS-SK-DAY (WS-SK-SUB) = ZEROS                             CNB25600
059300        OR WS-SK-TOTAL (WS-SK-SUB) < WS-REPEAT-MIN                CNB25600
059400        GO TO P3600-EXIT                                          CNB25600
059500     END-IF                                                       CNB25600
059600     ADD 1 TO WS-REPEAT-COUNT                                     CNB25600
059700     MOVE WS-SK-PROGRAM (WS-SK-SUB) TO SKL-PROGRAM                CNB25600
059800     MOVE WS-SK-PARAGRAPH (WS-SK-SUB) TO SKL-PARAGRAPH            CNB25600
059900     MOVE WS-SK-FSTAT (WS-SK-SUB)  TO SKL-FSTAT                   CNB25600
060000     MOVE WS-SK-ERR-KEY (WS-SK-SUB) TO SKL-ERR-KEY                CNB25600
060100     MOVE WS-SK-DAY (WS-SK-SUB)    TO SKL-DAY                     CNB25600
060200     MOVE WS-SK-TOTAL (WS-SK-SUB)  TO SKL-TOTAL                   CNB25600
060300     MOVE WS-SK-LAST-USER (WS-SK-SUB) TO SKL-LAST-USER            CNB25600
060400     MOVE WS-SK-LAST-TERMINAL (WS-SK-SUB) TO SKL-LAST-TERMINAL    CNB25600
060500     WRITE RPT-LINE FROM WS-SK-LINE.                              CNB25600
060600 P3600-EXIT.                                                      CNB25600
060700     EXIT.                                                        CNB25600
060800*                                                                 CNB25600
060900 P3900-PURGE-ENTRY.                                               CNB25600
061000     DELETE ELOG-FILE RECORD                                      CNB25600
061100     IF NOT WS-ELOG-OK                                            CNB25600
061200        MOVE 'P3900-DEL-ELOG'      TO WS-ABEND-PARAGRAPH          CNB25600
061300        MOVE WS-ELOG-STATUS        TO WS-ABEND-STATUS             CNB25600
061400        PERFORM P9999-GOT-PROBLEM                                 CNB25600
061500     END-IF                                                       CNB25600
061600     ADD 1 TO WS-PURGE-COUNT.                                     CNB25600
061700*                                                                 CNB25600
061800 P4000-HELP-DESK-INQUIRY.                                         CNB25600
061900     MOVE LOW-VALUES               TO ELOG-KEY                    CNB25600
062000     MOVE WS-FROM-DATE             TO ELOG-DATE-TIME (1:6)        CNB25600
062100     START ELOG-FILE KEY NOT < ELOG-KEY                           CNB25600
062200     IF NOT WS-ELOG-OK                                            CNB25600
062300        SET WS-EOF-INPUT TO TRUE                                  CNB25600
062400     END-IF                                                       CNB25600
062500     MOVE SPACES                   TO RPT-LINE                    CNB25600
062600     WRITE RPT-LINE                                               CNB25600
062700     MOVE 'ERROR LOG FROM               ' TO TTL-TEXT             CNB25600
062800     MOVE WS-FROM-DATE             TO TTL-DATE                    CNB25600
062900     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB25600
063000     WRITE RPT-LINE FROM WS-INQ-HDR-LINE                          CNB25600
063100     PERFORM P4100-INQUIRY-RECORD THRU P4100-EXIT                 CNB25600
063200             UNTIL WS-EOF-INPUT.                                  CNB25600
063300*                                                                 CNB25600
063400 P4100-INQUIRY-RECORD.                                            CNB25600
063500     READ ELOG-FILE NEXT                                          CNB25600
063600          AT END                                                  CNB25600
063700             SET WS-EOF-INPUT TO TRUE                             CNB25600
063800     END-READ                                                     CNB25600
063900     IF WS-EOF-INPUT                                              CNB25600
064000        GO TO P4100-EXIT                                          CNB25600
064100     END-IF                                                       CNB25600
064200     ADD 1 TO WS-READ-COUNT                                       CNB25600
064300     IF WS-PROGRAM NOT = SPACES                                   CNB25600
064400        AND ELOG-PROGRAM NOT = WS-PROGRAM                         CNB25600
064500        GO TO P4100-EXIT                                          CNB25600
064600     END-IF                                                       CNB25600
064700     IF WS-USER NOT = SPACES                                      CNB25600
064800        AND ELOG-USER NOT = WS-USER                               CNB25600
064900        GO TO P4100-EXIT                                          CNB25600
065000     END-IF                                                       CNB25600
065100     IF WS-TERMINAL NOT = SPACES                                  CNB25600
065200        AND ELOG-TERMINAL NOT = WS-TERMINAL                       CNB25600
065300        GO TO P4100-EXIT                                          CNB25600
065400     END-IF                                                       CNB25600
065500     ADD 1 TO WS-INQ-COUNT                                        CNB25600
065600     MOVE ELOG-DATE-TIME           TO WS-STAMP-IN                 CNB25600
065700     PERFORM P8200-FORMAT-STAMP                                   CNB25600
065800     MOVE WS-STAMP                 TO INQ-LOGGED                  CNB25600
065900     MOVE ELOG-PROGRAM             TO INQ-PROGRAM                 CNB25600
066000     MOVE ELOG-PARAGRAPH           TO INQ-PARAGRAPH               CNB25600
066100     MOVE ELOG-FSTAT               TO INQ-FSTAT                   CNB25600
066200     MOVE ELOG-FILE-NAME           TO INQ-FILE-NAME               CNB25600
066300     IF ELOG-ONLINE                                               CNB25600
066400        MOVE ELOG-USER             TO INQ-USER                    CNB25600
066500     ELSE                                                         CNB25600
066600        MOVE 'BATCH'               TO INQ-USER                    CNB25600
066700     END-IF                                                       CNB25600
066800     MOVE ELOG-TERMINAL            TO INQ-TERMINAL                CNB25600
066900     MOVE ELOG-TRAN                TO INQ-TRAN                    CNB25600
067000     MOVE ELOG-ERR-KEY             TO INQ-ERR-KEY                 CNB25600
067100     WRITE RPT-LINE FROM WS-INQ-LINE                              CNB25600
067200     IF ELOG-SENTENCE NOT = SPACES                                CNB25600
067300        MOVE ELOG-SENTENCE         TO ITX-SENTENCE                CNB25600
067400        WRITE RPT-LINE FROM WS-INQ-TEXT-LINE                      CNB25600
067500     END-IF.                                                      CNB25600
067600 P4100-EXIT.                                                      CNB25600
067700     EXIT.                                                        CNB25600
067800*                                                                 CNB25600
067900 P8000-DATE-TO-SERIAL.                                            CNB25600
068000*    DAYS FROM 01/01/00 TO THE YYMMDD IN WS-SERIAL-DATE-TIME.     CNB25600
068100     DIVIDE WS-SD-YY BY 4 GIVING WS-LEAP-QUOT                     CNB25600
068200            REMAINDER WS-LEAP-REM                                 CNB25600
068300     COMPUTE WS-SERIAL-DAYS = (WS-SD-YY * 365) + WS-LEAP-QUOT     CNB25600
068400           + WS-CUM-MON (WS-SD-MM) + WS-SD-DD                     CNB25600
068500     IF WS-LEAP-REM = ZEROS                                       CNB25600
068600        AND WS-SD-MM < 3                                          CNB25600
068700        SUBTRACT 1 FROM WS-SERIAL-DAYS                            CNB25600
068800     END-IF.                                                      CNB25600
068900*                                                                 CNB25600
069000 P8200-FORMAT-STAMP.                                              CNB25600
069100*    WS-STAMP-IN YYMMDDHHMMSS (OR YYMMDD) TO WS-STAMP.            CNB25600
069200     MOVE WS-STAMP-IN (1:2)        TO WS-STAMP-YY                 CNB25600
069300     MOVE WS-STAMP-IN (3:2)        TO WS-STAMP-MM                 CNB25600
069400     MOVE WS-STAMP-IN (5:2)        TO WS-STAMP-DD                 CNB25600
069500     MOVE WS-STAMP-IN (7:2)        TO WS-STAMP-HH                 CNB25600
069600     MOVE WS-STAMP-IN (9:2)        TO WS-STAMP-MIN                CNB25600
069700     MOVE WS-STAMP-IN (11:2)       TO WS-STAMP-SS.                CNB25600
069800*                                                                 CNB25600
069900 P9000-TERMINATE.                                                 CNB25600
070000     MOVE SPACES                   TO RPT-LINE                    CNB25600
070100     WRITE RPT-LINE                                               CNB25600
070200     MOVE 'LOG ENTRIES READ ..........' TO CNT-LABEL              CNB25600
070300     MOVE WS-READ-COUNT            TO CNT-VALUE                   CNB25600
070400     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25600
070500     IF WS-FUNC-DIGEST                                            CNB25600
070600        MOVE 'ERRORS ON REPORT DATE .....' TO CNT-LABEL           CNB25600
070700        MOVE WS-DAY-COUNT          TO CNT-VALUE                   CNB25600
070800        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25600
070900        MOVE '  ONLINE ..................' TO CNT-LABEL           CNB25600
071000        MOVE WS-DAY-ONLINE-COUNT   TO CNT-VALUE                   CNB25600
071100        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25600
071200        MOVE 'NEW SIGNATURES ............' TO CNT-LABEL           CNB25600
071300        MOVE WS-NEW-COUNT          TO CNT-VALUE                   CNB25600
071400        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25600
071500        MOVE 'REPEAT OFFENDERS ..........' TO CNT-LABEL           CNB25600
071600        MOVE WS-REPEAT-COUNT       TO CNT-VALUE                   CNB25600
071700        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25600
071800        IF WS-OVER-COUNT > ZEROS                                  CNB25600
071900           MOVE 'NOT TOTALLED - TABLE FULL .' TO CNT-LABEL        CNB25600
072000           MOVE WS-OVER-COUNT      TO CNT-VALUE                   CNB25600
072100           WRITE RPT-LINE FROM WS-CNT-LINE                        CNB25600
072200        END-IF                                                    CNB25600
072300        MOVE 'PURGED FROM LOG ...........' TO CNT-LABEL           CNB25600
072400        MOVE WS-PURGE-COUNT        TO CNT-VALUE                   CNB25600
072500        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25600
072600     ELSE                                                         CNB25600
072700        MOVE 'ENTRIES LISTED ............' TO CNT-LABEL           CNB25600
072800        MOVE WS-INQ-COUNT          TO CNT-VALUE                   CNB25600
072900        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25600
073000     END-IF                                                       CNB25600
073100     CLOSE ELOG-FILE                                              CNB25600
073200           RPT-FILE.                                              CNB25600
073300*                                                                 CNB25600
073400 P9999-GOT-PROBLEM.                                               CNB25600
073500     MOVE 'CNB256'                 TO XE-PROGRAM                  CNB25600
073600     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB25600
073700     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB25600
073800     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB25600
073900     DISPLAY 'CNB256 ABEND IN ' WS-ABEND-PARAGRAPH                CNB25600
074000              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB25600
074100     MOVE 16 TO RETURN-CODE                                       CNB25600
074200     GOBACK.                                                      CNB25600
074300 END PROGRAM CNB256.                                              CNB25600
074400*                                                                 CNB25600
074500*    CALLED FROM P9999-GOT-PROBLEM IN EVERY BATCH PROGRAM WITH THECNB25600
074580*    WSERRLOG COMMAREA (ONLINE PROGRAMS WRITE THE SAME RECORD     CNB25600
074660*    THEMSELVES BY CICS FILE CONTROL, P9995-WRITE-ERRLOG): ADDS   CNB25600
074740*    THE ERROR TO THE CENTRAL ERROR LOG, KEYED BY THE DATE AND    CNB25600
074820*    TIME TAKEN HERE, THE PROGRAM AND A SEQUENCE FOR ERRORS FROM  CNB25600
074900*    THE SAME PROGRAM IN THE SAME HUNDREDTH OF A SECOND.          CNB25600
074980*    XE-RESULT 0 DONE, 2 LOG UNAVAILABLE.  THE CALLER'S ERROR     CNB25600
075060*    HANDLING GOES ON EITHER WAY.                                 CNB25600
075200*                                                                 CNB25600
075300 IDENTIFICATION DIVISION.                                         CNB25600
075400 PROGRAM-ID. CNB256X.                                             CNB25600
075500*AUTHOR.     JMC.                                                 CNB25600
075600*DATE-WRITTEN. 10/15/26.                                          CNB25600
075700 ENVIRONMENT DIVISION.                                            CNB25600
075800 CONFIGURATION SECTION.                                           CNB25600
075900 SOURCE-COMPUTER.  IBM-370.                                       CNB25600
076000 OBJECT-COMPUTER.  IBM-370.                                       CNB25600
076100 INPUT-OUTPUT SECTION.                                            CNB25600
076200 FILE-CONTROL.                                                    CNB25600
076300     SELECT ELOG-FILE    ASSIGN TO ERRLOG                         CNB25600
076400            ORGANIZATION  INDEXED                                 CNB25600
076500            ACCESS MODE   DYNAMIC                                 CNB25600
076600            RECORD KEY    ELOG-KEY                                CNB25600
076700            FILE STATUS   WS-ELOG-STATUS.                         CNB25600
076800*                                                                 CNB25600
076900 DATA DIVISION.                                                   CNB25600
077000 FILE SECTION.                                                    CNB25600
077100 FD  ELOG-FILE                                                    CNB25600
077200     RECORD CONTAINS 250 CHARACTERS.                              CNB25600
077300 01  ELOG-RECORD.                                                 CNB25600
077400     05  ELOG-KEY.                                                CNB25600
077500         10  ELOG-DATE-TIME        PIC X(12).                     CNB25600
077600         10  ELOG-HUNDREDTHS       PIC X(2).                      CNB25600
077700         10  ELOG-PROGRAM          PIC X(8).                      CNB25600
077800         10  ELOG-SEQ              PIC 9(2).                      CNB25600
077900     05  ELOG-ERROR-DATA.                                         CNB25600
078000         10  ELOG-SOURCE           PIC X(1).                      CNB25600
078100         10  ELOG-PARAGRAPH        PIC X(30).                     CNB25600
078200         10  ELOG-ERR-KEY          PIC X(60).                     CNB25600
078300         10  ELOG-FSTAT            PIC X(4).                      CNB25600
078400         10  ELOG-FILE-NAME        PIC X(8).                      CNB25600
078500         10  ELOG-SENTENCE         PIC X(80).                     CNB25600
078600         10  ELOG-USER             PIC X(8).                      CNB25600
078700         10  ELOG-TERMINAL         PIC X(4).                      CNB25600
078800         10  ELOG-TRAN             PIC X(4).                      CNB25600
078900     05  FILLER                    PIC X(27).                     CNB25600
079000*                                                                 CNB25600
079100 WORKING-STORAGE SECTION.                                         CNB25600
079200 01  WS-ELOG-STATUS                PIC XX VALUE SPACES.           CNB25600
079300     88  WS-ELOG-OK                       VALUE '00'.             CNB25600
079400     88  WS-ELOG-DUP                      VALUE '22'.             CNB25600
079500 01  WS-OPEN-SW                    PIC X  VALUE 'N'.              CNB25600
079600     88  WS-FILES-OPEN                    VALUE 'Y'.              CNB25600
079700 01  WS-CURR-DATE                  PIC X(8) VALUE SPACES.         CNB25600
079800 01  WS-ACCEPT-TIME                PIC X(8) VALUE SPACES.         CNB25600
079900*                                                                 CNB25600
080000 LINKAGE SECTION.                                                 CNB25600
080100 01  CNB256X-COMMAREA.                                            CNB25600
080200     05  XE-PROGRAM                PIC X(08).                     CNB25600
080300     05  XE-ERROR-DATA.                                           CNB25600
080400         10  XE-SOURCE             PIC X(01).                     CNB25600
080500         10  XE-PARAGRAPH          PIC X(30).                     CNB25600
080600         10  XE-KEY                PIC X(60).                     CNB25600
080700         10  XE-FSTAT              PIC X(04).                     CNB25600
080800         10  XE-FILE               PIC X(08).                     CNB25600
080900         10  XE-SENTENCE           PIC X(80).                     CNB25600
081000         10  XE-USER               PIC X(08).                     CNB25600
081100         10  XE-TERMINAL           PIC X(04).                     CNB25600
081200         10  XE-TRAN               PIC X(04).                     CNB25600
081300     05  XE-RESULT                 PIC 9(01).                     CNB25600
081400         88  XE-LOGGED                    VALUE 0.                CNB25600
081500         88  XE-LOG-UNAVAILABLE           VALUE 2.                CNB25600
081600*                                                                 CNB25600
081700 PROCEDURE DIVISION USING CNB256X-COMMAREA.                       CNB25600
081800 P0000-MAIN.                                                      CNB25600
081900     SET XE-LOGGED TO TRUE                                        CNB25600
082000     IF NOT WS-FILES-OPEN                                         CNB25600
082100        PERFORM P1000-OPEN-FILES                                  CNB25600
082200     END-IF                                                       CNB25600
082300     IF XE-LOG-UNAVAILABLE                                        CNB25600
082400        GOBACK                                                    CNB25600
082500     END-IF                                                       CNB25600
082600     PERFORM P2000-ADD-ERROR                                      CNB25600
082700     GOBACK.                                                      CNB25600
082800*                                                                 CNB25600
082900 P1000-OPEN-FILES.                                                CNB25600
083000     OPEN I-O ELOG-FILE                                           CNB25600
083100     IF WS-ELOG-STATUS = '35'                                     CNB25600
083200        OPEN OUTPUT ELOG-FILE                                     CNB25600
083300        CLOSE ELOG-FILE                                           CNB25600
083400        OPEN I-O ELOG-FILE                                        CNB25600
083500     END-IF                                                       CNB25600
083600     IF NOT WS-ELOG-OK                                            CNB25600
083700        SET XE-LOG-UNAVAILABLE TO TRUE                            CNB25600
083800     ELSE                                                         CNB25600
083900        SET WS-FILES-OPEN TO TRUE                                 CNB25600
084000     END-IF.                                                      CNB25600
084100*                                                                 CNB25600
084200 P2000-ADD-ERROR.                                                 CNB25600
084300     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD                       CNB25600
084400     ACCEPT WS-ACCEPT-TIME FROM TIME                              CNB25600
084500     MOVE SPACES                   TO ELOG-RECORD                 CNB25600
084600     MOVE WS-CURR-DATE (3:6)       TO ELOG-DATE-TIME (1:6)        CNB25600
084700     MOVE WS-ACCEPT-TIME (1:6)     TO ELOG-DATE-TIME (7:6)        CNB25600
084800     MOVE WS-ACCEPT-TIME (7:2)     TO ELOG-HUNDREDTHS             CNB25600
084900     MOVE XE-PROGRAM               TO ELOG-PROGRAM                CNB25600
085000     MOVE ZEROS                    TO ELOG-SEQ                    CNB25600
085100     MOVE XE-ERROR-DATA            TO ELOG-ERROR-DATA             CNB25600
085200     WRITE ELOG-RECORD                                            CNB25600
085300     PERFORM P2100-NEXT-SEQ                                       CNB25600
085400             UNTIL NOT WS-ELOG-DUP                                CNB25600
085500                OR ELOG-SEQ = 99                                  CNB25600
085600     IF NOT WS-ELOG-OK                                            CNB25600
085700        SET XE-LOG-UNAVAILABLE TO TRUE                            CNB25600
085800     END-IF.                                                      CNB25600
085900*                                                                 CNB25600
086000 P2100-NEXT-SEQ.                                                  CNB25600
086100     ADD 1 TO ELOG-SEQ                                            CNB25600
086200     WRITE ELOG-RECORD.                                           CNB25600
086300 END PROGRAM CNB256X.                                             CNB25600
