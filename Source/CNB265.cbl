000100 IDENTIFICATION DIVISION.                                         CNB26500
000200 PROGRAM-ID. CNB265.                                              CNB26500
000300*AUTHOR.     JMC.                                                 CNB26500
000400*DATE-WRITTEN. 10/15/26.                                          CNB26500
000500*REMARKS.                                                         CNB26500
000600*    CREW AVAILABILITY FEED TO THE TRAIN-PLANNING SYSTEM.         CNB26500
000700*    FUNC FEED - HOURLY.  EVERY POOL TURN IN TOWN (UFPFILE) AND   CNB26500
000800*                EVERY EXTRABOARD POSITION (EBFILE) WITH AN       CNB26500
000900*                EMPLOYEE ON IT IS PROJECTED FROM THE EMPLOYEE'S  CNB26500
001000*                MASTER (MSTRFILE BY EMPLOYEE NUMBER):            CNB26500
001100*                  AVAILABLE     - AVAILABLE NOW, OR WHEN REST    CNB26500
001200*                                  EXPIRES (THE LATER OF          CNB26500
001300*                                  EMP-PERS-REST AND EMP-US-RSTD).CNB26500
001400*                  DUE BACK      - V, M AND P MARK UP AS CNB165   CNB26500
001500*                                  PROJECTS THEM (V AT THE END OF CNB26500
001600*                                  THE VACEMP WEEK IN PROGRESS, M CNB26500
001700*                                  THE DAY AFTER THE MILES PERIOD,CNB26500
001800*                                  P AT THE LAYOFF TIME PLUS THE  CNB26500
001900*                                  BOOKED DAYS OFF), OR WHEN REST CNB26500
002000*                                  EXPIRES IF THAT IS LATER.      CNB26500
002100*                  ANYTHING ELSE - NOT COUNTED.                   CNB26500
002200*                AN EMPLOYEE UNDER A HIGH-LEVEL RESTRICTION IS NOTCNB26500
002300*                COUNTED (AS CNB173).  THE TERMINAL IS THE TURN'S CNB26500
002400*                DISTRICT AND SUB-DISTRICT; THE CRAFT IS THE      CNB26500
002500*                MASTER CRAFT FOR A POOL TURN AND THE BOARD CRAFT CNB26500
002600*                FOR AN EXTRABOARD POSITION.  ONE CAVFEED DETAIL  CNB26500
002700*                PER TERMINAL AND CRAFT CARRIES THE CREWS         CNB26500
002800*                AVAILABLE NOW (POOL AND EXTRABOARD) AND AT EACH  CNB26500
002900*                OF THE NEXT 24 HOURS, BETWEEN A HEADER AND A     CNB26500
003000*                TRAILER THAT CARRY THE FEED SEQUENCE.  EVERY     CNB26500
003100*                FEED SENT IS LOGGED ON FEEDLOG.                  CNB26500
003200*    FUNC ACK  - EVERY 15 MINUTES.  EACH RECEIPT THE PLANNING     CNB26500
003300*                SYSTEM RETURNS ON CAVACK IS MATCHED TO ITS       CNB26500
003400*                FEEDLOG ENTRY: ACCEPTED WITH THE DETAIL COUNT    CNB26500
003500*                SENT MARKS IT ACKNOWLEDGED, ANYTHING ELSE MARKS  CNB26500
003600*                IT IN ERROR AND IS ALERTED.  THE LOG IS THEN     CNB26500
003700*                CHECKED FOR MISSED FEEDS - NO FEED SENT IN THE   CNB26500
003800*                LAST HOUR PLUS THE PARM LATE MINUTES, OR A FEED  CNB26500
003900*                NOT ACKNOWLEDGED WITHIN THE PARM ACK MINUTES.    CNB26500
004000*                EACH IS ALERTED ONCE, AS A PRIORITY-1 FEED TASK  CNB26500
004100*                ON THE PARM ALERT BOARD'S TASK LIST (THE CNB239  CNB26500
004200*                TASK RECORD), AND THE RUN ENDS RC 4.  CLOSED     CNB26500
004300*                ENTRIES OLDER THAN THE PARM KEEP HOURS ARE       CNB26500
004400*                PURGED.                                          CNB26500
004500*    PARM FIELDS:                                                 CNB26500
004600*      ACK-MINS    - MINUTES ALLOWED FOR A RECEIPT (DEFAULT 030). CNB26500
004700*      LATE-MINS   - MINUTES PAST THE HOUR BEFORE A FEED IS       CNB26500
004800*                    MISSED (DEFAULT 015).                        CNB26500
004900*      ALERT-DIST/SDIST - THE BOARD THAT GETS THE TASKS; BLANK =  CNB26500
005000*                    REPORT AND RC 4 ONLY.                        CNB26500
005100*      KEEP-HOURS  - LOG RETENTION (DEFAULT 0168).                CNB26500
005200*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB26500
005300*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB26500
005400*                                                                 CNB26500
005500*TBD  THE POOL TURN AND EXTRABOARD LAYOUTS ARE THOSE CNB161 AND   CNB26500
005600*CNB243 READ.  THE CAVFEED AND CAVACK LAYOUTS ARE THIS SUITE'S    CNB26500
005700*SIDE OF THE INTERFACE AS PROPOSED TO TRAIN PLANNING (FEED ID     CNB26500
005800*CREWAVL, RESULT 'OK' = ACCEPTED).  VERIFY BEFORE NEXT COMPILE.   CNB26500
005900*                                                                 CNB26500
006000 ENVIRONMENT DIVISION.                                            CNB26500
006100 CONFIGURATION SECTION.                                           CNB26500
006200 SOURCE-COMPUTER.  IBM-370.                                       CNB26500
006300 OBJECT-COMPUTER.  IBM-370.                                       CNB26500
006400 INPUT-OUTPUT SECTION.                                            CNB26500
006500 FILE-CONTROL.                                                    CNB26500
006600     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB26500
006700            ORGANIZATION  SEQUENTIAL                              CNB26500
006800            FILE STATUS   WS-PARM-STATUS.                         CNB26500
006900     SELECT UFP-FILE     ASSIGN TO UFPFILE                        CNB26500
007000            ORGANIZATION  INDEXED                                 CNB26500
007100            ACCESS MODE   SEQUENTIAL                              CNB26500
007200            RECORD KEY    UFIO-KEY                                CNB26500
007300            FILE STATUS   WS-UFP-STATUS.                          CNB26500
007400     SELECT EB-FILE      ASSIGN TO EBFILE                         CNB26500
007500            ORGANIZATION  INDEXED                                 CNB26500
007600            ACCESS MODE   SEQUENTIAL                              CNB26500
007700            RECORD KEY    EBIO-KEY                                CNB26500
007800            FILE STATUS   WS-EB-STATUS.                           CNB26500
007900     SELECT MSTR-FILE    ASSIGN TO MSTRFILE                       CNB26500
008000            ORGANIZATION  INDEXED                                 CNB26500
008100            ACCESS MODE   RANDOM                                  CNB26500
008200            RECORD KEY    MIO-KEY                                 CNB26500
008300            ALTERNATE RECORD KEY MIO-EMP-NBR                      CNB26500
008400            FILE STATUS   WS-MSTRF-STATUS.                        CNB26500
008500     SELECT VACEMP-FILE  ASSIGN TO VACEMP                         CNB26500
008600            ORGANIZATION  INDEXED                                 CNB26500
008700            ACCESS MODE   DYNAMIC                                 CNB26500
008800            RECORD KEY    VE-KEY                                  CNB26500
008900            FILE STATUS   WS-VAC-STATUS.                          CNB26500
009000     SELECT FEED-FILE    ASSIGN TO CAVFEED                        CNB26500
009100            ORGANIZATION  SEQUENTIAL                              CNB26500
009200            FILE STATUS   WS-FEED-STATUS.                         CNB26500
009300     SELECT ACK-FILE     ASSIGN TO CAVACK                         CNB26500
009400            ORGANIZATION  SEQUENTIAL                              CNB26500
009500            FILE STATUS   WS-ACK-STATUS.                          CNB26500
009600     SELECT FLOG-FILE    ASSIGN TO FEEDLOG                        CNB26500
009700            ORGANIZATION  INDEXED                                 CNB26500
009800            ACCESS MODE   DYNAMIC                                 CNB26500
009900            RECORD KEY    FL-KEY                                  CNB26500
010000            FILE STATUS   WS-FLOG-STATUS.                         CNB26500
010100     SELECT TASK-FILE    ASSIGN TO TASKFILE                       CNB26500
010200            ORGANIZATION  INDEXED                                 CNB26500
010300            ACCESS MODE   RANDOM                                  CNB26500
010400            RECORD KEY    TK-KEY                                  CNB26500
010500            FILE STATUS   WS-TASK-STATUS.                         CNB26500
010600     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB26500
010700            ORGANIZATION  LINE SEQUENTIAL                         CNB26500
010800            FILE STATUS   WS-RPT-STATUS.                          CNB26500
010900*                                                                 CNB26500
011000 DATA DIVISION.                                                   CNB26500
011100 FILE SECTION.                                                    CNB26500
011200 FD  PARM-FILE                                                    CNB26500
011300     RECORD CONTAINS 80 CHARACTERS.                               CNB26500
011400 01  WS-PARM-RECORD.                                              CNB26500
011500     05  PARM-FUNC                 PIC X(8).                      CNB26500
011600     05  PARM-DATE-TIME            PIC X(12).                     CNB26500
011700     05  PARM-ACK-MINS             PIC X(3).                      CNB26500
011800     05  PARM-LATE-MINS            PIC X(3).                      CNB26500
011900     05  PARM-ALERT-DIST           PIC X(2).                      CNB26500
012000     05  PARM-ALERT-SDIST          PIC X(2).                      CNB26500
012100     05  PARM-KEEP-HOURS           PIC X(4).                      CNB26500
012200     05  FILLER                    PIC X(46).                     CNB26500
012300 FD  UFP-FILE                                                     CNB26500
012400     RECORD CONTAINS 100 CHARACTERS.                              CNB26500
012500 01  UFIO-RECORD.                                                 CNB26500
012600     05  UFIO-KEY.                                                CNB26500
012700         10  UFIO-DIST             PIC X(2).                      CNB26500
012800         10  UFIO-SDIST            PIC X(2).                      CNB26500
012900         10  UFIO-POOL             PIC X(10).                     CNB26500
013000         10  UFIO-TURN             PIC X(4).                      CNB26500
013100     05  UFIO-EMP-NO               PIC 9(9).                      CNB26500
013200     05  UFIO-IN-TOWN-FLAG         PIC X.                         CNB26500
013300         88  UFIO-IN-TOWN                VALUE 'Y'.               CNB26500
013400     05  UFIO-VCNY-FLAG            PIC X.                         CNB26500
013500     05  UFIO-VCNY-TYPE            PIC X(4).                      CNB26500
013600     05  UFIO-ASSIGNMENT           PIC X(12).                     CNB26500
013700     05  UFIO-DESCRIPTION          PIC X(20).                     CNB26500
013800     05  FILLER                    PIC X(35).                     CNB26500
013900 FD  EB-FILE                                                      CNB26500
014000     RECORD CONTAINS 80 CHARACTERS.                               CNB26500
014100 01  EBIO-RECORD.                                                 CNB26500
014200     05  EBIO-KEY.                                                CNB26500
014300         10  EBIO-BOARD.                                          CNB26500
014400             15  EBIO-DIST         PIC X(2).                      CNB26500
014500             15  EBIO-SDIST        PIC X(2).                      CNB26500
014600             15  EBIO-CC           PIC X(2).                      CNB26500
014700         10  EBIO-TURN-NBR         PIC X(2).                      CNB26500
014800     05  EBIO-EMP-NO               PIC 9(9).                      CNB26500
014900     05  EBIO-STATUS               PIC X.                         CNB26500
015000         88  EBIO-ON-BOARD               VALUE 'Y'.               CNB26500
015100     05  EBIO-TAG                  PIC X.                         CNB26500
015200     05  EBIO-POS-BOARD            PIC X.                         CNB26500
015300     05  EBIO-POSITION             PIC X(14).                     CNB26500
015400     05  EBIO-SLOW-POSITION        PIC X(14).                     CNB26500
015500     05  FILLER                    PIC X(32).                     CNB26500
015600 FD  MSTR-FILE                                                    CNB26500
015700     RECORD CONTAINS 500 CHARACTERS.                              CNB26500
015800 01  MIO-RECORD.                                                  CNB26500
015900     05  MIO-KEY.                                                 CNB26500
016000         10  MIO-DIST              PIC X(2).                      CNB26500
016100         10  MIO-SDIST             PIC X(2).                      CNB26500
016200         10  MIO-CRAFT             PIC X(2).                      CNB26500
016300         10  MIO-EMP-NAME          PIC X(26).                     CNB26500
016400         10  MIO-EMP-NBR           PIC X(9).                      CNB26500
016500     05  FILLER                    PIC X(459).                    CNB26500
016600 FD  VACEMP-FILE                                                  CNB26500
016700     RECORD CONTAINS 80 CHARACTERS.                               CNB26500
016800 01  VE-RECORD.                                                   CNB26500
016900     05  VE-KEY.                                                  CNB26500
017000         10  VE-EMP-NBR            PIC X(9).                      CNB26500
017100         10  VE-WEEK-START         PIC X(8).                      CNB26500
017200     05  VE-DIST                   PIC X(2).                      CNB26500
017300     05  VE-SDIST                  PIC X(2).                      CNB26500
017400     05  VE-CRAFT                  PIC X(2).                      CNB26500
017500     05  VE-AWARD-SOURCE           PIC X(1).                      CNB26500
017600     05  FILLER                    PIC X(56).                     CNB26500
017700 FD  FEED-FILE                                                    CNB26500
017800     RECORD CONTAINS 120 CHARACTERS.                              CNB26500
017900 01  CF-RECORD.                                                   CNB26500
018000     05  CF-REC-TYPE               PIC X(1).                      CNB26500
018100         88  CF-HEADER                   VALUE 'H'.               CNB26500
018200         88  CF-DETAIL                   VALUE 'D'.               CNB26500
018300         88  CF-TRAILER                  VALUE 'T'.               CNB26500
018400     05  CF-FEED-ID                PIC X(8).                      CNB26500
018500     05  CF-FEED-SEQ               PIC 9(6).                      CNB26500
018600     05  CF-BODY                   PIC X(105).                    CNB26500
018700     05  CF-HDR-BODY REDEFINES CF-BODY.                           CNB26500
018800*        YYMMDDHHMM - HOUR ZERO OF THE PROJECTION:                CNB26500
018900         10  CF-AS-OF              PIC X(10).                     CNB26500
019000         10  CF-HOURS              PIC 9(2).                      CNB26500
019100         10  FILLER                PIC X(93).                     CNB26500
019200     05  CF-DTL-BODY REDEFINES CF-BODY.                           CNB26500
019300         10  CF-DIST               PIC X(2).                      CNB26500
019400         10  CF-SDIST              PIC X(2).                      CNB26500
019500         10  CF-CRAFT              PIC X(2).                      CNB26500
019600         10  CF-NOW-POOL           PIC 9(3).                      CNB26500
019700         10  CF-NOW-XB             PIC 9(3).                      CNB26500
019800*        OCCURRENCE 1 IS NOW, 2 THRU 25 ARE 1 THRU 24 HOURS OUT:  CNB26500
019900         10  CF-AVAIL OCCURS 25 TIMES                             CNB26500
020000                                   PIC 9(3).                      CNB26500
020100         10  FILLER                PIC X(18).                     CNB26500
020200     05  CF-TRL-BODY REDEFINES CF-BODY.                           CNB26500
020300         10  CF-DETAIL-COUNT       PIC 9(6).                      CNB26500
020400         10  FILLER                PIC X(99).                     CNB26500
020500 FD  ACK-FILE                                                     CNB26500
020600     RECORD CONTAINS 80 CHARACTERS.                               CNB26500
020700 01  CA-RECORD.                                                   CNB26500
020800     05  CA-FEED-ID                PIC X(8).                      CNB26500
020900     05  CA-FEED-SEQ               PIC X(6).                      CNB26500
021000     05  CA-FEED-SEQ-N REDEFINES CA-FEED-SEQ                      CNB26500
021100                                   PIC 9(6).                      CNB26500
021200*    YYMMDDHHMM:                                                  CNB26500
021300     05  CA-RECEIVED               PIC X(10).                     CNB26500
021400     05  CA-RESULT                 PIC X(2).                      CNB26500
021500         88  CA-ACCEPTED                 VALUE 'OK'.              CNB26500
021600     05  CA-RECORD-COUNT           PIC X(6).                      CNB26500
021700     05  CA-RECORD-COUNT-N REDEFINES CA-RECORD-COUNT              CNB26500
021800                                   PIC 9(6).                      CNB26500
021900     05  CA-REASON                 PIC X(40).                     CNB26500
022000     05  FILLER                    PIC X(8).                      CNB26500
022100 FD  FLOG-FILE                                                    CNB26500
022200     RECORD CONTAINS 80 CHARACTERS.                               CNB26500
022300 01  FL-RECORD.                                                   CNB26500
022400*    FEED SEQUENCE; 000000 IS THE CONTROL ENTRY:                  CNB26500
022500     05  FL-KEY                    PIC 9(6).                      CNB26500
022600     05  FL-DATA                   PIC X(74).                     CNB26500
022700     05  FL-FEED-DATA REDEFINES FL-DATA.                          CNB26500
022800*        YYMMDDHHMM:                                              CNB26500
022900         10  FL-SENT               PIC X(10).                     CNB26500
023000         10  FL-DETAIL-COUNT       PIC 9(6).                      CNB26500
023100         10  FL-STATUS             PIC X(1).                      CNB26500
023200             88  FL-SENT-OPEN            VALUE 'S'.               CNB26500
023300             88  FL-ACKNOWLEDGED         VALUE 'A'.               CNB26500
023400             88  FL-IN-ERROR             VALUE 'E'.               CNB26500
023500         10  FL-ACK-RECEIVED       PIC X(10).                     CNB26500
023600         10  FL-ACK-RESULT         PIC X(2).                      CNB26500
023700         10  FL-ACK-COUNT          PIC 9(6).                      CNB26500
023800         10  FL-ALERTED            PIC X(1).                      CNB26500
023900             88  FL-WAS-ALERTED          VALUE 'Y'.               CNB26500
024000         10  FILLER                PIC X(38).                     CNB26500
024100     05  FL-CTL-DATA REDEFINES FL-DATA.                           CNB26500
024200         10  FLC-LAST-SEQ          PIC 9(6).                      CNB26500
024300*        YYMMDDHHMM - THE LAST FEED SENT AND THE LAST ONE WHOSE   CNB26500
024400*        SUCCESSOR WAS ALERTED AS MISSED:                         CNB26500
024500         10  FLC-LAST-SENT         PIC X(10).                     CNB26500
024600         10  FLC-MISS-ALERTED      PIC X(10).                     CNB26500
024700         10  FILLER                PIC X(48).                     CNB26500
024800 FD  TASK-FILE                                                    CNB26500
024900     RECORD CONTAINS 120 CHARACTERS.                              CNB26500
025000 01  TK-RECORD.                                                   CNB26500
025100     05  TK-KEY.                                                  CNB26500
025200         10  TK-DIST               PIC X(2).                      CNB26500
025300         10  TK-SDIST              PIC X(2).                      CNB26500
025400         10  TK-DATE-TIME          PIC X(14).                     CNB26500
025500         10  TK-SEQ                PIC X(2).                      CNB26500
025600     05  TK-CATEGORY               PIC X(4).                      CNB26500
025700     05  TK-PRIORITY               PIC 9(1).                      CNB26500
025800     05  TK-STATUS                 PIC X(1).                      CNB26500
025900         88  TK-OPEN                     VALUE 'O'.               CNB26500
026000     05  TK-OWNER                  PIC X(8).                      CNB26500
026100     05  TK-COMP-DATE-TIME         PIC X(14).                     CNB26500
026200     05  TK-TEXT                   PIC X(40).                     CNB26500
026300     05  FILLER                    PIC X(32).                     CNB26500
026400 FD  RPT-FILE                                                     CNB26500
026500     RECORD CONTAINS 132 CHARACTERS.                              CNB26500
026600 01  RPT-LINE                      PIC X(132).                    CNB26500
026700*                                                                 CNB26500
026800 WORKING-STORAGE SECTION.                                         CNB26500
026900 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB26500
027000     88  WS-PARM-OK                       VALUE '00'.             CNB26500
027100 01  WS-UFP-STATUS                 PIC XX VALUE SPACES.           CNB26500
027200     88  WS-UFP-OK                        VALUE '00'.             CNB26500
027300     88  WS-UFP-END                       VALUE '10'.             CNB26500
027400 01  WS-EB-STATUS                  PIC XX VALUE SPACES.           CNB26500
027500     88  WS-EB-OK                         VALUE '00'.             CNB26500
027600     88  WS-EB-END                        VALUE '10'.             CNB26500
027700 01  WS-MSTRF-STATUS               PIC XX VALUE SPACES.           CNB26500
027800     88  WS-MSTRF-OK                      VALUE '00' '02'.        CNB26500
027900     88  WS-MSTRF-NOTFND                  VALUE '23'.             CNB26500
028000 01  WS-VAC-STATUS                 PIC XX VALUE SPACES.           CNB26500
028100     88  WS-VAC-OK                        VALUE '00'.             CNB26500
028200 01  WS-FEED-STATUS                PIC XX VALUE SPACES.           CNB26500
028300     88  WS-FEED-OK                       VALUE '00'.             CNB26500
028400 01  WS-ACK-STATUS                 PIC XX VALUE SPACES.           CNB26500
028500     88  WS-ACK-OK                        VALUE '00'.             CNB26500
028600 01  WS-FLOG-STATUS                PIC XX VALUE SPACES.           CNB26500
028700     88  WS-FLOG-OK                       VALUE '00'.             CNB26500
028800     88  WS-FLOG-NOTFND                   VALUE '23'.             CNB26500
028900     88  WS-FLOG-END                      VALUE '10'.             CNB26500
029000 01  WS-TASK-STATUS                PIC XX VALUE SPACES.           CNB26500
029100     88  WS-TASK-OK                       VALUE '00'.             CNB26500
029200     88  WS-TASK-DUP                      VALUE '22'.             CNB26500
029300 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB26500
029400     88  WS-RPT-OK                        VALUE '00'.             CNB26500
029500 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB26500
029600 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB26500
029700 COPY WSERRLOG.                                                   CNB26500
029800 COPY WSMSTR.                                                     CNB26500
029900 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB26500
030000     88  WS-FUNC-FEED                     VALUE 'FEED'.           CNB26500
030100     88  WS-FUNC-ACK                      VALUE 'ACK'.            CNB26500
030200 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB26500
030300 01  WS-AS-OF                      PIC X(10) VALUE SPACES.        CNB26500
030400 01  WS-FEED-ID                    PIC X(8) VALUE 'CREWAVL'.      CNB26500
030500 01  WS-ACK-MINS                   PIC 9(3) VALUE 030.            CNB26500
030600 01  WS-LATE-MINS                  PIC 9(3) VALUE 015.            CNB26500
030700 01  WS-KEEP-HOURS                 PIC 9(4) VALUE 0168.           CNB26500
030800 01  WS-UFP-EOF-SW                 PIC X  VALUE 'N'.              CNB26500
030900     88  WS-EOF-UFP                       VALUE 'Y'.              CNB26500
031000 01  WS-EB-EOF-SW                  PIC X  VALUE 'N'.              CNB26500
031100     88  WS-EOF-EB                        VALUE 'Y'.              CNB26500
031200 01  WS-ACK-EOF-SW                 PIC X  VALUE 'N'.              CNB26500
031300     88  WS-EOF-ACK                       VALUE 'Y'.              CNB26500
031400 01  WS-FLOG-EOF-SW                PIC X  VALUE 'N'.              CNB26500
031500     88  WS-EOF-FLOG                      VALUE 'Y'.              CNB26500
031600 01  WS-VAC-DONE-SW                PIC X  VALUE 'N'.              CNB26500
031700     88  WS-VAC-DONE                      VALUE 'Y'.              CNB26500
031800 01  WS-CTL-SW                     PIC X  VALUE 'N'.              CNB26500
031900     88  WS-HAVE-CTL                      VALUE 'Y'.              CNB26500
032000*                                                                 CNB26500
032100*    THE CONTROL ENTRY, HELD FOR THE RUN                          CNB26500
032200*                                                                 CNB26500
032300 01  WS-FL-CONTROL.                                               CNB26500
032400     05  WS-FLC-LAST-SEQ           PIC 9(6) VALUE ZEROS.          CNB26500
032500     05  WS-FLC-LAST-SENT          PIC X(10) VALUE SPACES.        CNB26500
032600     05  WS-FLC-MISS-ALERTED       PIC X(10) VALUE SPACES.        CNB26500
032700     05  FILLER                    PIC X(48) VALUE SPACES.        CNB26500
032800 01  WS-FEED-SEQ                   PIC 9(6) VALUE ZEROS.          CNB26500
032900*                                                                 CNB26500
033000*    THE CREW BEING PROJECTED                                     CNB26500
033100*                                                                 CNB26500
033200 01  WS-FIND-EMP                   PIC X(9) VALUE SPACES.         CNB26500
033300 01  WS-TURN-TYPE                  PIC X(1) VALUE SPACES.         CNB26500
033400     88  WS-TURN-POOL                     VALUE 'P'.              CNB26500
033500     88  WS-TURN-XB                       VALUE 'X'.              CNB26500
033600 01  WS-TC-FIND-KEY.                                              CNB26500
033700     05  WS-TCF-DIST               PIC X(2).                      CNB26500
033800     05  WS-TCF-SDIST              PIC X(2).                      CNB26500
033900     05  WS-TCF-CRAFT              PIC X(2).                      CNB26500
034000 01  WS-NOW-MINS                   PIC S9(9) COMP VALUE ZEROS.    CNB26500
034100 01  WS-AVAIL-MINS                 PIC S9(9) COMP VALUE ZEROS.    CNB26500
034200 01  WS-HOUR-FROM                  PIC S9(4) COMP VALUE ZEROS.    CNB26500
034300 01  WS-HOUR-SUB                   PIC S9(4) COMP VALUE ZEROS.    CNB26500
034400 01  WS-RUN-SER                    PIC S9(7) COMP VALUE ZEROS.    CNB26500
034500 01  WS-WEEK-SER                   PIC S9(7) COMP VALUE ZEROS.    CNB26500
034600 01  WS-AGE-MINS                   PIC S9(9) COMP VALUE ZEROS.    CNB26500
034700 01  WS-STAMP.                                                    CNB26500
034800     05  WS-ST-YYMMDD              PIC X(6).                      CNB26500
034900     05  WS-ST-HH                  PIC 9(2).                      CNB26500
035000     05  WS-ST-MN                  PIC 9(2).                      CNB26500
035100 01  WS-STAMP-MINS                 PIC S9(9) COMP VALUE ZEROS.    CNB26500
035200 01  WS-SERIAL-RESULT              PIC S9(7) COMP VALUE ZEROS.    CNB26500
035300 01  WS-SERIAL-DATE.                                              CNB26500
035400     05  WS-SD-CCYY                PIC 9(4).                      CNB26500
035500     05  WS-SD-MM                  PIC 9(2).                      CNB26500
035600     05  WS-SD-DD                  PIC 9(2).                      CNB26500
035700 01  WS-SERIAL-DATE-X REDEFINES WS-SERIAL-DATE                    CNB26500
035800                                   PIC X(8).                      CNB26500
035900 01  WS-LEAP-QUOT                  PIC 9(4) VALUE ZEROS.          CNB26500
036000 01  WS-LEAP-REM                   PIC 9(4) VALUE ZEROS.          CNB26500
036100 01  WS-CUM-DAY-TABLE              PIC X(36) VALUE                CNB26500
036200         '000031059090120151181212243273304334'.                  CNB26500
036300 01  WS-CUM-DAY-TABLE-R REDEFINES WS-CUM-DAY-TABLE.               CNB26500
036400     05  WS-CDT-DAYS OCCURS 12 TIMES                              CNB26500
036500                                   PIC 9(3).                      CNB26500
036600*                                                                 CNB26500
036700*    CREWS BY TERMINAL AND CRAFT, IN KEY ORDER                    CNB26500
036800*                                                                 CNB26500
036900 01  WS-TC-MAX                     PIC S9(4) COMP VALUE 600.      CNB26500
037000 01  WS-TC-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB26500
037100 01  WS-TC-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB26500
037200 01  WS-TC-SUB2                    PIC S9(4) COMP VALUE ZEROS.    CNB26500
037300 01  WS-TC-INS-AT                  PIC S9(4) COMP VALUE ZEROS.    CNB26500
037400 01  WS-TC-TABLE.                                                 CNB26500
037500     05  WS-TC-ENTRY OCCURS 600 TIMES.                            CNB26500
037600         10  WS-TC-KEY             PIC X(6).                      CNB26500
037700         10  WS-TC-NOW-POOL        PIC 9(3).                      CNB26500
037800         10  WS-TC-NOW-XB          PIC 9(3).                      CNB26500
037900         10  WS-TC-AVAIL OCCURS 25 TIMES                          CNB26500
038000                                   PIC 9(3).                      CNB26500
038100*                                                                 CNB26500
038200 01  WS-UFP-COUNT                  PIC 9(7) VALUE ZEROS.          CNB26500
038300 01  WS-EB-COUNT                   PIC 9(7) VALUE ZEROS.          CNB26500
038400 01  WS-NO-MSTR-COUNT              PIC 9(7) VALUE ZEROS.          CNB26500
038500 01  WS-RESTRICTED-COUNT           PIC 9(7) VALUE ZEROS.          CNB26500
038600 01  WS-NOT-AVAIL-COUNT            PIC 9(7) VALUE ZEROS.          CNB26500
038700 01  WS-NOW-COUNT                  PIC 9(7) VALUE ZEROS.          CNB26500
038800 01  WS-RESTING-COUNT              PIC 9(7) VALUE ZEROS.          CNB26500
038900 01  WS-DUE-BACK-COUNT             PIC 9(7) VALUE ZEROS.          CNB26500
039000 01  WS-BEYOND-COUNT               PIC 9(7) VALUE ZEROS.          CNB26500
039100 01  WS-DETAIL-COUNT               PIC 9(7) VALUE ZEROS.          CNB26500
039200 01  WS-RECEIPT-COUNT              PIC 9(7) VALUE ZEROS.          CNB26500
039300 01  WS-ACCEPTED-COUNT             PIC 9(7) VALUE ZEROS.          CNB26500
039400 01  WS-REJECTED-COUNT             PIC 9(7) VALUE ZEROS.          CNB26500
039500 01  WS-UNMATCHED-COUNT            PIC 9(7) VALUE ZEROS.          CNB26500
039600 01  WS-OVERDUE-COUNT              PIC 9(7) VALUE ZEROS.          CNB26500
039700 01  WS-MISSED-COUNT               PIC 9(7) VALUE ZEROS.          CNB26500
039800 01  WS-PURGE-COUNT                PIC 9(7) VALUE ZEROS.          CNB26500
039900 01  WS-TASK-SEQ                   PIC 9(2) VALUE ZEROS.          CNB26500
040000 01  WS-TASK-CATEGORY              PIC X(4) VALUE SPACES.         CNB26500
040100 01  WS-TASK-PRIORITY              PIC 9(1) VALUE ZEROS.          CNB26500
040200 01  WS-TASK-TEXT                  PIC X(40) VALUE SPACES.        CNB26500
040300 01  WS-TASK-COUNT                 PIC 9(7) VALUE ZEROS.          CNB26500
040400 01  WS-HDR-LINE.                                                 CNB26500
040500     05  FILLER                PIC X(38)  VALUE                   CNB26500
040600         'CNB265 - CREW AVAILABILITY FEED'.                       CNB26500
040700     05  FILLER                PIC X(2)   VALUE SPACES.           CNB26500
040800     05  HDR-FUNC              PIC X(8).                          CNB26500
040900     05  FILLER                PIC X(2)   VALUE SPACES.           CNB26500
041000     05  HDR-DATE-TIME         PIC X(12).                         CNB26500
041100     05  FILLER                PIC X(70)  VALUE SPACES.           CNB26500
041200 01  WS-TITLE-LINE.                                               CNB26500
041300     05  TTL-TEXT                  PIC X(80).                     CNB26500
041400     05  FILLER                    PIC X(52) VALUE SPACES.        CNB26500
041500 01  WS-AV-HDR-LINE.                                              CNB26500
041600     05  FILLER                    PIC X(40) VALUE                CNB26500
041700         'DIST  SDIST CRAFT POOL  XB NOW  +1  +2  '.              CNB26500
041800     05  FILLER                    PIC X(40) VALUE                CNB26500
041900         '+3  +4  +5  +6  +7  +8  +9 +10 +11 +12 +'.              CNB26500
042000     05  FILLER                    PIC X(40) VALUE                CNB26500
042100         '13 +14 +15 +16 +17 +18 +19 +20 +21 +22 +'.              CNB26500
042200     05  FILLER                    PIC X(12) VALUE                CNB26500
042300         '23 +24      '.                                          CNB26500
042400 01  WS-AV-LINE.                                                  CNB26500
042500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26500
042600     05  AVL-DIST                  PIC X(2).                      CNB26500
042700     05  FILLER                    PIC X(4) VALUE SPACES.         CNB26500
042800     05  AVL-SDIST                 PIC X(2).                      CNB26500
042900     05  FILLER                    PIC X(4) VALUE SPACES.         CNB26500
043000     05  AVL-CRAFT                 PIC X(2).                      CNB26500
043100     05  FILLER                    PIC X(4) VALUE SPACES.         CNB26500
043200     05  AVL-NOW-POOL              PIC ZZ9.                       CNB26500
043300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26500
043400     05  AVL-NOW-XB                PIC ZZ9.                       CNB26500
043500     05  AVL-HOUR-AREA.                                           CNB26500
043600         10  AVL-HOUR OCCURS 25 TIMES.                            CNB26500
043700             15  FILLER            PIC X(1).                      CNB26500
043800             15  AVL-AVAIL         PIC ZZ9.                       CNB26500
043900     05  FILLER                    PIC X(6) VALUE SPACES.         CNB26500
044000 01  WS-FL-HDR-LINE.                                              CNB26500
044100     05  FILLER                    PIC X(40) VALUE                CNB26500
044200         'FEED    SENT       DETAILS  RECEIVED    '.              CNB26500
044300     05  FILLER                    PIC X(40) VALUE                CNB26500
044400         'RESULT COUNT  NOTE                      '.              CNB26500
044500     05  FILLER                    PIC X(52) VALUE SPACES.        CNB26500
044600 01  WS-FL-LINE.                                                  CNB26500
044700     05  FLL-SEQ                   PIC X(6).                      CNB26500
044800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26500
044900     05  FLL-SENT                  PIC X(10).                     CNB26500
045000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26500
045100     05  FLL-DETAILS               PIC X(6).                      CNB26500
045200     05  FLL-DETAILS-N REDEFINES FLL-DETAILS                      CNB26500
045300                                   PIC ZZZZZ9.                    CNB26500
045400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26500
045500     05  FLL-RECEIVED              PIC X(10).                     CNB26500
045600     05  FILLER                    PIC X(3) VALUE SPACES.         CNB26500
045700     05  FLL-RESULT                PIC X(2).                      CNB26500
045800     05  FILLER                    PIC X(3) VALUE SPACES.         CNB26500
045900     05  FLL-COUNT                 PIC X(6).                      CNB26500
046000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26500
046100     05  FLL-NOTE                  PIC X(50).                     CNB26500
046200     05  FILLER                    PIC X(28) VALUE SPACES.        CNB26500
046300 01  WS-CNT-LINE.                                                 CNB26500
046400     05  CNT-LABEL                 PIC X(30).                     CNB26500
046500     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB26500
046600     05  FILLER                    PIC X(95) VALUE SPACES.        CNB26500
046700*                                                                 CNB26500
046800 PROCEDURE DIVISION.                                              CNB26500
046900 P0000-MAINLINE.                                                  CNB26500
047000     PERFORM P1000-INITIALIZE                                     CNB26500
047100     IF WS-FUNC-FEED                                              CNB26500
047200        PERFORM P2000-POOL-TURN UNTIL WS-EOF-UFP                  CNB26500
047300        PERFORM P2500-XB-POSITION UNTIL WS-EOF-EB                 CNB26500
047400        PERFORM P3000-WRITE-FEED                                  CNB26500
047500        PERFORM P3500-PRINT-FEED                                  CNB26500
047600     ELSE                                                         CNB26500
047700        PERFORM P4000-RECEIPT THRU P4000-EXIT                     CNB26500
047800                UNTIL WS-EOF-ACK                                  CNB26500
047900        PERFORM P5000-CHECK-FEEDS                                 CNB26500
048000     END-IF                                                       CNB26500
048100     PERFORM P6000-PRINT-TOTALS                                   CNB26500
048200     PERFORM P9000-TERMINATE                                      CNB26500
048300     GOBACK.                                                      CNB26500
048400*                                                                 CNB26500
048500 P1000-INITIALIZE.                                                CNB26500
048600     OPEN INPUT PARM-FILE                                         CNB26500
048700     IF NOT WS-PARM-OK                                            CNB26500
048800        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB26500
048900        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB26500
049000        PERFORM P9999-GOT-PROBLEM                                 CNB26500
049100     END-IF                                                       CNB26500
049200     READ PARM-FILE                                               CNB26500
049300          AT END                                                  CNB26500
049400             MOVE 'P1000-READ-PARM'                               CNB26500
049500                                   TO WS-ABEND-PARAGRAPH          CNB26500
049600             MOVE 'PM'             TO WS-ABEND-STATUS             CNB26500
049700             PERFORM P9999-GOT-PROBLEM                            CNB26500
049800     END-READ                                                     CNB26500
049900     CLOSE PARM-FILE                                              CNB26500
050000     MOVE PARM-FUNC                TO WS-FUNC                     CNB26500
050100     IF NOT WS-FUNC-FEED AND NOT WS-FUNC-ACK                      CNB26500
050200        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB26500
050300        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB26500
050400        PERFORM P9999-GOT-PROBLEM                                 CNB26500
050500     END-IF                                                       CNB26500
050600     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB26500
050700     IF WS-RUN-DATE-TIME (1:10) NOT NUMERIC                       CNB26500
050800        MOVE 'P1000-BAD-DATE'      TO WS-ABEND-PARAGRAPH          CNB26500
050900        MOVE 'PM'                  TO WS-ABEND-STATUS             CNB26500
051000        PERFORM P9999-GOT-PROBLEM                                 CNB26500
051100     END-IF                                                       CNB26500
051200     IF PARM-ACK-MINS NUMERIC                                     CNB26500
051300        MOVE PARM-ACK-MINS         TO WS-ACK-MINS                 CNB26500
051400     END-IF                                                       CNB26500
051500     IF PARM-LATE-MINS NUMERIC                                    CNB26500
051600        MOVE PARM-LATE-MINS        TO WS-LATE-MINS                CNB26500
051700     END-IF                                                       CNB26500
051800     IF PARM-KEEP-HOURS NUMERIC                                   CNB26500
051900        MOVE PARM-KEEP-HOURS       TO WS-KEEP-HOURS               CNB26500
052000     END-IF                                                       CNB26500
052100     MOVE WS-RUN-DATE-TIME (1:10)  TO WS-AS-OF                    CNB26500
052200     MOVE WS-RUN-DATE-TIME (1:10)  TO WS-STAMP                    CNB26500
052300     PERFORM P7100-STAMP-MINUTES                                  CNB26500
052400     MOVE WS-STAMP-MINS            TO WS-NOW-MINS                 CNB26500
052500     MOVE WS-SERIAL-RESULT         TO WS-RUN-SER                  CNB26500
052600     OPEN OUTPUT RPT-FILE                                         CNB26500
052700     IF NOT WS-RPT-OK                                             CNB26500
052800        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB26500
052900        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB26500
053000        PERFORM P9999-GOT-PROBLEM                                 CNB26500
053100     END-IF                                                       CNB26500
053200     MOVE WS-FUNC                  TO HDR-FUNC                    CNB26500
053300     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB26500
053400     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB26500
053500     MOVE SPACES                   TO RPT-LINE                    CNB26500
053600     WRITE RPT-LINE                                               CNB26500
053700     OPEN I-O FLOG-FILE                                           CNB26500
053800     IF WS-FLOG-STATUS = '35'                                     CNB26500
053900        OPEN OUTPUT FLOG-FILE                                     CNB26500
054000        CLOSE FLOG-FILE                                           CNB26500
054100        OPEN I-O FLOG-FILE                                        CNB26500
054200     END-IF                                                       CNB26500
054300     IF NOT WS-FLOG-OK                                            CNB26500
054400        MOVE 'P1000-OPEN-FLOG'     TO WS-ABEND-PARAGRAPH          CNB26500
054500        MOVE WS-FLOG-STATUS        TO WS-ABEND-STATUS             CNB26500
054600        PERFORM P9999-GOT-PROBLEM                                 CNB26500
054700     END-IF                                                       CNB26500
054800     PERFORM P1300-READ-CONTROL                                   CNB26500
054900     IF WS-FUNC-FEED                                              CNB26500
055000        PERFORM P1100-OPEN-FEED                                   CNB26500
055100     ELSE                                                         CNB26500
055200        PERFORM P1200-OPEN-ACK                                    CNB26500
055300     END-IF.                                                      CNB26500
055400*                                                                 CNB26500
055500 P1100-OPEN-FEED.                                                 CNB26500
055600     OPEN INPUT UFP-FILE                                          CNB26500
055700     IF NOT WS-UFP-OK                                             CNB26500
055800        MOVE 'P1100-OPEN-UFP'      TO WS-ABEND-PARAGRAPH          CNB26500
055900        MOVE WS-UFP-STATUS         TO WS-ABEND-STATUS             CNB26500
056000        PERFORM P9999-GOT-PROBLEM                                 CNB26500
056100     END-IF                                                       CNB26500
056200     OPEN INPUT EB-FILE                                           CNB26500
056300     IF NOT WS-EB-OK                                              CNB26500
056400        MOVE 'P1100-OPEN-EB'       TO WS-ABEND-PARAGRAPH          CNB26500
056500        MOVE WS-EB-STATUS          TO WS-ABEND-STATUS             CNB26500
056600        PERFORM P9999-GOT-PROBLEM                                 CNB26500
056700     END-IF                                                       CNB26500
056800     OPEN INPUT MSTR-FILE                                         CNB26500
056900     IF NOT WS-MSTRF-OK                                           CNB26500
057000        MOVE 'P1100-OPEN-MSTR'     TO WS-ABEND-PARAGRAPH          CNB26500
057100        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB26500
057200        PERFORM P9999-GOT-PROBLEM                                 CNB26500
057300     END-IF                                                       CNB26500
057400     OPEN INPUT VACEMP-FILE                                       CNB26500
057500     IF NOT WS-VAC-OK                                             CNB26500
057600        MOVE 'P1100-OPEN-VAC'      TO WS-ABEND-PARAGRAPH          CNB26500
057700        MOVE WS-VAC-STATUS         TO WS-ABEND-STATUS             CNB26500
057800        PERFORM P9999-GOT-PROBLEM                                 CNB26500
057900     END-IF                                                       CNB26500
058000     OPEN OUTPUT FEED-FILE                                        CNB26500
058100     IF NOT WS-FEED-OK                                            CNB26500
058200        MOVE 'P1100-OPEN-FEED'     TO WS-ABEND-PARAGRAPH          CNB26500
058300        MOVE WS-FEED-STATUS        TO WS-ABEND-STATUS             CNB26500
058400        PERFORM P9999-GOT-PROBLEM                                 CNB26500
058500     END-IF                                                       CNB26500
058600     PERFORM P2010-READ-UFP                                       CNB26500
058700     PERFORM P2510-READ-EB.                                       CNB26500
058800*                                                                 CNB26500
058900 P1200-OPEN-ACK.                                                  CNB26500
059000     OPEN INPUT ACK-FILE                                          CNB26500
059100     IF NOT WS-ACK-OK                                             CNB26500
059200        MOVE 'P1200-OPEN-ACK'      TO WS-ABEND-PARAGRAPH          CNB26500
059300        MOVE WS-ACK-STATUS         TO WS-ABEND-STATUS             CNB26500
059400        PERFORM P9999-GOT-PROBLEM                                 CNB26500
059500     END-IF                                                       CNB26500
059600     OPEN I-O TASK-FILE                                           CNB26500
059700     IF WS-TASK-STATUS = '35'                                     CNB26500
059800        OPEN OUTPUT TASK-FILE                                     CNB26500
059900        CLOSE TASK-FILE                                           CNB26500
060000        OPEN I-O TASK-FILE                                        CNB26500
060100     END-IF                                                       CNB26500
060200     IF NOT WS-TASK-OK                                            CNB26500
060300        MOVE 'P1200-OPEN-TASK'     TO WS-ABEND-PARAGRAPH          CNB26500
060400        MOVE WS-TASK-STATUS        TO WS-ABEND-STATUS             CNB26500
060500        PERFORM P9999-GOT-PROBLEM                                 CNB26500
060600     END-IF                                                       CNB26500
060700     PERFORM P4010-READ-ACK.                                      CNB26500
060800*                                                                 CNB26500
060900 P1300-READ-CONTROL.                                              CNB26500
061000     MOVE ZEROS                    TO FL-KEY                      CNB26500
061100     READ FLOG-FILE                                               CNB26500
061200     EVALUATE TRUE                                                CNB26500
061300        WHEN WS-FLOG-OK                                           CNB26500
061400             MOVE FL-DATA          TO WS-FL-CONTROL               CNB26500
061500             SET WS-HAVE-CTL TO TRUE                              CNB26500
061600        WHEN WS-FLOG-NOTFND                                       CNB26500
061700             CONTINUE                                             CNB26500
061800        WHEN OTHER                                                CNB26500
061900             MOVE 'P1300-READ-CTL' TO WS-ABEND-PARAGRAPH          CNB26500
062000             MOVE WS-FLOG-STATUS   TO WS-ABEND-STATUS             CNB26500
062100             PERFORM P9999-GOT-PROBLEM                            CNB26500
062200     END-EVALUATE.                                                CNB26500
062300*                                                                 CNB26500
062400 P1400-SAVE-CONTROL.                                              CNB26500
062500     MOVE ZEROS                    TO FL-KEY                      CNB26500
062600     MOVE WS-FL-CONTROL            TO FL-DATA                     CNB26500
062700     IF WS-HAVE-CTL                                               CNB26500
062800        REWRITE FL-RECORD                                         CNB26500
062900     ELSE                                                         CNB26500
063000        WRITE FL-RECORD                                           CNB26500
063100        SET WS-HAVE-CTL TO TRUE                                   CNB26500
063200     END-IF                                                       CNB26500
063300     IF NOT WS-FLOG-OK                                            CNB26500
063400        MOVE 'P1400-SAVE-CTL'      TO WS-ABEND-PARAGRAPH          CNB26500
063500        MOVE WS-FLOG-STATUS        TO WS-ABEND-STATUS             CNB26500
063600        PERFORM P9999-GOT-PROBLEM                                 CNB26500
063700     END-IF.                                                      CNB26500
063800*                                                                 CNB26500
063900*    FUNC FEED - PROJECT EVERY CREW ON A POOL TURN OR EXTRABOARD  CNB26500
064000*                                                                 CNB26500
064100 P2000-POOL-TURN.                                                 CNB26500
064200     ADD 1 TO WS-UFP-COUNT                                        CNB26500
064300     IF UFIO-IN-TOWN AND UFIO-EMP-NO > ZEROS                      CNB26500
064400        MOVE UFIO-EMP-NO           TO WS-FIND-EMP                 CNB26500
064500        PERFORM P2100-GET-MASTER                                  CNB26500
064600        IF WS-MSTRF-OK                                            CNB26500
064700           MOVE UFIO-DIST          TO WS-TCF-DIST                 CNB26500
064800           MOVE UFIO-SDIST         TO WS-TCF-SDIST                CNB26500
064900           MOVE CRAFT              TO WS-TCF-CRAFT                CNB26500
065000           SET WS-TURN-POOL TO TRUE                               CNB26500
065100           PERFORM P2200-PROJECT-CREW THRU P2200-EXIT             CNB26500
065200        END-IF                                                    CNB26500
065300     END-IF                                                       CNB26500
065400     PERFORM P2010-READ-UFP.                                      CNB26500
065500*                                                                 CNB26500
065600 P2010-READ-UFP.                                                  CNB26500
065700     READ UFP-FILE NEXT                                           CNB26500
065800          AT END                                                  CNB26500
065900             SET WS-EOF-UFP TO TRUE                               CNB26500
066000     END-READ                                                     CNB26500
066100     IF NOT WS-EOF-UFP AND NOT WS-UFP-OK                          CNB26500
066200        MOVE 'P2010-READ-UFP'      TO WS-ABEND-PARAGRAPH          CNB26500
066300        MOVE WS-UFP-STATUS         TO WS-ABEND-STATUS             CNB26500
066400        PERFORM P9999-GOT-PROBLEM                                 CNB26500
066500     END-IF.                                                      CNB26500
066600*                                                                 CNB26500
066700 P2100-GET-MASTER.                                                CNB26500
066800     MOVE SPACES                   TO MIO-KEY                     CNB26500
066900     MOVE WS-FIND-EMP              TO MIO-EMP-NBR                 CNB26500
067000     READ MSTR-FILE KEY IS MIO-EMP-NBR                            CNB26500
067100     EVALUATE TRUE                                                CNB26500
067200        WHEN WS-MSTRF-OK                                          CNB26500
067300             MOVE MIO-RECORD       TO WS-MSTR                     CNB26500
067400        WHEN WS-MSTRF-NOTFND                                      CNB26500
067500             ADD 1 TO WS-NO-MSTR-COUNT                            CNB26500
067600        WHEN OTHER                                                CNB26500
067700             MOVE 'P2100-READ-MSTR'                               CNB26500
067800                                   TO WS-ABEND-PARAGRAPH          CNB26500
067900             MOVE WS-MSTRF-STATUS  TO WS-ABEND-STATUS             CNB26500
068000             PERFORM P9999-GOT-PROBLEM                            CNB26500
068100     END-EVALUATE.                                                CNB26500
068200*                                                                 CNB26500
068300 P2200-PROJECT-CREW.                                              CNB26500
068400*    WS-AVAIL-MINS IS LEFT ZERO FOR A CREW THAT IS NOT COMING     CNB26500
068500*    BACK, OTHERWISE IT IS WHEN THE CREW MARKS UP.                CNB26500
068600     IF NOT (EMP-HI-LVL-OK OR EMP-HI-LVL-RESTRICTION = SPACE)     CNB26500
068700        ADD 1 TO WS-RESTRICTED-COUNT                              CNB26500
068800        GO TO P2200-EXIT                                          CNB26500
068900     END-IF                                                       CNB26500
069000     MOVE ZEROS                    TO WS-AVAIL-MINS               CNB26500
069100     EVALUATE TRUE                                                CNB26500
069200        WHEN AVAILABLE                                            CNB26500
069300             MOVE WS-NOW-MINS      TO WS-AVAIL-MINS               CNB26500
069400        WHEN VACATION                                             CNB26500
069500             PERFORM P2310-VACATION-RETURN                        CNB26500
069600        WHEN OFF-MILES-DAYS                                       CNB26500
069700             PERFORM P2320-OFF-MILES-RETURN                       CNB26500
069800        WHEN PERSONAL-LEAVE-DAY                                   CNB26500
069900             PERFORM P2330-PERS-LEAVE-RETURN                      CNB26500
070000        WHEN OTHER                                                CNB26500
070100             CONTINUE                                             CNB26500
070200     END-EVALUATE                                                 CNB26500
070300     IF WS-AVAIL-MINS = ZEROS                                     CNB26500
070400        ADD 1 TO WS-NOT-AVAIL-COUNT                               CNB26500
070500        GO TO P2200-EXIT                                          CNB26500
070600     END-IF                                                       CNB26500
070700     IF NOT AVAILABLE                                             CNB26500
070800        ADD 1 TO WS-DUE-BACK-COUNT                                CNB26500
070900     END-IF                                                       CNB26500
071000     PERFORM P2400-APPLY-REST                                     CNB26500
071100     IF AVAILABLE AND WS-AVAIL-MINS > WS-NOW-MINS                 CNB26500
071200        ADD 1 TO WS-RESTING-COUNT                                 CNB26500
071300     END-IF                                                       CNB26500
071400     PERFORM P2600-FIND-TERMINAL THRU P2600-EXIT                  CNB26500
071500     IF WS-AVAIL-MINS NOT > WS-NOW-MINS                           CNB26500
071600        ADD 1 TO WS-NOW-COUNT                                     CNB26500
071700        MOVE 1                     TO WS-HOUR-FROM                CNB26500
071800        IF WS-TURN-POOL                                           CNB26500
071900           ADD 1 TO WS-TC-NOW-POOL (WS-TC-SUB)                    CNB26500
072000        ELSE                                                      CNB26500
072100           ADD 1 TO WS-TC-NOW-XB (WS-TC-SUB)                      CNB26500
072200        END-IF                                                    CNB26500
072300     ELSE                                                         CNB26500
072400        COMPUTE WS-HOUR-FROM =                                    CNB26500
072500                ((WS-AVAIL-MINS - WS-NOW-MINS + 59) / 60) + 1     CNB26500
072600     END-IF                                                       CNB26500
072700     IF WS-HOUR-FROM > 25                                         CNB26500
072800        ADD 1 TO WS-BEYOND-COUNT                                  CNB26500
072900        GO TO P2200-EXIT                                          CNB26500
073000     END-IF                                                       CNB26500
073100     PERFORM P2210-ADD-HOUR                                       CNB26500
073200             VARYING WS-HOUR-SUB FROM WS-HOUR-FROM BY 1           CNB26500
073300             UNTIL WS-HOUR-SUB > 25.                              CNB26500
073400 P2200-EXIT.                                                      CNB26500
073500     EXIT.                                                        CNB26500
073600*                                                                 CNB26500
073700 P2210-ADD-HOUR.                                                  CNB26500
073800     ADD 1 TO WS-TC-AVAIL (WS-TC-SUB WS-HOUR-SUB).                CNB26500
073900*                                                                 CNB26500
074000 P2310-VACATION-RETURN.                                           CNB26500
074100*    THE WEEK IN PROGRESS ENDS SEVEN DAYS AFTER ITS START.        CNB26500
074200     MOVE 'N'                      TO WS-VAC-DONE-SW              CNB26500
074300     MOVE SPACES                   TO VE-KEY                      CNB26500
074400     MOVE EMP-NBR                  TO VE-EMP-NBR                  CNB26500
074500     START VACEMP-FILE KEY NOT < VE-KEY                           CNB26500
074600     IF NOT WS-VAC-OK                                             CNB26500
074700        SET WS-VAC-DONE TO TRUE                                   CNB26500
074800     END-IF                                                       CNB26500
074900     PERFORM P2315-NEXT-VAC-WEEK UNTIL WS-VAC-DONE.               CNB26500
075000*                                                                 CNB26500
075100 P2315-NEXT-VAC-WEEK.                                             CNB26500
075200     READ VACEMP-FILE NEXT                                        CNB26500
075300          AT END                                                  CNB26500
075400             SET WS-VAC-DONE TO TRUE                              CNB26500
075500     END-READ                                                     CNB26500
075600     IF NOT WS-VAC-DONE                                           CNB26500
075700        IF VE-EMP-NBR NOT = EMP-NBR                               CNB26500
075800           SET WS-VAC-DONE TO TRUE                                CNB26500
075900        ELSE                                                      CNB26500
076000           MOVE VE-WEEK-START      TO WS-SERIAL-DATE-X            CNB26500
076100           PERFORM P7000-DATE-TO-SERIAL                           CNB26500
076200           MOVE WS-SERIAL-RESULT   TO WS-WEEK-SER                 CNB26500
076300           IF WS-WEEK-SER NOT > WS-RUN-SER                        CNB26500
076400              AND (WS-WEEK-SER + 7) > WS-RUN-SER                  CNB26500
076500              COMPUTE WS-AVAIL-MINS = (WS-WEEK-SER + 7) * 1440    CNB26500
076600              SET WS-VAC-DONE TO TRUE                             CNB26500
076700           END-IF                                                 CNB26500
076800        END-IF                                                    CNB26500
076900     END-IF.                                                      CNB26500
077000*                                                                 CNB26500
077100 P2320-OFF-MILES-RETURN.                                          CNB26500
077200*    BACK THE DAY AFTER THE MILES PERIOD ENDS.                    CNB26500
077300     IF EMP-MILES-PERIOD NUMERIC                                  CNB26500
077400        MOVE '20'                  TO WS-SERIAL-DATE-X (1:2)      CNB26500
077500        MOVE EMP-MILES-PERIOD      TO WS-SERIAL-DATE-X (3:6)      CNB26500
077600        PERFORM P7000-DATE-TO-SERIAL                              CNB26500
077700        IF WS-SERIAL-RESULT > ZEROS                               CNB26500
077800           COMPUTE WS-AVAIL-MINS = (WS-SERIAL-RESULT + 1) * 1440  CNB26500
077900        END-IF                                                    CNB26500
078000     END-IF.                                                      CNB26500
078100*                                                                 CNB26500
078200 P2330-PERS-LEAVE-RETURN.                                         CNB26500
078300*    BACK AT THE LAYOFF TIME OF DAY, THE BOOKED DAYS LATER.       CNB26500
078400     IF LAYOFF-DATE NUMERIC                                       CNB26500
078500        AND NO-OF-DAYS-OFF-1 NUMERIC                              CNB26500
078600        MOVE LAYOFF-DATE           TO WS-ST-YYMMDD                CNB26500
078700        MOVE ZEROS                 TO WS-ST-HH                    CNB26500
078800                                      WS-ST-MN                    CNB26500
078900        IF LAYOFF-TIME-OF-DAY NUMERIC                             CNB26500
079000           MOVE LAYOFF-TIME-OF-DAY TO WS-STAMP (7:4)              CNB26500
079100        END-IF                                                    CNB26500
079200        PERFORM P7100-STAMP-MINUTES                               CNB26500
079300        IF WS-STAMP-MINS > ZEROS                                  CNB26500
079400           COMPUTE WS-AVAIL-MINS = WS-STAMP-MINS                  CNB26500
079500                                 + (NO-OF-DAYS-OFF-1 * 1440)      CNB26500
079600        END-IF                                                    CNB26500
079700     END-IF.                                                      CNB26500
079800*                                                                 CNB26500
079900 P2400-APPLY-REST.                                                CNB26500
080000*    NOBODY MARKS UP BEFORE THEIR REST IS UP.                     CNB26500
080100     IF EMP-PERS-REST-NUM NUMERIC                                 CNB26500
080200        AND EMP-PERS-REST-NUM > ZEROS                             CNB26500
080300        MOVE EMP-PERS-REST         TO WS-STAMP                    CNB26500
080400        PERFORM P2410-LATER-OF                                    CNB26500
080500     END-IF                                                       CNB26500
080600     IF EMP-US-RSTD-NUM NUMERIC                                   CNB26500
080700        AND EMP-US-RSTD-NUM > ZEROS                               CNB26500
080800        MOVE EMP-US-RSTD           TO WS-STAMP                    CNB26500
080900        PERFORM P2410-LATER-OF                                    CNB26500
081000     END-IF.                                                      CNB26500
081100*                                                                 CNB26500
081200 P2410-LATER-OF.                                                  CNB26500
081300     PERFORM P7100-STAMP-MINUTES                                  CNB26500
081400     IF WS-STAMP-MINS > WS-AVAIL-MINS                             CNB26500
081500        MOVE WS-STAMP-MINS         TO WS-AVAIL-MINS               CNB26500
081600     END-IF.                                                      CNB26500
081700*                                                                 CNB26500
081800 P2500-XB-POSITION.                                               CNB26500
081900     ADD 1 TO WS-EB-COUNT                                         CNB26500
082000     IF EBIO-EMP-NO > ZEROS                                       CNB26500
082100        MOVE EBIO-EMP-NO           TO WS-FIND-EMP                 CNB26500
082200        PERFORM P2100-GET-MASTER                                  CNB26500
082300        IF WS-MSTRF-OK                                            CNB26500
082400           MOVE EBIO-DIST          TO WS-TCF-DIST                 CNB26500
082500           MOVE EBIO-SDIST         TO WS-TCF-SDIST                CNB26500
082600           MOVE EBIO-CC            TO WS-TCF-CRAFT                CNB26500
082700           SET WS-TURN-XB TO TRUE                                 CNB26500
082800           PERFORM P2200-PROJECT-CREW THRU P2200-EXIT             CNB26500
082900        END-IF                                                    CNB26500
083000     END-IF                                                       CNB26500
083100     PERFORM P2510-READ-EB.                                       CNB26500
083200*                                                                 CNB26500
083300 P2510-READ-EB.                                                   CNB26500
083400     READ EB-FILE NEXT                                            CNB26500
083500          AT END                                                  CNB26500
083600             SET WS-EOF-EB TO TRUE                                CNB26500
083700     END-READ                                                     CNB26500
083800     IF NOT WS-EOF-EB AND NOT WS-EB-OK                            CNB26500
083900        MOVE 'P2510-READ-EB'       TO WS-ABEND-PARAGRAPH          CNB26500
084000        MOVE WS-EB-STATUS          TO WS-ABEND-STATUS             CNB26500
084100        PERFORM P9999-GOT-PROBLEM                                 CNB26500
084200     END-IF.                                                      CNB26500
084300*                                                                 CNB26500
084400 P2600-FIND-TERMINAL.                                             CNB26500
084500*    LEAVES WS-TC-SUB ON THE ENTRY, INSERTING IT IN KEY ORDER.    CNB26500
084600     MOVE ZEROS                    TO WS-TC-INS-AT                CNB26500
084700     PERFORM P2610-SCAN-TERMINAL                                  CNB26500
084800             VARYING WS-TC-SUB FROM 1 BY 1                        CNB26500
084900             UNTIL WS-TC-SUB > WS-TC-COUNT                        CNB26500
085000                OR WS-TC-INS-AT > ZEROS                           CNB26500
085100     IF WS-TC-INS-AT > ZEROS                                      CNB26500
085200        MOVE WS-TC-INS-AT          TO WS-TC-SUB                   CNB26500
085300        IF WS-TC-KEY (WS-TC-SUB) = WS-TC-FIND-KEY                 CNB26500
085400           GO TO P2600-EXIT                                       CNB26500
085500        END-IF                                                    CNB26500
085600     ELSE                                                         CNB26500
085700        COMPUTE WS-TC-INS-AT = WS-TC-COUNT + 1                    CNB26500
085800     END-IF                                                       CNB26500
085900     IF WS-TC-COUNT = WS-TC-MAX                                   CNB26500
086000        MOVE 'P2600-TBL-FULL'      TO WS-ABEND-PARAGRAPH          CNB26500
086100        MOVE 'TF'                  TO WS-ABEND-STATUS             CNB26500
086200        PERFORM P9999-GOT-PROBLEM                                 CNB26500
086300     END-IF                                                       CNB26500
086400     PERFORM P2620-SHIFT-TERMINAL                                 CNB26500
086500             VARYING WS-TC-SUB2 FROM WS-TC-COUNT BY -1            CNB26500
086600             UNTIL WS-TC-SUB2 < WS-TC-INS-AT                      CNB26500
086700     ADD 1 TO WS-TC-COUNT                                         CNB26500
086800     MOVE WS-TC-INS-AT             TO WS-TC-SUB                   CNB26500
086900     MOVE ZEROS                    TO WS-TC-ENTRY (WS-TC-SUB)     CNB26500
087000     MOVE WS-TC-FIND-KEY           TO WS-TC-KEY (WS-TC-SUB).      CNB26500
087100 P2600-EXIT.                                                      CNB26500
087200     EXIT.                                                        CNB26500
087300*                                                                 CNB26500
087400 P2610-SCAN-TERMINAL.                                             CNB26500
087500     IF WS-TC-KEY (WS-TC-SUB) NOT < WS-TC-FIND-KEY                CNB26500
087600        MOVE WS-TC-SUB             TO WS-TC-INS-AT                CNB26500
087700     END-IF.                                                      CNB26500
087800*                                                                 CNB26500
087900 P2620-SHIFT-TERMINAL.                                            CNB26500
088000     MOVE WS-TC-ENTRY (WS-TC-SUB2)                                CNB26500
088100                               TO WS-TC-ENTRY (WS-TC-SUB2 + 1).   CNB26500
088200*                                                                 CNB26500
088300 P3000-WRITE-FEED.                                                CNB26500
088400     COMPUTE WS-FEED-SEQ = WS-FLC-LAST-SEQ + 1                    CNB26500
088500     IF WS-FEED-SEQ = ZEROS                                       CNB26500
088600        MOVE 1                     TO WS-FEED-SEQ                 CNB26500
088700     END-IF                                                       CNB26500
088800     MOVE SPACES                   TO CF-RECORD                   CNB26500
088900     SET CF-HEADER TO TRUE                                        CNB26500
089000     MOVE WS-FEED-ID               TO CF-FEED-ID                  CNB26500
089100     MOVE WS-FEED-SEQ              TO CF-FEED-SEQ                 CNB26500
089200     MOVE WS-AS-OF                 TO CF-AS-OF                    CNB26500
089300     MOVE 24                       TO CF-HOURS                    CNB26500
089400     PERFORM P3020-PUT-FEED                                       CNB26500
089500     PERFORM P3010-FEED-DETAIL                                    CNB26500
089600             VARYING WS-TC-SUB FROM 1 BY 1                        CNB26500
089700             UNTIL WS-TC-SUB > WS-TC-COUNT                        CNB26500
089800     MOVE SPACES                   TO CF-RECORD                   CNB26500
089900     SET CF-TRAILER TO TRUE                                       CNB26500
090000     MOVE WS-FEED-ID               TO CF-FEED-ID                  CNB26500
090100     MOVE WS-FEED-SEQ              TO CF-FEED-SEQ                 CNB26500
090200     MOVE WS-DETAIL-COUNT          TO CF-DETAIL-COUNT             CNB26500
090300     PERFORM P3020-PUT-FEED                                       CNB26500
090400*    LOG THE FEED, THEN MOVE THE CONTROL ENTRY ON.                CNB26500
090500     MOVE WS-FEED-SEQ              TO FL-KEY                      CNB26500
090600     MOVE SPACES                   TO FL-DATA                     CNB26500
090700     MOVE WS-RUN-DATE-TIME (1:10)  TO FL-SENT                     CNB26500
090800     MOVE WS-DETAIL-COUNT          TO FL-DETAIL-COUNT             CNB26500
090900     MOVE ZEROS                    TO FL-ACK-COUNT                CNB26500
091000     SET FL-SENT-OPEN TO TRUE                                     CNB26500
091100     WRITE FL-RECORD                                              CNB26500
091200     IF WS-FLOG-STATUS = '22'                                     CNB26500
091300        REWRITE FL-RECORD                                         CNB26500
091400     END-IF                                                       CNB26500
091500     IF NOT WS-FLOG-OK                                            CNB26500
091600        MOVE 'P3000-WR-FLOG'       TO WS-ABEND-PARAGRAPH          CNB26500
091700        MOVE WS-FLOG-STATUS        TO WS-ABEND-STATUS             CNB26500
091800        PERFORM P9999-GOT-PROBLEM                                 CNB26500
091900     END-IF                                                       CNB26500
092000     MOVE WS-FEED-SEQ              TO WS-FLC-LAST-SEQ             CNB26500
092100     MOVE WS-RUN-DATE-TIME (1:10)  TO WS-FLC-LAST-SENT            CNB26500
092200     PERFORM P1400-SAVE-CONTROL.                                  CNB26500
092300*                                                                 CNB26500
092400 P3010-FEED-DETAIL.                                               CNB26500
092500     MOVE SPACES                   TO CF-RECORD                   CNB26500
092600     SET CF-DETAIL TO TRUE                                        CNB26500
092700     MOVE WS-FEED-ID               TO CF-FEED-ID                  CNB26500
092800     MOVE WS-FEED-SEQ              TO CF-FEED-SEQ                 CNB26500
092900     MOVE WS-TC-KEY (WS-TC-SUB) (1:2)                             CNB26500
093000                                   TO CF-DIST                     CNB26500
093100     MOVE WS-TC-KEY (WS-TC-SUB) (3:2)                             CNB26500
093200                                   TO CF-SDIST                    CNB26500
093300     MOVE WS-TC-KEY (WS-TC-SUB) (5:2)                             CNB26500
093400                                   TO CF-CRAFT                    CNB26500
093500     MOVE WS-TC-NOW-POOL (WS-TC-SUB)                              CNB26500
093600                                   TO CF-NOW-POOL                 CNB26500
093700     MOVE WS-TC-NOW-XB (WS-TC-SUB) TO CF-NOW-XB                   CNB26500
093800     PERFORM P3015-FEED-HOUR                                      CNB26500
093900             VARYING WS-HOUR-SUB FROM 1 BY 1                      CNB26500
094000             UNTIL WS-HOUR-SUB > 25                               CNB26500
094100     ADD 1 TO WS-DETAIL-COUNT                                     CNB26500
094200     PERFORM P3020-PUT-FEED.                                      CNB26500
094300*                                                                 CNB26500
094400 P3015-FEED-HOUR.                                                 CNB26500
094500     MOVE WS-TC-AVAIL (WS-TC-SUB WS-HOUR-SUB)                     CNB26500
094600                                   TO CF-AVAIL (WS-HOUR-SUB).     CNB26500
094700*                                                                 CNB26500
094800 P3020-PUT-FEED.                                                  CNB26500
094900     WRITE CF-RECORD                                              CNB26500
095000     IF NOT WS-FEED-OK                                            CNB26500
095100        MOVE 'P3020-WR-FEED'       TO WS-ABEND-PARAGRAPH          CNB26500
095200        MOVE WS-FEED-STATUS        TO WS-ABEND-STATUS             CNB26500
095300        PERFORM P9999-GOT-PROBLEM                                 CNB26500
095400     END-IF.                                                      CNB26500
095500*                                                                 CNB26500
095600 P3500-PRINT-FEED.                                                CNB26500
095700     MOVE SPACES                   TO TTL-TEXT                    CNB26500
095800     STRING 'CREWS AVAILABLE BY TERMINAL AND CRAFT - FEED '       CNB26500
095900            WS-FEED-SEQ ' AS OF ' WS-AS-OF                        CNB26500
096000            DELIMITED BY SIZE INTO TTL-TEXT                       CNB26500
096100     PERFORM P8900-PRINT-TITLE                                    CNB26500
096200     WRITE RPT-LINE FROM WS-AV-HDR-LINE                           CNB26500
096300     PERFORM P3510-PRINT-TERMINAL                                 CNB26500
096400             VARYING WS-TC-SUB FROM 1 BY 1                        CNB26500
096500             UNTIL WS-TC-SUB > WS-TC-COUNT                        CNB26500
096600     MOVE SPACES                   TO RPT-LINE                    CNB26500
096700     WRITE RPT-LINE.                                              CNB26500
096800*                                                                 CNB26500
096900 P3510-PRINT-TERMINAL.                                            CNB26500
097000     MOVE SPACES                   TO AVL-HOUR-AREA               CNB26500
097100     MOVE WS-TC-KEY (WS-TC-SUB) (1:2)                             CNB26500
097200                                   TO AVL-DIST                    CNB26500
097300     MOVE WS-TC-KEY (WS-TC-SUB) (3:2)                             CNB26500
097400                                   TO AVL-SDIST                   CNB26500
097500     MOVE WS-TC-KEY (WS-TC-SUB) (5:2)                             CNB26500
097600                                   TO AVL-CRAFT                   CNB26500
097700     MOVE WS-TC-NOW-POOL (WS-TC-SUB)                              CNB26500
097800                                   TO AVL-NOW-POOL                CNB26500
097900     MOVE WS-TC-NOW-XB (WS-TC-SUB) TO AVL-NOW-XB                  CNB26500
098000     PERFORM P3515-PRINT-HOUR                                     CNB26500
098100             VARYING WS-HOUR-SUB FROM 1 BY 1                      CNB26500
098200             UNTIL WS-HOUR-SUB > 25                               CNB26500
098300     WRITE RPT-LINE FROM WS-AV-LINE.                              CNB26500
098400*                                                                 CNB26500
098500 P3515-PRINT-HOUR.                                                CNB26500
098600     MOVE WS-TC-AVAIL (WS-TC-SUB WS-HOUR-SUB)                     CNB26500
098700                                   TO AVL-AVAIL (WS-HOUR-SUB).    CNB26500
098800*                                                                 CNB26500
098900*    FUNC ACK - LOG THE PLANNING SYSTEM'S RECEIPTS                CNB26500
099000*                                                                 CNB26500
099100 P4000-RECEIPT.                                                   CNB26500
099200     ADD 1 TO WS-RECEIPT-COUNT                                    CNB26500
099300     MOVE SPACES                   TO WS-FL-LINE                  CNB26500
099400     MOVE CA-FEED-SEQ              TO FLL-SEQ                     CNB26500
099500     MOVE CA-RECEIVED              TO FLL-RECEIVED                CNB26500
099600     MOVE CA-RESULT                TO FLL-RESULT                  CNB26500
099700     MOVE CA-RECORD-COUNT          TO FLL-COUNT                   CNB26500
099800     IF WS-RECEIPT-COUNT = 1                                      CNB26500
099900        MOVE 'RECEIPTS'            TO TTL-TEXT                    CNB26500
100000        PERFORM P8900-PRINT-TITLE                                 CNB26500
100100        WRITE RPT-LINE FROM WS-FL-HDR-LINE                        CNB26500
100200     END-IF                                                       CNB26500
100300     IF CA-FEED-ID NOT = WS-FEED-ID                               CNB26500
100400        OR CA-FEED-SEQ NOT NUMERIC                                CNB26500
100500        ADD 1 TO WS-UNMATCHED-COUNT                               CNB26500
100600        MOVE 'NOT A CREW AVAILABILITY RECEIPT - IGNORED'          CNB26500
100700                                   TO FLL-NOTE                    CNB26500
100800        GO TO P4000-WRITE                                         CNB26500
100900     END-IF                                                       CNB26500
101000     MOVE CA-FEED-SEQ-N            TO FL-KEY                      CNB26500
101100     READ FLOG-FILE                                               CNB26500
101200     IF WS-FLOG-NOTFND OR FL-KEY = ZEROS                          CNB26500
101300        ADD 1 TO WS-UNMATCHED-COUNT                               CNB26500
101400        MOVE 'NO SUCH FEED ON THE LOG - IGNORED'                  CNB26500
101500                                   TO FLL-NOTE                    CNB26500
101600        GO TO P4000-WRITE                                         CNB26500
101700     END-IF                                                       CNB26500
101800     IF NOT WS-FLOG-OK                                            CNB26500
101900        MOVE 'P4000-READ-FLOG'     TO WS-ABEND-PARAGRAPH          CNB26500
102000        MOVE WS-FLOG-STATUS        TO WS-ABEND-STATUS             CNB26500
102100        PERFORM P9999-GOT-PROBLEM                                 CNB26500
102200     END-IF                                                       CNB26500
102300     MOVE FL-SENT                  TO FLL-SENT                    CNB26500
102400     MOVE FL-DETAIL-COUNT          TO FLL-DETAILS-N               CNB26500
102500     MOVE CA-RECEIVED              TO FL-ACK-RECEIVED             CNB26500
102600     MOVE CA-RESULT                TO FL-ACK-RESULT               CNB26500
102700     IF CA-RECORD-COUNT NUMERIC                                   CNB26500
102800        MOVE CA-RECORD-COUNT-N     TO FL-ACK-COUNT                CNB26500
102900     ELSE                                                         CNB26500
103000        MOVE ZEROS                 TO FL-ACK-COUNT                CNB26500
103100     END-IF                                                       CNB26500
103200     IF CA-ACCEPTED                                               CNB26500
103300        AND CA-RECORD-COUNT NUMERIC                               CNB26500
103400        AND CA-RECORD-COUNT-N = FL-DETAIL-COUNT                   CNB26500
103500        ADD 1 TO WS-ACCEPTED-COUNT                                CNB26500
103600        SET FL-ACKNOWLEDGED TO TRUE                               CNB26500
103700        MOVE 'ACKNOWLEDGED'        TO FLL-NOTE                    CNB26500
103800     ELSE                                                         CNB26500
103900        ADD 1 TO WS-REJECTED-COUNT                                CNB26500
104000        SET FL-IN-ERROR TO TRUE                                   CNB26500
104100        IF CA-ACCEPTED                                            CNB26500
104200           MOVE 'COUNT DOES NOT MATCH THE DETAILS SENT'           CNB26500
104300                                   TO FLL-NOTE                    CNB26500
104400        ELSE                                                      CNB26500
104500           MOVE CA-REASON          TO FLL-NOTE                    CNB26500
104600        END-IF                                                    CNB26500
104700        IF NOT FL-WAS-ALERTED                                     CNB26500
104800           MOVE SPACES             TO WS-TASK-TEXT                CNB26500
104900           STRING 'CREW AVAIL FEED ' FL-KEY                       CNB26500
105000                  ' REJECTED'                                     CNB26500
105100                  DELIMITED BY SIZE INTO WS-TASK-TEXT             CNB26500
105200           PERFORM P8200-ALERT                                    CNB26500
105300           MOVE 'Y'                TO FL-ALERTED                  CNB26500
105400        END-IF                                                    CNB26500
105500     END-IF                                                       CNB26500
105600     REWRITE FL-RECORD                                            CNB26500
105700     IF NOT WS-FLOG-OK                                            CNB26500
105800        MOVE 'P4000-RW-FLOG'       TO WS-ABEND-PARAGRAPH          CNB26500
105900        MOVE WS-FLOG-STATUS        TO WS-ABEND-STATUS             CNB26500
106000        PERFORM P9999-GOT-PROBLEM                                 CNB26500
106100     END-IF.                                                      CNB26500
106200 P4000-WRITE.                                                     CNB26500
106300     WRITE RPT-LINE FROM WS-FL-LINE                               CNB26500
106400     PERFORM P4010-READ-ACK.                                      CNB26500
106500 P4000-EXIT.                                                      CNB26500
106600     EXIT.                                                        CNB26500
106700*                                                                 CNB26500
106800 P4010-READ-ACK.                                                  CNB26500
106900     READ ACK-FILE                                                CNB26500
107000          AT END                                                  CNB26500
107100             SET WS-EOF-ACK TO TRUE                               CNB26500
107200     END-READ                                                     CNB26500
107300     IF NOT WS-EOF-ACK AND NOT WS-ACK-OK                          CNB26500
107400        MOVE 'P4010-READ-ACK'      TO WS-ABEND-PARAGRAPH          CNB26500
107500        MOVE WS-ACK-STATUS         TO WS-ABEND-STATUS             CNB26500
107600        PERFORM P9999-GOT-PROBLEM                                 CNB26500
107700     END-IF.                                                      CNB26500
107800*                                                                 CNB26500
107900*    FUNC ACK - MISSED FEEDS, OVERDUE RECEIPTS AND THE PURGE      CNB26500
108000*                                                                 CNB26500
108100 P5000-CHECK-FEEDS.                                               CNB26500
108200     MOVE 'FEED LOG EXCEPTIONS'    TO TTL-TEXT                    CNB26500
108300     PERFORM P8900-PRINT-TITLE                                    CNB26500
108400     WRITE RPT-LINE FROM WS-FL-HDR-LINE                           CNB26500
108500     PERFORM P5100-CHECK-LAST-SENT THRU P5100-EXIT                CNB26500
108600     MOVE 1                        TO FL-KEY                      CNB26500
108700     START FLOG-FILE KEY NOT < FL-KEY                             CNB26500
108800     IF NOT WS-FLOG-OK                                            CNB26500
108900        SET WS-EOF-FLOG TO TRUE                                   CNB26500
109000     END-IF                                                       CNB26500
109100     PERFORM P5200-CHECK-ENTRY UNTIL WS-EOF-FLOG                  CNB26500
109200     IF WS-MISSED-COUNT = ZEROS AND WS-OVERDUE-COUNT = ZEROS      CNB26500
109300        MOVE SPACES                TO WS-FL-LINE                  CNB26500
109400        MOVE 'NONE - EVERY FEED SENT AND ACKNOWLEDGED'            CNB26500
109500                                   TO FLL-NOTE                    CNB26500
109600        WRITE RPT-LINE FROM WS-FL-LINE                            CNB26500
109700     END-IF.                                                      CNB26500
109800*                                                                 CNB26500
109900 P5100-CHECK-LAST-SENT.                                           CNB26500
110000*    A FEED IS DUE EVERY HOUR.  THE GAP IS ALERTED ONCE FOR EACH  CNB26500
110100*    LAST FEED SENT, HOWEVER LONG IT LASTS.                       CNB26500
110200     IF WS-FLC-LAST-SENT NOT NUMERIC                              CNB26500
110300        GO TO P5100-EXIT                                          CNB26500
110400     END-IF                                                       CNB26500
110500     MOVE WS-FLC-LAST-SENT         TO WS-STAMP                    CNB26500
110600     PERFORM P7100-STAMP-MINUTES                                  CNB26500
110700     COMPUTE WS-AGE-MINS = WS-NOW-MINS - WS-STAMP-MINS            CNB26500
110800     IF WS-AGE-MINS NOT > 60 + WS-LATE-MINS                       CNB26500
110900        GO TO P5100-EXIT                                          CNB26500
111000     END-IF                                                       CNB26500
111100     ADD 1 TO WS-MISSED-COUNT                                     CNB26500
111200     MOVE SPACES                   TO WS-FL-LINE                  CNB26500
111300     MOVE WS-FLC-LAST-SEQ          TO FLL-SEQ                     CNB26500
111400     MOVE WS-FLC-LAST-SENT         TO FLL-SENT                    CNB26500
111500     MOVE 'NO FEED SENT SINCE THIS ONE'                           CNB26500
111600                                   TO FLL-NOTE                    CNB26500
111700     WRITE RPT-LINE FROM WS-FL-LINE                               CNB26500
111800     IF WS-FLC-MISS-ALERTED NOT = WS-FLC-LAST-SENT                CNB26500
111900        MOVE SPACES                TO WS-TASK-TEXT                CNB26500
112000        STRING 'CREW AVAIL FEED NOT SENT SINCE '                  CNB26500
112100               WS-FLC-LAST-SENT (1:6)                             CNB26500
112200               DELIMITED BY SIZE INTO WS-TASK-TEXT                CNB26500
112300        PERFORM P8200-ALERT                                       CNB26500
112400        MOVE WS-FLC-LAST-SENT      TO WS-FLC-MISS-ALERTED         CNB26500
112500        PERFORM P1400-SAVE-CONTROL                                CNB26500
112600     END-IF.                                                      CNB26500
112700 P5100-EXIT.                                                      CNB26500
112800     EXIT.                                                        CNB26500
112900*                                                                 CNB26500
113000 P5200-CHECK-ENTRY.                                               CNB26500
113100     READ FLOG-FILE NEXT                                          CNB26500
113200          AT END                                                  CNB26500
113300             SET WS-EOF-FLOG TO TRUE                              CNB26500
113400     END-READ                                                     CNB26500
113500     IF NOT WS-EOF-FLOG                                           CNB26500
113600        IF NOT WS-FLOG-OK                                         CNB26500
113700           MOVE 'P5200-READ-FLOG'  TO WS-ABEND-PARAGRAPH          CNB26500
113800           MOVE WS-FLOG-STATUS     TO WS-ABEND-STATUS             CNB26500
113900           PERFORM P9999-GOT-PROBLEM                              CNB26500
114000        END-IF                                                    CNB26500
114100        MOVE FL-SENT               TO WS-STAMP                    CNB26500
114200        PERFORM P7100-STAMP-MINUTES                               CNB26500
114300        COMPUTE WS-AGE-MINS = WS-NOW-MINS - WS-STAMP-MINS         CNB26500
114400        IF FL-SENT-OPEN                                           CNB26500
114500           IF WS-AGE-MINS > WS-ACK-MINS                           CNB26500
114600              PERFORM P5210-OVERDUE                               CNB26500
114700           END-IF                                                 CNB26500
114800        ELSE                                                      CNB26500
114900           IF WS-AGE-MINS > WS-KEEP-HOURS * 60                    CNB26500
115000              PERFORM P5220-PURGE                                 CNB26500
115100           END-IF                                                 CNB26500
115200        END-IF                                                    CNB26500
115300     END-IF.                                                      CNB26500
115400*                                                                 CNB26500
115500 P5210-OVERDUE.                                                   CNB26500
115600     ADD 1 TO WS-OVERDUE-COUNT                                    CNB26500
115700     MOVE SPACES                   TO WS-FL-LINE                  CNB26500
115800     MOVE FL-KEY                   TO FLL-SEQ                     CNB26500
115900     MOVE FL-SENT                  TO FLL-SENT                    CNB26500
116000     MOVE FL-DETAIL-COUNT          TO FLL-DETAILS-N               CNB26500
116100     MOVE 'NOT ACKNOWLEDGED'       TO FLL-NOTE                    CNB26500
116200     WRITE RPT-LINE FROM WS-FL-LINE                               CNB26500
116300     IF NOT FL-WAS-ALERTED                                        CNB26500
116400        MOVE SPACES                TO WS-TASK-TEXT                CNB26500
116500        STRING 'CREW AVAIL FEED ' FL-KEY                          CNB26500
116600               ' NOT ACKNOWLEDGED'                                CNB26500
116700               DELIMITED BY SIZE INTO WS-TASK-TEXT                CNB26500
116800        PERFORM P8200-ALERT                                       CNB26500
116900        MOVE 'Y'                   TO FL-ALERTED                  CNB26500
117000        REWRITE FL-RECORD                                         CNB26500
117100        IF NOT WS-FLOG-OK                                         CNB26500
117200           MOVE 'P5210-RW-FLOG'    TO WS-ABEND-PARAGRAPH          CNB26500
117300           MOVE WS-FLOG-STATUS     TO WS-ABEND-STATUS             CNB26500
117400           PERFORM P9999-GOT-PROBLEM                              CNB26500
117500        END-IF                                                    CNB26500
117600     END-IF.                                                      CNB26500
117700*                                                                 CNB26500
117800 P5220-PURGE.                                                     CNB26500
117900     DELETE FLOG-FILE RECORD                                      CNB26500
118000     IF NOT WS-FLOG-OK                                            CNB26500
118100        MOVE 'P5220-DEL-FLOG'      TO WS-ABEND-PARAGRAPH          CNB26500
118200        MOVE WS-FLOG-STATUS        TO WS-ABEND-STATUS             CNB26500
118300        PERFORM P9999-GOT-PROBLEM                                 CNB26500
118400     END-IF                                                       CNB26500
118500     ADD 1 TO WS-PURGE-COUNT.                                     CNB26500
118600*                                                                 CNB26500
118700 P6000-PRINT-TOTALS.                                              CNB26500
118800     MOVE 'TOTALS'                 TO TTL-TEXT                    CNB26500
118900     PERFORM P8900-PRINT-TITLE                                    CNB26500
119000     IF WS-FUNC-FEED                                              CNB26500
119100        MOVE 'POOL TURNS READ'     TO CNT-LABEL                   CNB26500
119200        MOVE WS-UFP-COUNT          TO CNT-VALUE                   CNB26500
119300        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB26500
119400        MOVE 'EXTRABOARD POSITIONS READ'                          CNB26500
119500                                   TO CNT-LABEL                   CNB26500
119600        MOVE WS-EB-COUNT           TO CNT-VALUE                   CNB26500
119700        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB26500
119800        MOVE 'NO MASTER RECORD'    TO CNT-LABEL                   CNB26500
119900        MOVE WS-NO-MSTR-COUNT      TO CNT-VALUE                   CNB26500
120000        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB26500
120100        MOVE 'HIGH-LEVEL RESTRICTION'                             CNB26500
120200                                   TO CNT-LABEL                   CNB26500
120300        MOVE WS-RESTRICTED-COUNT   TO CNT-VALUE                   CNB26500
120400        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB26500
120500        MOVE 'NOT COMING BACK'     TO CNT-LABEL                   CNB26500
120600        MOVE WS-NOT-AVAIL-COUNT    TO CNT-VALUE                   CNB26500
120700        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB26500
120800        MOVE 'AVAILABLE NOW'       TO CNT-LABEL                   CNB26500
120900        MOVE WS-NOW-COUNT          TO CNT-VALUE                   CNB26500
121000        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB26500
121100        MOVE 'AVAILABLE BUT RESTING'                              CNB26500
121200                                   TO CNT-LABEL                   CNB26500
121300        MOVE WS-RESTING-COUNT      TO CNT-VALUE                   CNB26500
121400        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB26500
121500        MOVE 'DUE BACK'            TO CNT-LABEL                   CNB26500
121600        MOVE WS-DUE-BACK-COUNT     TO CNT-VALUE                   CNB26500
121700        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB26500
121800        MOVE 'NOT BACK WITHIN 24 HOURS'                           CNB26500
121900                                   TO CNT-LABEL                   CNB26500
122000        MOVE WS-BEYOND-COUNT       TO CNT-VALUE                   CNB26500
122100        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB26500
122200        MOVE 'FEED DETAILS SENT'   TO CNT-LABEL                   CNB26500
122300        MOVE WS-DETAIL-COUNT       TO CNT-VALUE                   CNB26500
122400        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB26500
122500     ELSE                                                         CNB26500
122600        MOVE 'RECEIPTS READ'       TO CNT-LABEL                   CNB26500
122700        MOVE WS-RECEIPT-COUNT      TO CNT-VALUE                   CNB26500
122800        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB26500
122900        MOVE 'FEEDS ACKNOWLEDGED'  TO CNT-LABEL                   CNB26500
123000        MOVE WS-ACCEPTED-COUNT     TO CNT-VALUE                   CNB26500
123100        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB26500
123200        MOVE 'FEEDS IN ERROR'      TO CNT-LABEL                   CNB26500
123300        MOVE WS-REJECTED-COUNT     TO CNT-VALUE                   CNB26500
123400        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB26500
123500        MOVE 'RECEIPTS IGNORED'    TO CNT-LABEL                   CNB26500
123600        MOVE WS-UNMATCHED-COUNT    TO CNT-VALUE                   CNB26500
123700        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB26500
123800        MOVE 'FEEDS MISSED'        TO CNT-LABEL                   CNB26500
123900        MOVE WS-MISSED-COUNT       TO CNT-VALUE                   CNB26500
124000        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB26500
124100        MOVE 'RECEIPTS OVERDUE'    TO CNT-LABEL                   CNB26500
124200        MOVE WS-OVERDUE-COUNT      TO CNT-VALUE                   CNB26500
124300        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB26500
124400        MOVE 'TASKS RAISED'        TO CNT-LABEL                   CNB26500
124500        MOVE WS-TASK-COUNT         TO CNT-VALUE                   CNB26500
124600        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB26500
124700        MOVE 'LOG ENTRIES PURGED'  TO CNT-LABEL                   CNB26500
124800        MOVE WS-PURGE-COUNT        TO CNT-VALUE                   CNB26500
124900        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB26500
125000        IF WS-MISSED-COUNT > ZEROS                                CNB26500
125100           OR WS-OVERDUE-COUNT > ZEROS                            CNB26500
125200           OR WS-REJECTED-COUNT > ZEROS                           CNB26500
125300           MOVE 4                  TO RETURN-CODE                 CNB26500
125400        END-IF                                                    CNB26500
125500     END-IF.                                                      CNB26500
125600*                                                                 CNB26500
125700 P7000-DATE-TO-SERIAL.                                            CNB26500
125800     MOVE ZEROS                    TO WS-SERIAL-RESULT            CNB26500
125900     IF WS-SERIAL-DATE-X NUMERIC                                  CNB26500
126000        AND WS-SD-MM > 0 AND WS-SD-MM < 13                        CNB26500
126100        COMPUTE WS-SERIAL-RESULT =                                CNB26500
126200            (WS-SD-CCYY * 365) + WS-CDT-DAYS (WS-SD-MM)           CNB26500
126300          + WS-SD-DD                                              CNB26500
126400        DIVIDE WS-SD-CCYY BY 4                                    CNB26500
126500               GIVING WS-LEAP-QUOT                                CNB26500
126600               REMAINDER WS-LEAP-REM                              CNB26500
126700        ADD WS-LEAP-QUOT           TO WS-SERIAL-RESULT            CNB26500
126800        IF WS-LEAP-REM = ZEROS AND WS-SD-MM < 3                   CNB26500
126900           SUBTRACT 1 FROM WS-SERIAL-RESULT                       CNB26500
127000        END-IF                                                    CNB26500
127100     END-IF.                                                      CNB26500
127200*                                                                 CNB26500
127300*    YYMMDDHHMM IN WS-STAMP TO MINUTES                            CNB26500
127400*                                                                 CNB26500
127500 P7100-STAMP-MINUTES.                                             CNB26500
127600     MOVE '20'                     TO WS-SERIAL-DATE-X (1:2)      CNB26500
127700     MOVE WS-ST-YYMMDD             TO WS-SERIAL-DATE-X (3:6)      CNB26500
127800     PERFORM P7000-DATE-TO-SERIAL                                 CNB26500
127900     MOVE ZEROS                    TO WS-STAMP-MINS               CNB26500
128000     IF WS-ST-HH NUMERIC AND WS-ST-MN NUMERIC                     CNB26500
128100        COMPUTE WS-STAMP-MINS = (WS-SERIAL-RESULT * 1440)         CNB26500
128200                              + (WS-ST-HH * 60) + WS-ST-MN        CNB26500
128300     END-IF.                                                      CNB26500
128400*                                                                 CNB26500
128500 P8200-ALERT.                                                     CNB26500
128600*    THE CALLER LOADS WS-TASK-TEXT.  WITH NO ALERT BOARD IN THE   CNB26500
128700*    PARM THE EXCEPTION IS ON THE REPORT AND THE RETURN CODE ONLY.CNB26500
128800     IF PARM-ALERT-DIST NOT = SPACES                              CNB26500
128900        MOVE 'FEED'                TO WS-TASK-CATEGORY            CNB26500
129000        MOVE 1                     TO WS-TASK-PRIORITY            CNB26500
129100        PERFORM P8300-WRITE-TASK                                  CNB26500
129200     END-IF.                                                      CNB26500
129300*                                                                 CNB26500
129400 P8300-WRITE-TASK.                                                CNB26500
129500     ADD 1 TO WS-TASK-COUNT                                       CNB26500
129600     MOVE ZEROS                    TO WS-TASK-SEQ                 CNB26500
129700     MOVE SPACES                   TO TK-RECORD                   CNB26500
129800     MOVE PARM-ALERT-DIST          TO TK-DIST                     CNB26500
129900     MOVE PARM-ALERT-SDIST         TO TK-SDIST                    CNB26500
130000     MOVE '20'                     TO TK-DATE-TIME (1:2)          CNB26500
130100     MOVE WS-RUN-DATE-TIME         TO TK-DATE-TIME (3:12)         CNB26500
130200     MOVE WS-TASK-CATEGORY         TO TK-CATEGORY                 CNB26500
130300     MOVE WS-TASK-PRIORITY         TO TK-PRIORITY                 CNB26500
130400     SET TK-OPEN TO TRUE                                          CNB26500
130500     MOVE WS-TASK-TEXT             TO TK-TEXT                     CNB26500
130600     PERFORM P8310-TRY-WRITE-TASK                                 CNB26500
130700     PERFORM P8320-BUMP-TASK-SEQ                                  CNB26500
130800             UNTIL NOT WS-TASK-DUP                                CNB26500
130900                OR WS-TASK-SEQ > 98                               CNB26500
131000     IF NOT WS-TASK-OK                                            CNB26500
131100        MOVE 'P8300-WR-TASK'       TO WS-ABEND-PARAGRAPH          CNB26500
131200        MOVE WS-TASK-STATUS        TO WS-ABEND-STATUS             CNB26500
131300        PERFORM P9999-GOT-PROBLEM                                 CNB26500
131400     END-IF.                                                      CNB26500
131500*                                                                 CNB26500
131600 P8310-TRY-WRITE-TASK.                                            CNB26500
131700     MOVE WS-TASK-SEQ              TO TK-SEQ                      CNB26500
131800     WRITE TK-RECORD                                              CNB26500
131900     IF WS-TASK-DUP                                               CNB26500
132000        CONTINUE                                                  CNB26500
132100     ELSE                                                         CNB26500
132200        IF NOT WS-TASK-OK                                         CNB26500
132300           MOVE 'P8310-WR-TASK'    TO WS-ABEND-PARAGRAPH          CNB26500
132400           MOVE WS-TASK-STATUS     TO WS-ABEND-STATUS             CNB26500
132500           PERFORM P9999-GOT-PROBLEM                              CNB26500
132600        END-IF                                                    CNB26500
132700     END-IF.                                                      CNB26500
132800*                                                                 CNB26500
132900 P8320-BUMP-TASK-SEQ.                                             CNB26500
133000     ADD 1 TO WS-TASK-SEQ                                         CNB26500
133100     PERFORM P8310-TRY-WRITE-TASK.                                CNB26500
133200*                                                                 CNB26500
133300 P8900-PRINT-TITLE.                                               CNB26500
133400     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB26500
133500     MOVE SPACES                   TO RPT-LINE                    CNB26500
133600     WRITE RPT-LINE.                                              CNB26500
133700*                                                                 CNB26500
133800 P9000-TERMINATE.                                                 CNB26500
133900     IF WS-FUNC-FEED                                              CNB26500
134000        CLOSE UFP-FILE                                            CNB26500
134100              EB-FILE                                             CNB26500
134200              MSTR-FILE                                           CNB26500
134300              VACEMP-FILE                                         CNB26500
134400              FEED-FILE                                           CNB26500
134500     ELSE                                                         CNB26500
134600        CLOSE ACK-FILE                                            CNB26500
134700              TASK-FILE                                           CNB26500
134800     END-IF                                                       CNB26500
134900     CLOSE FLOG-FILE                                              CNB26500
135000           RPT-FILE.                                              CNB26500
135100*                                                                 CNB26500
135200 P9999-GOT-PROBLEM.                                               CNB26500
135300     MOVE 'CNB265'                 TO XE-PROGRAM                  CNB26500
135400     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB26500
135500     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB26500
135600     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB26500
135700     DISPLAY 'CNB265 ABEND IN ' WS-ABEND-PARAGRAPH                CNB26500
135800              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB26500
135900     MOVE 16 TO RETURN-CODE                                       CNB26500
136000     GOBACK.                                                      CNB26500
