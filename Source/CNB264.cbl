000100 IDENTIFICATION DIVISION.                                         CNB26400
000200 PROGRAM-ID. CNB264.                                              CNB26400
000300*AUTHOR.     JMC.                                                 CNB26400
000400*DATE-WRITTEN. 10/15/26.                                          CNB26400
000500*REMARKS.                                                         CNB26400
000600*    ASSIGNED-JOB ON-TIME START PERFORMANCE.  WEEKLY, FUNC WEEKLY.CNB26400
000700*    EVERY CALL CNP919 MAKES GOES TO ARBREG (CNB241) WITH THE     CNB26400
000800*    EMPLOYEE, CALL TIME AND ASSIGNMENT; FOR AN ASSIGNED-JOB CALL CNB26400
000900*    THE ASSIGNMENT IS THE JOB KEY.  THE ACTUAL START IS THE      CNB26400
001000*    EMPLOYEE'S FIRST ON-DUTY IN THE ETOD LOG (EMPTOD) AT OR      CNB26400
001100*    AFTER THE CALL, WITHIN A DAY OF IT - BOTH FILES ARE IN       CNB26400
001200*    EMPLOYEE AND TIME ORDER, SO THEY ARE PASSED TOGETHER.  THE   CNB26400
001300*    SCHEDULED START IS THE JOB SCHEDULE'S START TIME IN EFFECT ONCNB26400
001400*    THE START DATE (LATEST JS-EFF-DATE NOT AFTER IT, AS CNB232), CNB26400
001500*    TAKEN ON WHICHEVER SIDE OF MIDNIGHT IS NEARER THE ACTUAL     CNB26400
001600*    START.  A START LATER THAN THE PARM GRACE IS LATE, AND IS    CNB26400
001700*    GIVEN A CAUSE:                                               CNB26400
001800*      NO EXTRABOARD AVAILABLE - THE JOB OWNER (JOBASGN) DID NOT  CNB26400
001900*                WORK IT AND THE CALL IS ON THE REST-DAY REGISTER CNB26400
002000*                (CNB262) WITH NO EXTRABOARD EMPLOYEE AVAILABLE.  CNB26400
002100*      OWNER ABSENT - EXTRABOARD CALLED LATE - THE OWNER DID NOT  CNB26400
002200*                WORK IT AND THE CALL WAS MADE LESS THAN THE PARM CNB26400
002300*                CALL LEAD BEFORE THE SCHEDULED START.            CNB26400
002400*      OPERATING - EVERYTHING ELSE; THE CREW WAS CALLED IN TIME.  CNB26400
002500*    THE REPORT LISTS EVERY START BY SUB-DISTRICT AND JOB, A PAGE CNB26400
002600*    PER SUB-DISTRICT, THEN RANKS THE JOBS THAT START LATE MOST   CNB26400
002700*    OFTEN.  PARM FIELDS:                                         CNB26400
002800*      WEEK-END   - YYMMDD, THE LAST DAY OF THE WEEK; BLANK = THE CNB26400
002900*                   SEVEN DAYS BEFORE THE RUN DATE.               CNB26400
003000*      CALL-LEAD  - MINUTES (DEFAULT 090).                        CNB26400
003100*      GRACE      - MINUTES LATE STILL ON TIME (DEFAULT 05).      CNB26400
003200*      DIST/SDIST - LIMIT THE RUN; BLANK = ALL.                   CNB26400
003300*      TOP        - JOBS IN THE RANKED LIST (DEFAULT 20).         CNB26400
003400*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB26400
003500*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB26400
003600*                                                                 CNB26400
003700*TBD  THE ASSIGNED-JOB CALL IS TAKEN AS AR-ASGN-TYPE 'A' WITH THE CNB26400
003800*JOB KEY (AJJOBKEY: DISTRICT 2, SUB-DISTRICT 2, JOB 6) AT THE     CNB26400
003900*FRONT OF AR-ASGN, AS CNP919 MOVES P919-ASGN-PARM.  THE REST-DAY  CNB26400
004000*REGISTER KEY IS TAKEN TO CARRY THE SAME CALL TIME AS ARBREG FOR  CNB26400
004100*THE SAME CALL.  VERIFY BEFORE NEXT COMPILE.                      CNB26400
004200*                                                                 CNB26400
004300 ENVIRONMENT DIVISION.                                            CNB26400
004400 CONFIGURATION SECTION.                                           CNB26400
004500 SOURCE-COMPUTER.  IBM-370.                                       CNB26400
004600 OBJECT-COMPUTER.  IBM-370.                                       CNB26400
004700 INPUT-OUTPUT SECTION.                                            CNB26400
004800 FILE-CONTROL.                                                    CNB26400
004900     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB26400
005000            ORGANIZATION  SEQUENTIAL                              CNB26400
005100            FILE STATUS   WS-PARM-STATUS.                         CNB26400
005200     SELECT AR-FILE      ASSIGN TO ARBREG                         CNB26400
005300            ORGANIZATION  INDEXED                                 CNB26400
005400            ACCESS MODE   SEQUENTIAL                              CNB26400
005500            RECORD KEY    AR-KEY                                  CNB26400
005600            FILE STATUS   WS-AR-STATUS.                           CNB26400
005700     SELECT ETOD-FILE    ASSIGN TO EMPTOD                         CNB26400
005800            ORGANIZATION  INDEXED                                 CNB26400
005900            ACCESS MODE   SEQUENTIAL                              CNB26400
006000            RECORD KEY    ETIO-KEY                                CNB26400
006100            FILE STATUS   WS-ETOD-STATUS.                         CNB26400
006200     SELECT JS-FILE      ASSIGN TO JSFILE                         CNB26400
006300            ORGANIZATION  INDEXED                                 CNB26400
006400            ACCESS MODE   DYNAMIC                                 CNB26400
006500            RECORD KEY    JS-KEY                                  CNB26400
006600            FILE STATUS   WS-JS-STATUS.                           CNB26400
006700     SELECT JA-FILE      ASSIGN TO JOBASGN                        CNB26400
006800            ORGANIZATION  INDEXED                                 CNB26400
006900            ACCESS MODE   RANDOM                                  CNB26400
007000            RECORD KEY    JA-KEY                                  CNB26400
007100            FILE STATUS   WS-JA-STATUS.                           CNB26400
007200     SELECT RD-FILE      ASSIGN TO RDREG                          CNB26400
007300            ORGANIZATION  INDEXED                                 CNB26400
007400            ACCESS MODE   RANDOM                                  CNB26400
007500            RECORD KEY    RD-KEY                                  CNB26400
007600            FILE STATUS   WS-RD-STATUS.                           CNB26400
007700     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB26400
007800            ORGANIZATION  LINE SEQUENTIAL                         CNB26400
007900            FILE STATUS   WS-RPT-STATUS.                          CNB26400
008000*                                                                 CNB26400
008100 DATA DIVISION.                                                   CNB26400
008200 FILE SECTION.                                                    CNB26400
008300 FD  PARM-FILE                                                    CNB26400
008400     RECORD CONTAINS 80 CHARACTERS.                               CNB26400
008500 01  WS-PARM-RECORD.                                              CNB26400
008600     05  PARM-FUNC                 PIC X(8).                      CNB26400
008700     05  PARM-DATE-TIME            PIC X(12).                     CNB26400
008800     05  PARM-WEEK-END             PIC X(6).                      CNB26400
008900     05  PARM-CALL-LEAD            PIC X(3).                      CNB26400
009000     05  PARM-GRACE                PIC X(2).                      CNB26400
009100     05  PARM-DIST                 PIC X(2).                      CNB26400
009200     05  PARM-SDIST                PIC X(2).                      CNB26400
009300     05  PARM-TOP                  PIC X(2).                      CNB26400
009400     05  FILLER                    PIC X(43).                     CNB26400
009500 FD  AR-FILE                                                      CNB26400
009600     RECORD CONTAINS 150 CHARACTERS.                              CNB26400
009700 01  AR-RECORD.                                                   CNB26400
009800     05  AR-KEY.                                                  CNB26400
009900         10  AR-EMP-NBR            PIC X(9).                      CNB26400
010000*        YYMMDDHHMM:                                              CNB26400
010100         10  AR-CALL-DATE-TIME     PIC X(10).                     CNB26400
010200     05  AR-EMP-NAME               PIC X(26).                     CNB26400
010300     05  AR-TRAIN                  PIC X(10).                     CNB26400
010400     05  AR-TRAIN-DATE-TIME        PIC X(10).                     CNB26400
010500     05  AR-CALL-DIST              PIC X(2).                      CNB26400
010600     05  AR-CALL-SDIST             PIC X(2).                      CNB26400
010700     05  AR-CALL-POOL              PIC X(2).                      CNB26400
010800     05  AR-ASGN-TYPE              PIC X(1).                      CNB26400
010900         88  AR-ASGN-JOB                 VALUE 'A'.               CNB26400
011000     05  AR-ASGN.                                                 CNB26400
011100         10  AR-JOB-KEY.                                          CNB26400
011200             15  AR-JOB-DIST       PIC X(2).                      CNB26400
011300             15  AR-JOB-SDIST      PIC X(2).                      CNB26400
011400             15  AR-JOB-ID         PIC X(6).                      CNB26400
011500         10  FILLER                PIC X(2).                      CNB26400
011600     05  FILLER                    PIC X(66).                     CNB26400
011700 FD  ETOD-FILE                                                    CNB26400
011800     RECORD CONTAINS 100 CHARACTERS.                              CNB26400
011900 01  ETIO-RECORD.                                                 CNB26400
012000     05  ETIO-KEY.                                                CNB26400
012100         10  ETIO-EMP-NBR          PIC X(9).                      CNB26400
012200         10  ETIO-OD-DATE-TIME.                                   CNB26400
012300             15  ETIO-OD-CE        PIC X(2).                      CNB26400
012400             15  ETIO-OD-DATE      PIC X(6).                      CNB26400
012500             15  ETIO-OD-TIME      PIC X(4).                      CNB26400
012600     05  ETIO-OFFD-DATE-TIME.                                     CNB26400
012700         10  ETIO-OFFD-CE          PIC X(2).                      CNB26400
012800         10  ETIO-OFFD-DATE        PIC X(6).                      CNB26400
012900         10  ETIO-OFFD-TIME        PIC X(4).                      CNB26400
013000     05  ETIO-DIST                 PIC X(2).                      CNB26400
013100     05  ETIO-SDIST                PIC X(2).                      CNB26400
013200     05  FILLER                    PIC X(63).                     CNB26400
013300 FD  JS-FILE                                                      CNB26400
013400     RECORD CONTAINS 120 CHARACTERS.                              CNB26400
013500 01  JS-RECORD.                                                   CNB26400
013600     05  JS-KEY.                                                  CNB26400
013700         10  JS-DIST               PIC X(2).                      CNB26400
013800         10  JS-SDIST              PIC X(2).                      CNB26400
013900         10  JS-JOB-ID             PIC X(6).                      CNB26400
014000         10  JS-EFF-DATE           PIC X(8).                      CNB26400
014100     05  JS-START-TIME             PIC X(4).                      CNB26400
014200     05  JS-ANNUL-FROM             PIC X(8).                      CNB26400
014300     05  JS-ANNUL-TO               PIC X(8).                      CNB26400
014400     05  FILLER                    PIC X(82).                     CNB26400
014500 FD  JA-FILE                                                      CNB26400
014600     RECORD CONTAINS 80 CHARACTERS.                               CNB26400
014700 01  JA-RECORD.                                                   CNB26400
014800     05  JA-KEY.                                                  CNB26400
014900         10  JA-DIST               PIC X(2).                      CNB26400
015000         10  JA-SDIST              PIC X(2).                      CNB26400
015100         10  JA-JOB-ID             PIC X(6).                      CNB26400
015200     05  JA-EMP-NBR                PIC X(9).                      CNB26400
015300     05  JA-CRAFT                  PIC X(2).                      CNB26400
015400     05  FILLER                    PIC X(59).                     CNB26400
015500 FD  RD-FILE                                                      CNB26400
015600     RECORD CONTAINS 200 CHARACTERS.                              CNB26400
015700 01  RD-RECORD.                                                   CNB26400
015800     05  RD-KEY.                                                  CNB26400
015900         10  RD-EMP-NBR            PIC X(9).                      CNB26400
016000         10  RD-CALL-DATE-TIME     PIC X(10).                     CNB26400
016100     05  RD-CALL-DATA.                                            CNB26400
016200         10  FILLER                PIC X(77).                     CNB26400
016300         10  RD-XB-FLAG            PIC X(1).                      CNB26400
016400             88  RD-XB-AVAILABLE         VALUE 'Y'.               CNB26400
016500         10  FILLER                PIC X(13).                     CNB26400
016600     05  FILLER                    PIC X(90).                     CNB26400
016700 FD  RPT-FILE                                                     CNB26400
016800     RECORD CONTAINS 132 CHARACTERS.                              CNB26400
016900 01  RPT-LINE                      PIC X(132).                    CNB26400
017000*                                                                 CNB26400
017100 WORKING-STORAGE SECTION.                                         CNB26400
017200 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB26400
017300     88  WS-PARM-OK                       VALUE '00'.             CNB26400
017400 01  WS-AR-STATUS                  PIC XX VALUE SPACES.           CNB26400
017500     88  WS-AR-OK                         VALUE '00'.             CNB26400
017600 01  WS-ETOD-STATUS                PIC XX VALUE SPACES.           CNB26400
017700     88  WS-ETOD-OK                       VALUE '00'.             CNB26400
017800 01  WS-JS-STATUS                  PIC XX VALUE SPACES.           CNB26400
017900     88  WS-JS-OK                         VALUE '00'.             CNB26400
018000     88  WS-JS-NOTFND                     VALUE '23'.             CNB26400
018100     88  WS-JS-END                        VALUE '10'.             CNB26400
018200 01  WS-JA-STATUS                  PIC XX VALUE SPACES.           CNB26400
018300     88  WS-JA-OK                         VALUE '00'.             CNB26400
018400     88  WS-JA-NOTFND                     VALUE '23'.             CNB26400
018500 01  WS-RD-STATUS                  PIC XX VALUE SPACES.           CNB26400
018600     88  WS-RD-OK                         VALUE '00'.             CNB26400
018700     88  WS-RD-NOTFND                     VALUE '23'.             CNB26400
018800 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB26400
018900     88  WS-RPT-OK                        VALUE '00'.             CNB26400
019000 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB26400
019100 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB26400
019200 COPY WSERRLOG.                                                   CNB26400
019300 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB26400
019400     88  WS-FUNC-WEEKLY                   VALUE 'WEEKLY'.         CNB26400
019500 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB26400
019600 01  WS-CALL-LEAD                  PIC 9(3) VALUE 090.            CNB26400
019700 01  WS-GRACE                      PIC 9(2) VALUE 05.             CNB26400
019800 01  WS-TOP-MAX                    PIC 9(2) VALUE 20.             CNB26400
019900 01  WS-AR-EOF-SW                  PIC X  VALUE 'N'.              CNB26400
020000     88  WS-EOF-AR                        VALUE 'Y'.              CNB26400
020100 01  WS-ETOD-EOF-SW                PIC X  VALUE 'N'.              CNB26400
020200     88  WS-EOF-ETOD                      VALUE 'Y'.              CNB26400
020300 01  WS-RDREG-SW                   PIC X  VALUE 'Y'.              CNB26400
020400     88  WS-HAVE-RDREG                    VALUE 'Y'.              CNB26400
020500 01  WS-START-SW                   PIC X  VALUE 'N'.              CNB26400
020600     88  WS-HAVE-START                    VALUE 'Y'.              CNB26400
020700 01  WS-SCHED-SW                   PIC X  VALUE 'N'.              CNB26400
020800     88  WS-HAVE-SCHED                    VALUE 'Y'.              CNB26400
020900 01  WS-JS-DONE-SW                 PIC X  VALUE 'N'.              CNB26400
021000     88  WS-JS-DONE                       VALUE 'Y'.              CNB26400
021100 01  WS-RANK-DONE-SW               PIC X  VALUE 'N'.              CNB26400
021200     88  WS-RANK-DONE                     VALUE 'Y'.              CNB26400
021300*                                                                 CNB26400
021400*    THE WEEK AND THE CALL IN MINUTES                             CNB26400
021500*                                                                 CNB26400
021600 01  WS-WEEK-START-MINS            PIC S9(9) COMP VALUE ZEROS.    CNB26400
021700 01  WS-WEEK-END-MINS              PIC S9(9) COMP VALUE ZEROS.    CNB26400
021800 01  WS-CALL-MINS                  PIC S9(9) COMP VALUE ZEROS.    CNB26400
021900 01  WS-START-MINS                 PIC S9(9) COMP VALUE ZEROS.    CNB26400
022000 01  WS-SCHED-MINS                 PIC S9(9) COMP VALUE ZEROS.    CNB26400
022100 01  WS-LATE-MINS                  PIC S9(9) COMP VALUE ZEROS.    CNB26400
022200 01  WS-AR-CUR-KEY                 PIC X(19) VALUE LOW-VALUES.    CNB26400
022300 01  WS-ET-KEY                     PIC X(19) VALUE LOW-VALUES.    CNB26400
022400 01  WS-START-DATE8                PIC X(8) VALUE SPACES.         CNB26400
022500 01  WS-SCHED-TIME                 PIC X(4) VALUE SPACES.         CNB26400
022600 01  WS-OWNER                      PIC X(9) VALUE SPACES.         CNB26400
022700 01  WS-CAUSE                      PIC X(1) VALUE SPACES.         CNB26400
022800     88  WS-CAUSE-ON-TIME                 VALUE ' '.              CNB26400
022900     88  WS-CAUSE-XB-LATE                 VALUE 'X'.              CNB26400
023000     88  WS-CAUSE-NO-XB                   VALUE 'N'.              CNB26400
023100     88  WS-CAUSE-OPERATING               VALUE 'O'.              CNB26400
023200     88  WS-CAUSE-NO-SCHED                VALUE 'S'.              CNB26400
023300 01  WS-STAMP.                                                    CNB26400
023400     05  WS-ST-YYMMDD              PIC X(6).                      CNB26400
023500     05  WS-ST-HH                  PIC 9(2).                      CNB26400
023600     05  WS-ST-MN                  PIC 9(2).                      CNB26400
023700 01  WS-STAMP-MINS                 PIC S9(9) COMP VALUE ZEROS.    CNB26400
023800 01  WS-SERIAL-RESULT              PIC S9(7) COMP VALUE ZEROS.    CNB26400
023900 01  WS-SERIAL-DATE.                                              CNB26400
024000     05  WS-SD-CCYY                PIC 9(4).                      CNB26400
024100     05  WS-SD-MM                  PIC 9(2).                      CNB26400
024200     05  WS-SD-DD                  PIC 9(2).                      CNB26400
024300 01  WS-SERIAL-DATE-X REDEFINES WS-SERIAL-DATE                    CNB26400
024400                                   PIC X(8).                      CNB26400
024500 01  WS-LEAP-QUOT                  PIC 9(4) VALUE ZEROS.          CNB26400
024600 01  WS-LEAP-REM                   PIC 9(4) VALUE ZEROS.          CNB26400
024700 01  WS-CUM-DAY-TABLE              PIC X(36) VALUE                CNB26400
024800         '000031059090120151181212243273304334'.                  CNB26400
024900 01  WS-CUM-DAY-TABLE-R REDEFINES WS-CUM-DAY-TABLE.               CNB26400
025000     05  WS-CDT-DAYS OCCURS 12 TIMES                              CNB26400
025100                                   PIC 9(3).                      CNB26400
025200*                                                                 CNB26400
025300*    THE WEEK'S STARTS, IN ARBREG ORDER                           CNB26400
025400*                                                                 CNB26400
025500 01  WS-SR-MAX                     PIC S9(4) COMP VALUE 5000.     CNB26400
025600 01  WS-SR-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB26400
025700 01  WS-SR-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB26400
025800 01  WS-SR-TABLE.                                                 CNB26400
025900     05  WS-SR-ENTRY OCCURS 5000 TIMES.                           CNB26400
026000         10  WS-SR-JOB-KEY         PIC X(10).                     CNB26400
026100         10  WS-SR-EMP-NBR         PIC X(9).                      CNB26400
026200         10  WS-SR-OWNER           PIC X(9).                      CNB26400
026300         10  WS-SR-CALL            PIC X(10).                     CNB26400
026400         10  WS-SR-START           PIC X(10).                     CNB26400
026500         10  WS-SR-SCHED           PIC X(4).                      CNB26400
026600         10  WS-SR-LATE            PIC S9(5) COMP-3.              CNB26400
026700         10  WS-SR-CAUSE           PIC X(1).                      CNB26400
026800*                                                                 CNB26400
026900*    THE WEEK BY JOB, IN JOB KEY ORDER                            CNB26400
027000*                                                                 CNB26400
027100 01  WS-JB-MAX                     PIC S9(4) COMP VALUE 1500.     CNB26400
027200 01  WS-JB-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB26400
027300 01  WS-JB-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB26400
027400 01  WS-JB-SUB2                    PIC S9(4) COMP VALUE ZEROS.    CNB26400
027500 01  WS-JB-AT                      PIC S9(4) COMP VALUE ZEROS.    CNB26400
027600 01  WS-JB-INS-AT                  PIC S9(4) COMP VALUE ZEROS.    CNB26400
027700 01  WS-JB-FIND-KEY                PIC X(10) VALUE SPACES.        CNB26400
027800 01  WS-JB-TABLE.                                                 CNB26400
027900     05  WS-JB-ENTRY OCCURS 1500 TIMES.                           CNB26400
028000         10  WS-JB-KEY             PIC X(10).                     CNB26400
028100         10  WS-JB-STARTS          PIC 9(5) COMP-3.               CNB26400
028200         10  WS-JB-LATE            PIC 9(5) COMP-3.               CNB26400
028300         10  WS-JB-LATE-MINS       PIC 9(7) COMP-3.               CNB26400
028400         10  WS-JB-XB-LATE         PIC 9(5) COMP-3.               CNB26400
028500         10  WS-JB-NO-XB           PIC 9(5) COMP-3.               CNB26400
028600         10  WS-JB-OPERATING       PIC 9(5) COMP-3.               CNB26400
028700         10  WS-JB-RANKED          PIC X(1).                      CNB26400
028800*                                                                 CNB26400
028900*    SUB-DISTRICT TOTALS AND THE RANKED LIST                      CNB26400
029000*                                                                 CNB26400
029100 01  WS-CUR-SDIST                  PIC X(4) VALUE SPACES.         CNB26400
029200 01  WS-SD-TOTALS.                                                CNB26400
029300     05  WS-SDT-STARTS             PIC 9(5) VALUE ZEROS.          CNB26400
029400     05  WS-SDT-LATE               PIC 9(5) VALUE ZEROS.          CNB26400
029500     05  WS-SDT-LATE-MINS          PIC 9(7) VALUE ZEROS.          CNB26400
029600     05  WS-SDT-XB-LATE            PIC 9(5) VALUE ZEROS.          CNB26400
029700     05  WS-SDT-NO-XB              PIC 9(5) VALUE ZEROS.          CNB26400
029800     05  WS-SDT-OPERATING          PIC 9(5) VALUE ZEROS.          CNB26400
029900     05  WS-SDT-NO-SCHED           PIC 9(5) VALUE ZEROS.          CNB26400
030000 01  WS-RANK                       PIC S9(4) COMP VALUE ZEROS.    CNB26400
030100 01  WS-RANK-PICK                  PIC S9(4) COMP VALUE ZEROS.    CNB26400
030200 01  WS-PCT                        PIC 9(3) VALUE ZEROS.          CNB26400
030300 01  WS-AVG-LATE                   PIC 9(5) VALUE ZEROS.          CNB26400
030400*                                                                 CNB26400
030500 01  WS-READ-COUNT                 PIC 9(7) VALUE ZEROS.          CNB26400
030600 01  WS-AJ-CALL-COUNT              PIC 9(7) VALUE ZEROS.          CNB26400
030700 01  WS-START-COUNT                PIC 9(7) VALUE ZEROS.          CNB26400
030800 01  WS-ON-TIME-COUNT              PIC 9(7) VALUE ZEROS.          CNB26400
030900 01  WS-LATE-COUNT                 PIC 9(7) VALUE ZEROS.          CNB26400
031000 01  WS-XB-LATE-COUNT              PIC 9(7) VALUE ZEROS.          CNB26400
031100 01  WS-NO-XB-COUNT                PIC 9(7) VALUE ZEROS.          CNB26400
031200 01  WS-OPERATING-COUNT            PIC 9(7) VALUE ZEROS.          CNB26400
031300 01  WS-NO-SCHED-COUNT             PIC 9(7) VALUE ZEROS.          CNB26400
031400 01  WS-NO-ETOD-COUNT              PIC 9(7) VALUE ZEROS.          CNB26400
031500 01  WS-NO-OWNER-COUNT             PIC 9(7) VALUE ZEROS.          CNB26400
031600 01  WS-LOST-COUNT                 PIC 9(7) VALUE ZEROS.          CNB26400
031700 01  WS-HDR-LINE.                                                 CNB26400
031800     05  FILLER                PIC X(38)  VALUE                   CNB26400
031900         'CNB264 - ASSIGNED-JOB STARTS'.                          CNB26400
032000     05  FILLER                PIC X(2)   VALUE SPACES.           CNB26400
032100     05  HDR-FUNC              PIC X(8).                          CNB26400
032200     05  FILLER                PIC X(2)   VALUE SPACES.           CNB26400
032300     05  HDR-DATE-TIME         PIC X(12).                         CNB26400
032400     05  FILLER                PIC X(70)  VALUE SPACES.           CNB26400
032500 01  WS-TITLE-LINE.                                               CNB26400
032600     05  TTL-TEXT                  PIC X(80).                     CNB26400
032700     05  FILLER                    PIC X(52) VALUE SPACES.        CNB26400
032800 01  WS-WEEK-TEXT                  PIC X(40) VALUE SPACES.        CNB26400
032900 01  WS-ST-HDR-LINE.                                              CNB26400
033000     05  FILLER                    PIC X(40) VALUE                CNB26400
033100         'JOB     DATE    SCHED ACTUAL LATE  EMPLO'.              CNB26400
033200     05  FILLER                    PIC X(40) VALUE                CNB26400
033300         'YEE   OWNER      CALLED      CAUSE      '.              CNB26400
033400     05  FILLER                    PIC X(52) VALUE SPACES.        CNB26400
033500 01  WS-ST-LINE.                                                  CNB26400
033600     05  STL-JOB-ID                PIC X(6).                      CNB26400
033700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26400
033800     05  STL-DATE                  PIC X(6).                      CNB26400
033900     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26400
034000     05  STL-SCHED                 PIC X(4).                      CNB26400
034100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26400
034200     05  STL-ACTUAL                PIC X(4).                      CNB26400
034300     05  FILLER                    PIC X(3) VALUE SPACES.         CNB26400
034400     05  STL-LATE                  PIC X(4).                      CNB26400
034500     05  STL-LATE-N REDEFINES STL-LATE                            CNB26400
034600                                   PIC ZZZ9.                      CNB26400
034700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26400
034800     05  STL-EMP-NBR               PIC X(9).                      CNB26400
034900     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26400
035000     05  STL-OWNER                 PIC X(9).                      CNB26400
035100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26400
035200     05  STL-CALL                  PIC X(10).                     CNB26400
035300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26400
035400     05  STL-CAUSE                 PIC X(38).                     CNB26400
035500     05  FILLER                    PIC X(25) VALUE SPACES.        CNB26400
035600 01  WS-SD-LINE.                                                  CNB26400
035700     05  FILLER                    PIC X(8) VALUE '  TOTAL '.     CNB26400
035800     05  SDL-STARTS                PIC ZZ,ZZ9.                    CNB26400
035900     05  FILLER                    PIC X(9) VALUE ' STARTS  '.    CNB26400
036000     05  SDL-LATE                  PIC ZZ,ZZ9.                    CNB26400
036100     05  FILLER                    PIC X(7) VALUE ' LATE  '.      CNB26400
036200     05  SDL-PCT                   PIC ZZ9.                       CNB26400
036300     05  FILLER                    PIC X(15) VALUE                CNB26400
036400         ' PCT  AVERAGE '.                                        CNB26400
036500     05  SDL-AVG                   PIC ZZZ9.                      CNB26400
036600     05  FILLER                    PIC X(9) VALUE ' MIN LATE'.    CNB26400
036700     05  FILLER                    PIC X(65) VALUE SPACES.        CNB26400
036800 01  WS-SD-CAUSE-LINE.                                            CNB26400
036900     05  FILLER                    PIC X(8) VALUE SPACES.         CNB26400
037000     05  SCL-TEXT                  PIC X(38).                     CNB26400
037100     05  SCL-COUNT                 PIC ZZ,ZZ9.                    CNB26400
037200     05  FILLER                    PIC X(80) VALUE SPACES.        CNB26400
037300 01  WS-RK-HDR-LINE.                                              CNB26400
037400     05  FILLER                    PIC X(40) VALUE                CNB26400
037500         'RANK  DIST SDIST JOB     STARTS   LATE  '.              CNB26400
037600     05  FILLER                    PIC X(40) VALUE                CNB26400
037700         'PCT   AVG  XB LATE   NO XB  OPERATING   '.              CNB26400
037800     05  FILLER                    PIC X(52) VALUE SPACES.        CNB26400
037900 01  WS-RK-LINE.                                                  CNB26400
038000     05  RKL-RANK                  PIC Z9.                        CNB26400
038100     05  FILLER                    PIC X(4) VALUE SPACES.         CNB26400
038200     05  RKL-DIST                  PIC X(2).                      CNB26400
038300     05  FILLER                    PIC X(3) VALUE SPACES.         CNB26400
038400     05  RKL-SDIST                 PIC X(2).                      CNB26400
038500     05  FILLER                    PIC X(4) VALUE SPACES.         CNB26400
038600     05  RKL-JOB-ID                PIC X(6).                      CNB26400
038700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26400
038800     05  RKL-STARTS                PIC ZZ,ZZ9.                    CNB26400
038900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26400
039000     05  RKL-LATE                  PIC ZZ,ZZ9.                    CNB26400
039100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26400
039200     05  RKL-PCT                   PIC ZZ9.                       CNB26400
039300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26400
039400     05  RKL-AVG                   PIC ZZZ9.                      CNB26400
039500     05  FILLER                    PIC X(3) VALUE SPACES.         CNB26400
039600     05  RKL-XB-LATE               PIC ZZ,ZZ9.                    CNB26400
039700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26400
039800     05  RKL-NO-XB                 PIC ZZ,ZZ9.                    CNB26400
039900     05  FILLER                    PIC X(5) VALUE SPACES.         CNB26400
040000     05  RKL-OPERATING             PIC ZZ,ZZ9.                    CNB26400
040100     05  FILLER                    PIC X(55) VALUE SPACES.        CNB26400
040200 01  WS-CNT-LINE.                                                 CNB26400
040300     05  CNT-LABEL                 PIC X(30).                     CNB26400
040400     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB26400
040500     05  FILLER                    PIC X(95) VALUE SPACES.        CNB26400
040600*                                                                 CNB26400
040700 PROCEDURE DIVISION.                                              CNB26400
040800 P0000-MAINLINE.                                                  CNB26400
040900     PERFORM P1000-INITIALIZE                                     CNB26400
041000     PERFORM P2000-PROCESS-CALL UNTIL WS-EOF-AR                   CNB26400
041100     PERFORM P4000-PRINT-STARTS                                   CNB26400
041200     PERFORM P5000-PRINT-RANKING                                  CNB26400
041300     PERFORM P6000-PRINT-TOTALS                                   CNB26400
041400     PERFORM P9000-TERMINATE                                      CNB26400
041500     GOBACK.                                                      CNB26400
041600*                                                                 CNB26400
041700 P1000-INITIALIZE.                                                CNB26400
041800     OPEN INPUT PARM-FILE                                         CNB26400
041900     IF NOT WS-PARM-OK                                            CNB26400
042000        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB26400
042100        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB26400
042200        PERFORM P9999-GOT-PROBLEM                                 CNB26400
042300     END-IF                                                       CNB26400
042400     READ PARM-FILE                                               CNB26400
042500     IF NOT WS-PARM-OK                                            CNB26400
042600        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB26400
042700        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB26400
042800        PERFORM P9999-GOT-PROBLEM                                 CNB26400
042900     END-IF                                                       CNB26400
043000     MOVE PARM-FUNC                TO WS-FUNC                     CNB26400
043100     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB26400
043200     CLOSE PARM-FILE                                              CNB26400
043300     IF NOT WS-FUNC-WEEKLY                                        CNB26400
043400        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB26400
043500        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB26400
043600        PERFORM P9999-GOT-PROBLEM                                 CNB26400
043700     END-IF                                                       CNB26400
043800     IF PARM-CALL-LEAD NUMERIC                                    CNB26400
043900        MOVE PARM-CALL-LEAD        TO WS-CALL-LEAD                CNB26400
044000     END-IF                                                       CNB26400
044100     IF PARM-GRACE NUMERIC                                        CNB26400
044200        MOVE PARM-GRACE            TO WS-GRACE                    CNB26400
044300     END-IF                                                       CNB26400
044400     IF PARM-TOP NUMERIC AND PARM-TOP > '00'                      CNB26400
044500        MOVE PARM-TOP              TO WS-TOP-MAX                  CNB26400
044600     END-IF                                                       CNB26400
044700     PERFORM P1100-SET-WEEK                                       CNB26400
044800     OPEN OUTPUT RPT-FILE                                         CNB26400
044900     IF NOT WS-RPT-OK                                             CNB26400
045000        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB26400
045100        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB26400
045200        PERFORM P9999-GOT-PROBLEM                                 CNB26400
045300     END-IF                                                       CNB26400
045400     MOVE WS-FUNC                  TO HDR-FUNC                    CNB26400
045500     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB26400
045600     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB26400
045700     MOVE SPACES                   TO RPT-LINE                    CNB26400
045800     WRITE RPT-LINE                                               CNB26400
045900     PERFORM P1200-OPEN-FILES                                     CNB26400
046000     PERFORM P2010-READ-ARBREG                                    CNB26400
046100     PERFORM P2110-READ-ETOD.                                     CNB26400
046200*                                                                 CNB26400
046300*    THE WEEK RUNS FROM MIDNIGHT SEVEN DAYS BEFORE THE DAY AFTER  CNB26400
046400*    ITS LAST DAY                                                 CNB26400
046500*                                                                 CNB26400
046600 P1100-SET-WEEK.                                                  CNB26400
046700     MOVE SPACES                   TO WS-WEEK-TEXT                CNB26400
046800     MOVE '20'                     TO WS-SERIAL-DATE-X (1:2)      CNB26400
046900     IF PARM-WEEK-END = SPACES                                    CNB26400
047000        MOVE WS-RUN-DATE-TIME (1:6) TO WS-SERIAL-DATE-X (3:6)     CNB26400
047100        PERFORM P7000-DATE-TO-SERIAL                              CNB26400
047200        STRING 'STARTS IN THE 7 DAYS BEFORE '                     CNB26400
047300               WS-RUN-DATE-TIME (1:6)                             CNB26400
047400               DELIMITED BY SIZE INTO WS-WEEK-TEXT                CNB26400
047500     ELSE                                                         CNB26400
047600        MOVE PARM-WEEK-END         TO WS-SERIAL-DATE-X (3:6)      CNB26400
047700        PERFORM P7000-DATE-TO-SERIAL                              CNB26400
047800        IF WS-SERIAL-RESULT > ZEROS                               CNB26400
047900           ADD 1 TO WS-SERIAL-RESULT                              CNB26400
048000        END-IF                                                    CNB26400
048100        STRING 'STARTS IN THE WEEK ENDING ' PARM-WEEK-END         CNB26400
048200               DELIMITED BY SIZE INTO WS-WEEK-TEXT                CNB26400
048300     END-IF                                                       CNB26400
048400     IF WS-SERIAL-RESULT = ZEROS                                  CNB26400
048500        MOVE 'P1100-BAD-WEEK'      TO WS-ABEND-PARAGRAPH          CNB26400
048600        MOVE 'PM'                  TO WS-ABEND-STATUS             CNB26400
048700        PERFORM P9999-GOT-PROBLEM                                 CNB26400
048800     END-IF                                                       CNB26400
048900     COMPUTE WS-WEEK-END-MINS = WS-SERIAL-RESULT * 1440           CNB26400
049000     COMPUTE WS-WEEK-START-MINS = WS-WEEK-END-MINS - (7 * 1440).  CNB26400
049100*                                                                 CNB26400
049200 P1200-OPEN-FILES.                                                CNB26400
049300     OPEN INPUT AR-FILE                                           CNB26400
049400     IF NOT WS-AR-OK                                              CNB26400
049500        MOVE 'P1200-OPEN-ARBR'     TO WS-ABEND-PARAGRAPH          CNB26400
049600        MOVE WS-AR-STATUS          TO WS-ABEND-STATUS             CNB26400
049700        PERFORM P9999-GOT-PROBLEM                                 CNB26400
049800     END-IF                                                       CNB26400
049900     OPEN INPUT ETOD-FILE                                         CNB26400
050000     IF NOT WS-ETOD-OK                                            CNB26400
050100        MOVE 'P1200-OPEN-ETOD'     TO WS-ABEND-PARAGRAPH          CNB26400
050200        MOVE WS-ETOD-STATUS        TO WS-ABEND-STATUS             CNB26400
050300        PERFORM P9999-GOT-PROBLEM                                 CNB26400
050400     END-IF                                                       CNB26400
050500     OPEN INPUT JS-FILE                                           CNB26400
050600     IF NOT WS-JS-OK                                              CNB26400
050700        MOVE 'P1200-OPEN-JSFL'     TO WS-ABEND-PARAGRAPH          CNB26400
050800        MOVE WS-JS-STATUS          TO WS-ABEND-STATUS             CNB26400
050900        PERFORM P9999-GOT-PROBLEM                                 CNB26400
051000     END-IF                                                       CNB26400
051100     OPEN INPUT JA-FILE                                           CNB26400
051200     IF NOT WS-JA-OK                                              CNB26400
051300        MOVE 'P1200-OPEN-JASG'     TO WS-ABEND-PARAGRAPH          CNB26400
051400        MOVE WS-JA-STATUS          TO WS-ABEND-STATUS             CNB26400
051500        PERFORM P9999-GOT-PROBLEM                                 CNB26400
051600     END-IF                                                       CNB26400
051700*                                                                 CNB26400
051800*    THE REST-DAY REGISTER IS BUILT BY THE FIRST REST-DAY CALL; NOCNB26400
051900*    REGISTER ONLY MEANS NO RESTED EMPLOYEE WAS EVER CALLED       CNB26400
052000*                                                                 CNB26400
052100     OPEN INPUT RD-FILE                                           CNB26400
052200     IF WS-RD-STATUS = '35'                                       CNB26400
052300        MOVE 'N'                   TO WS-RDREG-SW                 CNB26400
052400     ELSE                                                         CNB26400
052500        IF NOT WS-RD-OK                                           CNB26400
052600           MOVE 'P1200-OPEN-RDRG'  TO WS-ABEND-PARAGRAPH          CNB26400
052700           MOVE WS-RD-STATUS       TO WS-ABEND-STATUS             CNB26400
052800           PERFORM P9999-GOT-PROBLEM                              CNB26400
052900        END-IF                                                    CNB26400
053000     END-IF.                                                      CNB26400
053100*                                                                 CNB26400
053200 P2000-PROCESS-CALL.                                              CNB26400
053300     ADD 1 TO WS-READ-COUNT                                       CNB26400
053400     IF AR-ASGN-JOB                                               CNB26400
053500        AND (PARM-DIST = SPACES OR AR-JOB-DIST = PARM-DIST)       CNB26400
053600        AND (PARM-SDIST = SPACES OR AR-JOB-SDIST = PARM-SDIST)    CNB26400
053700        MOVE AR-CALL-DATE-TIME     TO WS-STAMP                    CNB26400
053800        PERFORM P7100-STAMP-MINUTES                               CNB26400
053900        MOVE WS-STAMP-MINS         TO WS-CALL-MINS                CNB26400
054000        IF WS-CALL-MINS NOT < WS-WEEK-START-MINS - 1440           CNB26400
054100           AND WS-CALL-MINS < WS-WEEK-END-MINS                    CNB26400
054200           PERFORM P2100-FIND-ON-DUTY THRU P2100-EXIT             CNB26400
054300           IF WS-HAVE-START                                       CNB26400
054400              PERFORM P2200-SCORE-START                           CNB26400
054500           END-IF                                                 CNB26400
054600        END-IF                                                    CNB26400
054700     END-IF                                                       CNB26400
054800     PERFORM P2010-READ-ARBREG.                                   CNB26400
054900*                                                                 CNB26400
055000 P2010-READ-ARBREG.                                               CNB26400
055100     READ AR-FILE NEXT                                            CNB26400
055200          AT END                                                  CNB26400
055300             SET WS-EOF-AR TO TRUE                                CNB26400
055400     END-READ                                                     CNB26400
055500     IF NOT WS-EOF-AR AND NOT WS-AR-OK                            CNB26400
055600        MOVE 'P2010-READ-ARBR'     TO WS-ABEND-PARAGRAPH          CNB26400
055700        MOVE WS-AR-STATUS          TO WS-ABEND-STATUS             CNB26400
055800        PERFORM P9999-GOT-PROBLEM                                 CNB26400
055900     END-IF.                                                      CNB26400
056000*                                                                 CNB26400
056100*    THE ETOD LOG IS READ UP TO THE CALL; THE NEXT ON-DUTY FOR THECNB26400
056200*    SAME EMPLOYEE WITHIN A DAY IS THE START.  IT IS NOT USED UP -CNB26400
056300*    A CALL ANNULLED AND MADE AGAIN FINDS THE SAME ON-DUTY.       CNB26400
056400*                                                                 CNB26400
056500 P2100-FIND-ON-DUTY.                                              CNB26400
056600     MOVE 'N'                      TO WS-START-SW                 CNB26400
056700     MOVE AR-KEY                   TO WS-AR-CUR-KEY               CNB26400
056800     PERFORM P2110-READ-ETOD                                      CNB26400
056900             UNTIL WS-EOF-ETOD                                    CNB26400
057000                OR WS-ET-KEY NOT < WS-AR-CUR-KEY                  CNB26400
057100     IF NOT WS-EOF-ETOD                                           CNB26400
057200        AND ETIO-EMP-NBR = AR-EMP-NBR                             CNB26400
057300        MOVE WS-ET-KEY (10:10)     TO WS-STAMP                    CNB26400
057400        PERFORM P7100-STAMP-MINUTES                               CNB26400
057500        MOVE WS-STAMP-MINS         TO WS-START-MINS               CNB26400
057600        IF WS-START-MINS - WS-CALL-MINS NOT > 1440                CNB26400
057700           IF WS-START-MINS NOT < WS-WEEK-START-MINS              CNB26400
057800              AND WS-START-MINS < WS-WEEK-END-MINS                CNB26400
057900              SET WS-HAVE-START TO TRUE                           CNB26400
058000           END-IF                                                 CNB26400
058100           GO TO P2100-EXIT                                       CNB26400
058200        END-IF                                                    CNB26400
058300     END-IF                                                       CNB26400
058400     IF WS-CALL-MINS NOT < WS-WEEK-START-MINS                     CNB26400
058500        ADD 1 TO WS-NO-ETOD-COUNT                                 CNB26400
058600     END-IF.                                                      CNB26400
058700 P2100-EXIT.                                                      CNB26400
058800     EXIT.                                                        CNB26400
058900*                                                                 CNB26400
059000 P2110-READ-ETOD.                                                 CNB26400
059100     READ ETOD-FILE NEXT                                          CNB26400
059200          AT END                                                  CNB26400
059300             SET WS-EOF-ETOD TO TRUE                              CNB26400
059400     END-READ                                                     CNB26400
059500     IF NOT WS-EOF-ETOD                                           CNB26400
059600        IF NOT WS-ETOD-OK                                         CNB26400
059700           MOVE 'P2110-READ-ETOD'  TO WS-ABEND-PARAGRAPH          CNB26400
059800           MOVE WS-ETOD-STATUS     TO WS-ABEND-STATUS             CNB26400
059900           PERFORM P9999-GOT-PROBLEM                              CNB26400
060000        END-IF                                                    CNB26400
060100        MOVE ETIO-EMP-NBR          TO WS-ET-KEY (1:9)             CNB26400
060200        MOVE ETIO-OD-DATE          TO WS-ET-KEY (10:6)            CNB26400
060300        MOVE ETIO-OD-TIME          TO WS-ET-KEY (16:4)            CNB26400
060400     END-IF.                                                      CNB26400
060500*                                                                 CNB26400
060600 P2200-SCORE-START.                                               CNB26400
060700     ADD 1 TO WS-START-COUNT                                      CNB26400
060800     MOVE SPACES                   TO WS-OWNER                    CNB26400
060900     MOVE ZEROS                    TO WS-LATE-MINS                CNB26400
061000     PERFORM P2300-GET-SCHEDULE THRU P2300-EXIT                   CNB26400
061100     IF NOT WS-HAVE-SCHED                                         CNB26400
061200        SET WS-CAUSE-NO-SCHED TO TRUE                             CNB26400
061300        ADD 1 TO WS-NO-SCHED-COUNT                                CNB26400
061400     ELSE                                                         CNB26400
061500        MOVE WS-ET-KEY (10:6)      TO WS-ST-YYMMDD                CNB26400
061600        MOVE WS-SCHED-TIME         TO WS-STAMP (7:4)              CNB26400
061700        PERFORM P7100-STAMP-MINUTES                               CNB26400
061800        MOVE WS-STAMP-MINS         TO WS-SCHED-MINS               CNB26400
061900        COMPUTE WS-LATE-MINS = WS-START-MINS - WS-SCHED-MINS      CNB26400
062000        IF WS-LATE-MINS > 720                                     CNB26400
062100           ADD 1440                TO WS-SCHED-MINS               CNB26400
062200           SUBTRACT 1440 FROM WS-LATE-MINS                        CNB26400
062300        END-IF                                                    CNB26400
062400        IF WS-LATE-MINS < -720                                    CNB26400
062500           SUBTRACT 1440 FROM WS-SCHED-MINS                       CNB26400
062600           ADD 1440                TO WS-LATE-MINS                CNB26400
062700        END-IF                                                    CNB26400
062800        IF WS-LATE-MINS > WS-GRACE                                CNB26400
062900           ADD 1 TO WS-LATE-COUNT                                 CNB26400
063000           PERFORM P2400-FIND-CAUSE THRU P2400-EXIT               CNB26400
063100        ELSE                                                      CNB26400
063200           MOVE ZEROS              TO WS-LATE-MINS                CNB26400
063300           SET WS-CAUSE-ON-TIME TO TRUE                           CNB26400
063400           ADD 1 TO WS-ON-TIME-COUNT                              CNB26400
063500        END-IF                                                    CNB26400
063600     END-IF                                                       CNB26400
063700     PERFORM P2500-HOLD-START.                                    CNB26400
063800*                                                                 CNB26400
063900*    THE SCHEDULE IN EFFECT ON THE START DATE - THE LATEST VERSIONCNB26400
064000*    OF THE JOB NOT EFFECTIVE AFTER IT                            CNB26400
064100*                                                                 CNB26400
064200 P2300-GET-SCHEDULE.                                              CNB26400
064300     MOVE 'N'                      TO WS-SCHED-SW                 CNB26400
064400                                      WS-JS-DONE-SW               CNB26400
064500     MOVE SPACES                   TO WS-SCHED-TIME               CNB26400
064600     MOVE '20'                     TO WS-START-DATE8 (1:2)        CNB26400
064700     MOVE WS-ET-KEY (10:6)         TO WS-START-DATE8 (3:6)        CNB26400
064800     MOVE AR-JOB-DIST              TO JS-DIST                     CNB26400
064900     MOVE AR-JOB-SDIST             TO JS-SDIST                    CNB26400
065000     MOVE AR-JOB-ID                TO JS-JOB-ID                   CNB26400
065100     MOVE LOW-VALUES               TO JS-EFF-DATE                 CNB26400
065200     START JS-FILE KEY NOT < JS-KEY                               CNB26400
065300     IF WS-JS-NOTFND                                              CNB26400
065400        GO TO P2300-EXIT                                          CNB26400
065500     END-IF                                                       CNB26400
065600     IF NOT WS-JS-OK                                              CNB26400
065700        MOVE 'P2300-STRT-JSFL'     TO WS-ABEND-PARAGRAPH          CNB26400
065800        MOVE WS-JS-STATUS          TO WS-ABEND-STATUS             CNB26400
065900        PERFORM P9999-GOT-PROBLEM                                 CNB26400
066000     END-IF                                                       CNB26400
066100     PERFORM P2310-NEXT-VERSION THRU P2310-EXIT                   CNB26400
066200             UNTIL WS-JS-DONE.                                    CNB26400
066300 P2300-EXIT.                                                      CNB26400
066400     EXIT.                                                        CNB26400
066500*                                                                 CNB26400
066600 P2310-NEXT-VERSION.                                              CNB26400
066700     READ JS-FILE NEXT                                            CNB26400
066800     IF WS-JS-END                                                 CNB26400
066900        SET WS-JS-DONE TO TRUE                                    CNB26400
067000        GO TO P2310-EXIT                                          CNB26400
067100     END-IF                                                       CNB26400
067200     IF NOT WS-JS-OK                                              CNB26400
067300        MOVE 'P2310-READ-JSFL'     TO WS-ABEND-PARAGRAPH          CNB26400
067400        MOVE WS-JS-STATUS          TO WS-ABEND-STATUS             CNB26400
067500        PERFORM P9999-GOT-PROBLEM                                 CNB26400
067600     END-IF                                                       CNB26400
067700     IF JS-DIST NOT = AR-JOB-DIST                                 CNB26400
067800        OR JS-SDIST NOT = AR-JOB-SDIST                            CNB26400
067900        OR JS-JOB-ID NOT = AR-JOB-ID                              CNB26400
068000        OR JS-EFF-DATE > WS-START-DATE8                           CNB26400
068100        SET WS-JS-DONE TO TRUE                                    CNB26400
068200        GO TO P2310-EXIT                                          CNB26400
068300     END-IF                                                       CNB26400
068400     IF JS-START-TIME NUMERIC                                     CNB26400
068500        MOVE JS-START-TIME         TO WS-SCHED-TIME               CNB26400
068600        SET WS-HAVE-SCHED TO TRUE                                 CNB26400
068700     ELSE                                                         CNB26400
068800        MOVE 'N'                   TO WS-SCHED-SW                 CNB26400
068900     END-IF.                                                      CNB26400
069000 P2310-EXIT.                                                      CNB26400
069100     EXIT.                                                        CNB26400
069200*                                                                 CNB26400
069300*    A LATE START IS THE CREW OFFICE'S ONLY WHEN THE OWNER WAS OFFCNB26400
069400*    THE JOB - EITHER NOBODY FROM THE EXTRABOARD COULD BE HAD, OR CNB26400
069500*    THE CALL WENT OUT TOO CLOSE TO THE START                     CNB26400
069600*                                                                 CNB26400
069700 P2400-FIND-CAUSE.                                                CNB26400
069800     MOVE AR-JOB-KEY               TO JA-KEY                      CNB26400
069900     READ JA-FILE                                                 CNB26400
070000     IF WS-JA-OK                                                  CNB26400
070100        MOVE JA-EMP-NBR            TO WS-OWNER                    CNB26400
070200     ELSE                                                         CNB26400
070300        IF NOT WS-JA-NOTFND                                       CNB26400
070400           MOVE 'P2400-READ-JASG'  TO WS-ABEND-PARAGRAPH          CNB26400
070500           MOVE WS-JA-STATUS       TO WS-ABEND-STATUS             CNB26400
070600           PERFORM P9999-GOT-PROBLEM                              CNB26400
070700        END-IF                                                    CNB26400
070800        ADD 1 TO WS-NO-OWNER-COUNT                                CNB26400
070900     END-IF                                                       CNB26400
071000     SET WS-CAUSE-OPERATING TO TRUE                               CNB26400
071100     IF WS-OWNER = SPACES                                         CNB26400
071200        OR WS-OWNER = AR-EMP-NBR                                  CNB26400
071300        GO TO P2400-COUNT                                         CNB26400
071400     END-IF                                                       CNB26400
071500     IF WS-HAVE-RDREG                                             CNB26400
071600        MOVE AR-KEY                TO RD-KEY                      CNB26400
071700        READ RD-FILE                                              CNB26400
071800        IF WS-RD-OK                                               CNB26400
071900           IF NOT RD-XB-AVAILABLE                                 CNB26400
072000              SET WS-CAUSE-NO-XB TO TRUE                          CNB26400
072100              GO TO P2400-COUNT                                   CNB26400
072200           END-IF                                                 CNB26400
072300        ELSE                                                      CNB26400
072400           IF NOT WS-RD-NOTFND                                    CNB26400
072500              MOVE 'P2400-READ-RDRG' TO WS-ABEND-PARAGRAPH        CNB26400
072600              MOVE WS-RD-STATUS    TO WS-ABEND-STATUS             CNB26400
072700              PERFORM P9999-GOT-PROBLEM                           CNB26400
072800           END-IF                                                 CNB26400
072900        END-IF                                                    CNB26400
073000     END-IF                                                       CNB26400
073100     IF WS-CALL-MINS > WS-SCHED-MINS - WS-CALL-LEAD               CNB26400
073200        SET WS-CAUSE-XB-LATE TO TRUE                              CNB26400
073300     END-IF.                                                      CNB26400
073400 P2400-COUNT.                                                     CNB26400
073500     EVALUATE TRUE                                                CNB26400
073600        WHEN WS-CAUSE-NO-XB                                       CNB26400
073700             ADD 1 TO WS-NO-XB-COUNT                              CNB26400
073800        WHEN WS-CAUSE-XB-LATE                                     CNB26400
073900             ADD 1 TO WS-XB-LATE-COUNT                            CNB26400
074000        WHEN OTHER                                                CNB26400
074100             ADD 1 TO WS-OPERATING-COUNT                          CNB26400
074200     END-EVALUATE.                                                CNB26400
074300 P2400-EXIT.                                                      CNB26400
074400     EXIT.                                                        CNB26400
074500*                                                                 CNB26400
074600 P2500-HOLD-START.                                                CNB26400
074700     MOVE AR-JOB-KEY               TO WS-JB-FIND-KEY              CNB26400
074800     PERFORM P2600-COUNT-JOB                                      CNB26400
074900     IF WS-SR-COUNT < WS-SR-MAX                                   CNB26400
075000        ADD 1 TO WS-SR-COUNT                                      CNB26400
075100        MOVE AR-JOB-KEY            TO WS-SR-JOB-KEY (WS-SR-COUNT) CNB26400
075200        MOVE AR-EMP-NBR            TO WS-SR-EMP-NBR (WS-SR-COUNT) CNB26400
075300        MOVE WS-OWNER              TO WS-SR-OWNER (WS-SR-COUNT)   CNB26400
075400        MOVE AR-CALL-DATE-TIME     TO WS-SR-CALL (WS-SR-COUNT)    CNB26400
075500        MOVE WS-ET-KEY (10:10)     TO WS-SR-START (WS-SR-COUNT)   CNB26400
075600        MOVE WS-SCHED-TIME         TO WS-SR-SCHED (WS-SR-COUNT)   CNB26400
075700        MOVE WS-LATE-MINS          TO WS-SR-LATE (WS-SR-COUNT)    CNB26400
075800        MOVE WS-CAUSE              TO WS-SR-CAUSE (WS-SR-COUNT)   CNB26400
075900     ELSE                                                         CNB26400
076000        ADD 1 TO WS-LOST-COUNT                                    CNB26400
076100     END-IF.                                                      CNB26400
076200*                                                                 CNB26400
076300*    THE JOB'S ENTRY, INSERTED IN JOB KEY ORDER                   CNB26400
076400*                                                                 CNB26400
076500 P2600-COUNT-JOB.                                                 CNB26400
076600     MOVE ZEROS                    TO WS-JB-AT                    CNB26400
076700     PERFORM P2610-FIND-JOB                                       CNB26400
076800             VARYING WS-JB-SUB FROM 1 BY 1                        CNB26400
076900             UNTIL WS-JB-SUB > WS-JB-COUNT                        CNB26400
077000                OR WS-JB-AT > ZEROS                               CNB26400
077100     IF WS-JB-AT = ZEROS                                          CNB26400
077200        IF WS-JB-COUNT < WS-JB-MAX                                CNB26400
077300           MOVE 1                  TO WS-JB-INS-AT                CNB26400
077400           PERFORM P2620-FIND-SLOT                                CNB26400
077500                   VARYING WS-JB-SUB FROM 1 BY 1                  CNB26400
077600                   UNTIL WS-JB-SUB > WS-JB-COUNT                  CNB26400
077700           PERFORM P2630-SHIFT-JOBS                               CNB26400
077800                   VARYING WS-JB-SUB FROM WS-JB-COUNT BY -1       CNB26400
077900                   UNTIL WS-JB-SUB < WS-JB-INS-AT                 CNB26400
078000           ADD 1 TO WS-JB-COUNT                                   CNB26400
078100           MOVE WS-JB-INS-AT       TO WS-JB-AT                    CNB26400
078200           MOVE WS-JB-FIND-KEY     TO WS-JB-KEY (WS-JB-AT)        CNB26400
078300           MOVE ZEROS              TO WS-JB-STARTS (WS-JB-AT)     CNB26400
078400                                      WS-JB-LATE (WS-JB-AT)       CNB26400
078500                                      WS-JB-LATE-MINS (WS-JB-AT)  CNB26400
078600                                      WS-JB-XB-LATE (WS-JB-AT)    CNB26400
078700                                      WS-JB-NO-XB (WS-JB-AT)      CNB26400
078800                                      WS-JB-OPERATING (WS-JB-AT)  CNB26400
078900           MOVE 'N'                TO WS-JB-RANKED (WS-JB-AT)     CNB26400
079000        ELSE                                                      CNB26400
079100           ADD 1 TO WS-LOST-COUNT                                 CNB26400
079200        END-IF                                                    CNB26400
079300     END-IF                                                       CNB26400
079400     IF WS-JB-AT > ZEROS                                          CNB26400
079500        ADD 1 TO WS-JB-STARTS (WS-JB-AT)                          CNB26400
079600        IF WS-LATE-MINS > ZEROS                                   CNB26400
079700           ADD 1 TO WS-JB-LATE (WS-JB-AT)                         CNB26400
079800           ADD WS-LATE-MINS        TO WS-JB-LATE-MINS (WS-JB-AT)  CNB26400
079900           EVALUATE TRUE                                          CNB26400
080000              WHEN WS-CAUSE-XB-LATE                               CNB26400
080100                   ADD 1 TO WS-JB-XB-LATE (WS-JB-AT)              CNB26400
080200              WHEN WS-CAUSE-NO-XB                                 CNB26400
080300                   ADD 1 TO WS-JB-NO-XB (WS-JB-AT)                CNB26400
080400              WHEN OTHER                                          CNB26400
080500                   ADD 1 TO WS-JB-OPERATING (WS-JB-AT)            CNB26400
080600           END-EVALUATE                                           CNB26400
080700        END-IF                                                    CNB26400
080800     END-IF.                                                      CNB26400
080900*                                                                 CNB26400
081000 P2610-FIND-JOB.                                                  CNB26400
081100     IF WS-JB-KEY (WS-JB-SUB) = WS-JB-FIND-KEY                    CNB26400
081200        MOVE WS-JB-SUB             TO WS-JB-AT                    CNB26400
081300     END-IF.                                                      CNB26400
081400*                                                                 CNB26400
081500 P2620-FIND-SLOT.                                                 CNB26400
081600     IF WS-JB-KEY (WS-JB-SUB) < WS-JB-FIND-KEY                    CNB26400
081700        COMPUTE WS-JB-INS-AT = WS-JB-SUB + 1                      CNB26400
081800     END-IF.                                                      CNB26400
081900*                                                                 CNB26400
082000 P2630-SHIFT-JOBS.                                                CNB26400
082100     COMPUTE WS-JB-SUB2 = WS-JB-SUB + 1                           CNB26400
082200     MOVE WS-JB-ENTRY (WS-JB-SUB)  TO WS-JB-ENTRY (WS-JB-SUB2).   CNB26400
082300*                                                                 CNB26400
082400*    EVERY START BY JOB, A PAGE PER SUB-DISTRICT                  CNB26400
082500*                                                                 CNB26400
082600 P4000-PRINT-STARTS.                                              CNB26400
082700     PERFORM P4100-PRINT-JOB                                      CNB26400
082800             VARYING WS-JB-SUB FROM 1 BY 1                        CNB26400
082900             UNTIL WS-JB-SUB > WS-JB-COUNT                        CNB26400
083000     IF WS-JB-COUNT = ZEROS                                       CNB26400
083100        MOVE WS-WEEK-TEXT          TO TTL-TEXT                    CNB26400
083200        PERFORM P8900-PRINT-TITLE                                 CNB26400
083300        MOVE '  NONE'              TO RPT-LINE                    CNB26400
083400        WRITE RPT-LINE                                            CNB26400
083500     ELSE                                                         CNB26400
083600        PERFORM P4300-SDIST-TOTALS                                CNB26400
083700     END-IF.                                                      CNB26400
083800*                                                                 CNB26400
083900 P4100-PRINT-JOB.                                                 CNB26400
084000     IF WS-JB-KEY (WS-JB-SUB) (1:4) NOT = WS-CUR-SDIST            CNB26400
084100        IF WS-CUR-SDIST NOT = SPACES                              CNB26400
084200           PERFORM P4300-SDIST-TOTALS                             CNB26400
084300        END-IF                                                    CNB26400
084400        MOVE WS-JB-KEY (WS-JB-SUB) (1:4) TO WS-CUR-SDIST          CNB26400
084500        INITIALIZE WS-SD-TOTALS                                   CNB26400
084600        MOVE SPACES                TO TTL-TEXT                    CNB26400
084700        STRING 'DISTRICT ' WS-CUR-SDIST (1:2)                     CNB26400
084800               ' SUB-DISTRICT ' WS-CUR-SDIST (3:2)                CNB26400
084900               ' - ' WS-WEEK-TEXT                                 CNB26400
085000               DELIMITED BY SIZE INTO TTL-TEXT                    CNB26400
085100        WRITE RPT-LINE FROM WS-TITLE-LINE AFTER ADVANCING PAGE    CNB26400
085200        MOVE SPACES                TO RPT-LINE                    CNB26400
085300        WRITE RPT-LINE                                            CNB26400
085400        WRITE RPT-LINE FROM WS-ST-HDR-LINE                        CNB26400
085500     END-IF                                                       CNB26400
085600     PERFORM P4200-PRINT-START THRU P4200-EXIT                    CNB26400
085700             VARYING WS-SR-SUB FROM 1 BY 1                        CNB26400
085800             UNTIL WS-SR-SUB > WS-SR-COUNT.                       CNB26400
085900*                                                                 CNB26400
086000 P4200-PRINT-START.                                               CNB26400
086100     IF WS-SR-JOB-KEY (WS-SR-SUB) NOT = WS-JB-KEY (WS-JB-SUB)     CNB26400
086200        GO TO P4200-EXIT                                          CNB26400
086300     END-IF                                                       CNB26400
086400     MOVE SPACES                   TO WS-ST-LINE                  CNB26400
086500     MOVE WS-SR-JOB-KEY (WS-SR-SUB) (5:6) TO STL-JOB-ID           CNB26400
086600     MOVE WS-SR-START (WS-SR-SUB) (1:6)   TO STL-DATE             CNB26400
086700     MOVE WS-SR-SCHED (WS-SR-SUB)         TO STL-SCHED            CNB26400
086800     MOVE WS-SR-START (WS-SR-SUB) (7:4)   TO STL-ACTUAL           CNB26400
086900     MOVE WS-SR-EMP-NBR (WS-SR-SUB)       TO STL-EMP-NBR          CNB26400
087000     MOVE WS-SR-OWNER (WS-SR-SUB)         TO STL-OWNER            CNB26400
087100     MOVE WS-SR-CALL (WS-SR-SUB)          TO STL-CALL             CNB26400
087200     MOVE WS-SR-CAUSE (WS-SR-SUB)         TO WS-CAUSE             CNB26400
087300     ADD 1 TO WS-SDT-STARTS                                       CNB26400
087400     IF WS-SR-LATE (WS-SR-SUB) > ZEROS                            CNB26400
087500        MOVE WS-SR-LATE (WS-SR-SUB) TO STL-LATE-N                 CNB26400
087600        ADD 1 TO WS-SDT-LATE                                      CNB26400
087700        ADD WS-SR-LATE (WS-SR-SUB) TO WS-SDT-LATE-MINS            CNB26400
087800     END-IF                                                       CNB26400
087900     EVALUATE TRUE                                                CNB26400
088000        WHEN WS-CAUSE-NO-XB                                       CNB26400
088100             MOVE 'NO EXTRABOARD AVAILABLE' TO STL-CAUSE          CNB26400
088200             ADD 1 TO WS-SDT-NO-XB                                CNB26400
088300        WHEN WS-CAUSE-XB-LATE                                     CNB26400
088400             MOVE 'OWNER ABSENT - EXTRABOARD CALLED LATE'         CNB26400
088500                                   TO STL-CAUSE                   CNB26400
088600             ADD 1 TO WS-SDT-XB-LATE                              CNB26400
088700        WHEN WS-CAUSE-OPERATING                                   CNB26400
088800             MOVE 'OPERATING'      TO STL-CAUSE                   CNB26400
088900             ADD 1 TO WS-SDT-OPERATING                            CNB26400
089000        WHEN WS-CAUSE-NO-SCHED                                    CNB26400
089100             MOVE 'NO SCHEDULE IN EFFECT' TO STL-CAUSE            CNB26400
089200             ADD 1 TO WS-SDT-NO-SCHED                             CNB26400
089300        WHEN OTHER                                                CNB26400
089400             CONTINUE                                             CNB26400
089500     END-EVALUATE                                                 CNB26400
089600     WRITE RPT-LINE FROM WS-ST-LINE.                              CNB26400
089700 P4200-EXIT.                                                      CNB26400
089800     EXIT.                                                        CNB26400
089900*                                                                 CNB26400
090000 P4300-SDIST-TOTALS.                                              CNB26400
090100     MOVE SPACES                   TO RPT-LINE                    CNB26400
090200     WRITE RPT-LINE                                               CNB26400
090300     MOVE WS-SDT-STARTS            TO SDL-STARTS                  CNB26400
090400     MOVE WS-SDT-LATE              TO SDL-LATE                    CNB26400
090500     MOVE ZEROS                    TO WS-PCT                      CNB26400
090600                                      WS-AVG-LATE                 CNB26400
090700     IF WS-SDT-STARTS > ZEROS                                     CNB26400
090800        COMPUTE WS-PCT ROUNDED = WS-SDT-LATE * 100 / WS-SDT-STARTSCNB26400
090900     END-IF                                                       CNB26400
091000     IF WS-SDT-LATE > ZEROS                                       CNB26400
091100        COMPUTE WS-AVG-LATE ROUNDED =                             CNB26400
091200                WS-SDT-LATE-MINS / WS-SDT-LATE                    CNB26400
091300     END-IF                                                       CNB26400
091400     MOVE WS-PCT                   TO SDL-PCT                     CNB26400
091500     MOVE WS-AVG-LATE              TO SDL-AVG                     CNB26400
091600     WRITE RPT-LINE FROM WS-SD-LINE                               CNB26400
091700     MOVE 'OWNER ABSENT - EXTRABOARD CALLED LATE'                 CNB26400
091800                                   TO SCL-TEXT                    CNB26400
091900     MOVE WS-SDT-XB-LATE           TO SCL-COUNT                   CNB26400
092000     WRITE RPT-LINE FROM WS-SD-CAUSE-LINE                         CNB26400
092100     MOVE 'NO EXTRABOARD AVAILABLE' TO SCL-TEXT                   CNB26400
092200     MOVE WS-SDT-NO-XB             TO SCL-COUNT                   CNB26400
092300     WRITE RPT-LINE FROM WS-SD-CAUSE-LINE                         CNB26400
092400     MOVE 'OPERATING'              TO SCL-TEXT                    CNB26400
092500     MOVE WS-SDT-OPERATING         TO SCL-COUNT                   CNB26400
092600     WRITE RPT-LINE FROM WS-SD-CAUSE-LINE                         CNB26400
092700     IF WS-SDT-NO-SCHED > ZEROS                                   CNB26400
092800        MOVE 'NO SCHEDULE IN EFFECT' TO SCL-TEXT                  CNB26400
092900        MOVE WS-SDT-NO-SCHED       TO SCL-COUNT                   CNB26400
093000        WRITE RPT-LINE FROM WS-SD-CAUSE-LINE                      CNB26400
093100     END-IF.                                                      CNB26400
093200*                                                                 CNB26400
093300*    THE JOBS LATE MOST OFTEN - MOST LATE STARTS FIRST, THE MOST  CNB26400
093400*    MINUTES LATE BREAKING A TIE                                  CNB26400
093500*                                                                 CNB26400
093600 P5000-PRINT-RANKING.                                             CNB26400
093700     MOVE SPACES                   TO TTL-TEXT                    CNB26400
093800     STRING 'JOBS STARTING LATE MOST OFTEN - ' WS-WEEK-TEXT       CNB26400
093900            DELIMITED BY SIZE INTO TTL-TEXT                       CNB26400
094000     WRITE RPT-LINE FROM WS-TITLE-LINE AFTER ADVANCING PAGE       CNB26400
094100     MOVE SPACES                   TO RPT-LINE                    CNB26400
094200     WRITE RPT-LINE                                               CNB26400
094300     WRITE RPT-LINE FROM WS-RK-HDR-LINE                           CNB26400
094400     PERFORM P5100-RANK-NEXT THRU P5100-EXIT                      CNB26400
094500             VARYING WS-RANK FROM 1 BY 1                          CNB26400
094600             UNTIL WS-RANK > WS-TOP-MAX                           CNB26400
094700                OR WS-RANK-DONE                                   CNB26400
094800     IF WS-RANK = 1                                               CNB26400
094900        MOVE '  NONE'              TO RPT-LINE                    CNB26400
095000        WRITE RPT-LINE                                            CNB26400
095100     END-IF.                                                      CNB26400
095200*                                                                 CNB26400
095300 P5100-RANK-NEXT.                                                 CNB26400
095400     MOVE ZEROS                    TO WS-RANK-PICK                CNB26400
095500     PERFORM P5110-FIND-WORST THRU P5110-EXIT                     CNB26400
095600             VARYING WS-JB-SUB FROM 1 BY 1                        CNB26400
095700             UNTIL WS-JB-SUB > WS-JB-COUNT                        CNB26400
095800     IF WS-RANK-PICK = ZEROS                                      CNB26400
095900        SET WS-RANK-DONE TO TRUE                                  CNB26400
096000        GO TO P5100-EXIT                                          CNB26400
096100     END-IF                                                       CNB26400
096200     MOVE 'Y'                      TO WS-JB-RANKED (WS-RANK-PICK) CNB26400
096300     MOVE WS-RANK                  TO RKL-RANK                    CNB26400
096400     MOVE WS-JB-KEY (WS-RANK-PICK) (1:2) TO RKL-DIST              CNB26400
096500     MOVE WS-JB-KEY (WS-RANK-PICK) (3:2) TO RKL-SDIST             CNB26400
096600     MOVE WS-JB-KEY (WS-RANK-PICK) (5:6) TO RKL-JOB-ID            CNB26400
096700     MOVE WS-JB-STARTS (WS-RANK-PICK)    TO RKL-STARTS            CNB26400
096800     MOVE WS-JB-LATE (WS-RANK-PICK)      TO RKL-LATE              CNB26400
096900     COMPUTE WS-PCT ROUNDED = WS-JB-LATE (WS-RANK-PICK) * 100     CNB26400
097000                            / WS-JB-STARTS (WS-RANK-PICK)         CNB26400
097100     COMPUTE WS-AVG-LATE ROUNDED = WS-JB-LATE-MINS (WS-RANK-PICK) CNB26400
097200                                 / WS-JB-LATE (WS-RANK-PICK)      CNB26400
097300     MOVE WS-PCT                   TO RKL-PCT                     CNB26400
097400     MOVE WS-AVG-LATE              TO RKL-AVG                     CNB26400
097500     MOVE WS-JB-XB-LATE (WS-RANK-PICK)   TO RKL-XB-LATE           CNB26400
097600     MOVE WS-JB-NO-XB (WS-RANK-PICK)     TO RKL-NO-XB             CNB26400
097700     MOVE WS-JB-OPERATING (WS-RANK-PICK) TO RKL-OPERATING         CNB26400
097800     WRITE RPT-LINE FROM WS-RK-LINE.                              CNB26400
097900 P5100-EXIT.                                                      CNB26400
098000     EXIT.                                                        CNB26400
098100*                                                                 CNB26400
098200 P5110-FIND-WORST.                                                CNB26400
098300     IF WS-JB-RANKED (WS-JB-SUB) = 'Y'                            CNB26400
098400        OR WS-JB-LATE (WS-JB-SUB) = ZEROS                         CNB26400
098500        GO TO P5110-EXIT                                          CNB26400
098600     END-IF                                                       CNB26400
098700     IF WS-RANK-PICK = ZEROS                                      CNB26400
098800        MOVE WS-JB-SUB             TO WS-RANK-PICK                CNB26400
098900        GO TO P5110-EXIT                                          CNB26400
099000     END-IF                                                       CNB26400
099100     IF WS-JB-LATE (WS-JB-SUB) > WS-JB-LATE (WS-RANK-PICK)        CNB26400
099200        OR (WS-JB-LATE (WS-JB-SUB) = WS-JB-LATE (WS-RANK-PICK)    CNB26400
099300            AND WS-JB-LATE-MINS (WS-JB-SUB)                       CNB26400
099400              > WS-JB-LATE-MINS (WS-RANK-PICK))                   CNB26400
099500        MOVE WS-JB-SUB             TO WS-RANK-PICK                CNB26400
099600     END-IF.                                                      CNB26400
099700 P5110-EXIT.                                                      CNB26400
099800     EXIT.                                                        CNB26400
099900*                                                                 CNB26400
100000 P6000-PRINT-TOTALS.                                              CNB26400
100100     MOVE SPACES                   TO RPT-LINE                    CNB26400
100200     WRITE RPT-LINE                                               CNB26400
100300     MOVE 'ARBREG CALLS READ .........' TO CNT-LABEL              CNB26400
100400     MOVE WS-READ-COUNT            TO CNT-VALUE                   CNB26400
100500     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26400
100600     MOVE 'ASSIGNED-JOB STARTS .......' TO CNT-LABEL              CNB26400
100700     MOVE WS-START-COUNT           TO CNT-VALUE                   CNB26400
100800     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26400
100900     MOVE '  ON TIME .................' TO CNT-LABEL              CNB26400
101000     MOVE WS-ON-TIME-COUNT         TO CNT-VALUE                   CNB26400
101100     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26400
101200     MOVE '  LATE ....................' TO CNT-LABEL              CNB26400
101300     MOVE WS-LATE-COUNT            TO CNT-VALUE                   CNB26400
101400     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26400
101500     MOVE '    EXTRABOARD CALLED LATE ' TO CNT-LABEL              CNB26400
101600     MOVE WS-XB-LATE-COUNT         TO CNT-VALUE                   CNB26400
101700     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26400
101800     MOVE '    NO EXTRABOARD .........' TO CNT-LABEL              CNB26400
101900     MOVE WS-NO-XB-COUNT           TO CNT-VALUE                   CNB26400
102000     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26400
102100     MOVE '    OPERATING .............' TO CNT-LABEL              CNB26400
102200     MOVE WS-OPERATING-COUNT       TO CNT-VALUE                   CNB26400
102300     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26400
102400     MOVE '  NO SCHEDULE IN EFFECT ...' TO CNT-LABEL              CNB26400
102500     MOVE WS-NO-SCHED-COUNT        TO CNT-VALUE                   CNB26400
102600     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26400
102700     MOVE 'CALLS WITH NO ON-DUTY .....' TO CNT-LABEL              CNB26400
102800     MOVE WS-NO-ETOD-COUNT         TO CNT-VALUE                   CNB26400
102900     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26400
103000     MOVE 'LATE JOBS WITH NO OWNER ...' TO CNT-LABEL              CNB26400
103100     MOVE WS-NO-OWNER-COUNT        TO CNT-VALUE                   CNB26400
103200     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26400
103300     IF NOT WS-HAVE-RDREG                                         CNB26400
103400        MOVE '** NO REST-DAY REGISTER' TO RPT-LINE                CNB26400
103500        WRITE RPT-LINE                                            CNB26400
103600     END-IF                                                       CNB26400
103700     IF WS-LOST-COUNT > ZEROS                                     CNB26400
103800        MOVE '** NOT LISTED - TABLE FULL' TO CNT-LABEL            CNB26400
103900        MOVE WS-LOST-COUNT         TO CNT-VALUE                   CNB26400
104000        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB26400
104100        MOVE 4 TO RETURN-CODE                                     CNB26400
104200     END-IF.                                                      CNB26400
104300*                                                                 CNB26400
104400 P7000-DATE-TO-SERIAL.                                            CNB26400
104500     MOVE ZEROS                    TO WS-SERIAL-RESULT            CNB26400
104600     IF WS-SERIAL-DATE-X NUMERIC                                  CNB26400
104700        AND WS-SD-MM > 0 AND WS-SD-MM < 13                        CNB26400
104800        COMPUTE WS-SERIAL-RESULT =                                CNB26400
104900            (WS-SD-CCYY * 365) + WS-CDT-DAYS (WS-SD-MM)           CNB26400
105000          + WS-SD-DD                                              CNB26400
105100        DIVIDE WS-SD-CCYY BY 4                                    CNB26400
105200               GIVING WS-LEAP-QUOT                                CNB26400
105300               REMAINDER WS-LEAP-REM                              CNB26400
105400        ADD WS-LEAP-QUOT           TO WS-SERIAL-RESULT            CNB26400
105500        IF WS-LEAP-REM = ZEROS AND WS-SD-MM < 3                   CNB26400
105600           SUBTRACT 1 FROM WS-SERIAL-RESULT                       CNB26400
105700        END-IF                                                    CNB26400
105800     END-IF.                                                      CNB26400
105900*                                                                 CNB26400
106000*    YYMMDDHHMM IN WS-STAMP TO MINUTES                            CNB26400
106100*                                                                 CNB26400
106200 P7100-STAMP-MINUTES.                                             CNB26400
106300     MOVE '20'                     TO WS-SERIAL-DATE-X (1:2)      CNB26400
106400     MOVE WS-ST-YYMMDD             TO WS-SERIAL-DATE-X (3:6)      CNB26400
106500     PERFORM P7000-DATE-TO-SERIAL                                 CNB26400
106600     MOVE ZEROS                    TO WS-STAMP-MINS               CNB26400
106700     IF WS-ST-HH NUMERIC AND WS-ST-MN NUMERIC                     CNB26400
106800        COMPUTE WS-STAMP-MINS = (WS-SERIAL-RESULT * 1440)         CNB26400
106900                              + (WS-ST-HH * 60) + WS-ST-MN        CNB26400
107000     END-IF.                                                      CNB26400
107100*                                                                 CNB26400
107200 P8900-PRINT-TITLE.                                               CNB26400
107300     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB26400
107400     MOVE SPACES                   TO RPT-LINE                    CNB26400
107500     WRITE RPT-LINE.                                              CNB26400
107600*                                                                 CNB26400
107700 P9000-TERMINATE.                                                 CNB26400
107800     CLOSE AR-FILE                                                CNB26400
107900           ETOD-FILE                                              CNB26400
108000           JS-FILE                                                CNB26400
108100           JA-FILE                                                CNB26400
108200           RPT-FILE                                               CNB26400
108300     IF WS-HAVE-RDREG                                             CNB26400
108400        CLOSE RD-FILE                                             CNB26400
108500     END-IF.                                                      CNB26400
108600*                                                                 CNB26400
108700 P9999-GOT-PROBLEM.                                               CNB26400
108800     MOVE 'CNB264'                 TO XE-PROGRAM                  CNB26400
108900     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB26400
109000     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB26400
109100     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB26400
109200     DISPLAY 'CNB264 ABEND IN ' WS-ABEND-PARAGRAPH                CNB26400
109300              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB26400
109400     MOVE 16 TO RETURN-CODE                                       CNB26400
109500     GOBACK.                                                      CNB26400
