000100 IDENTIFICATION DIVISION.                                         CNB25800
000200 PROGRAM-ID. CNB258.                                              CNB25800
000300*AUTHOR.     JMC.                                                 CNB25800
000400*DATE-WRITTEN. 10/15/26.                                          CNB25800
000500*REMARKS.                                                         CNB25800
000600*    RULE-CHANGE IMPACT SIMULATOR.  A CHANGE TO THE CNTL REST,    CNB25800
000700*    STAFFING OR MISSED-CALL RULES WAS JUDGED BY ARGUMENT AND     CNB25800
000800*    FOUND OUT IN PRODUCTION.  THIS RUN REPLAYS A PAST PERIOD     CNB25800
000900*    (PARM FROM-DATE AND TO-DATE CCYYMMDD, BLANK TO-DATE = THE    CNB25800
001000*    FROM-DATE) TWICE - ONCE UNDER THE LIVE CNTL RULES AND ONCE   CNB25800
001100*    UNDER THE PROPOSED SET - AND PRINTS WHAT WOULD HAVE CHANGED. CNB25800
001200*    THE PROPOSED SET IS THE LIVE CNTL FILE WITH THE SIMTRAN      CNB25800
001300*    CARDS LAID OVER IT IN STORAGE (CNTLTRAN LAYOUT, AS CNB137 -  CNB25800
001400*    A ADD, C CHANGE, D DELETE; THE LAST CARD FOR A KEY WINS).    CNB25800
001500*    NOTHING IS WRITTEN TO CNTL OR PENDCNTL - A SET THAT READS    CNB25800
001600*    WELL HERE IS THEN KEYED THROUGH CNB137 APPLY AS USUAL.       CNB25800
001700*    REPLAYED AGAINST THE EBUNL EXTRABOARD SNAPSHOT TAKEN AT THE  CNB25800
001800*    START OF THE PERIOD (ON-BOARD TURNS IN POSITION ORDER):      CNB25800
001900*      - EVERY CALL ON THE CNB122 JHISTSEQ EXTRACT (LAYOUT HEADER CNB25800
002000*        VALIDATED, EMPLOYEE / DATE ORDER) IS TESTED AGAINST THE  CNB25800
002100*        BOARD'S REST RULE UNDER EACH SET.  A CALL THE PROPOSED   CNB25800
002200*        REST WOULD BLOCK IS GIVEN TO THE NEXT TURN IN SNAPSHOT   CNB25800
002300*        ORDER THAT IS OFF DUTY AND RESTED UNDER THE PROPOSED     CNB25800
002400*        RULE (THE DIFFERENT PERSON CALLED), OR TO NOBODY.  A CALLCNB25800
002500*        MADE SHORT OF THE LIVE REST THAT THE PROPOSED RULE       CNB25800
002600*        PERMITS IS COUNTED AS ALLOWED.                           CNB25800
002700*      - EVERY REST BYPASS ON BYFILE (CNB254) WHOSE PASSED        CNB25800
002800*        EMPLOYEE IS RESTED UNDER THE PROPOSED RULE IS AN ALLOWED CNB25800
002900*        CALL THAT WOULD HAVE GONE TO THE PASSED EMPLOYEE.        CNB25800
003000*      - AT EACH CALL THE OFF-DUTY, RESTED TURNS ON THE BOARD ARE CNB25800
003100*        COUNTED UNDER EACH SET AND HELD AGAINST THE BOARD'S      CNB25800
003200*        MINIMUM - A STAFFING SHORTFALL WHEN BELOW IT.            CNB25800
003300*      - EVERY UNANSWERED OR REFUSED CALL ON THE PHONE LOG        CNB25800
003400*        (PLOGFILE, CNB234) RAISES THE EMPLOYEE'S CONSECUTIVE     CNB25800
003500*        MISSED-CALL COUNT (AN ANSWERED OR LOGGED CALL RESETS IT) CNB25800
003600*        AND IS PRICED UNDER EACH SET'S MISSED-CALL RULE, WITH THECNB25800
003700*        SAME '**' FALLBACK AS CNP917 P2010-SETUP-MISSED-CALL.    CNB25800
003800*    THE REPORT LISTS THE PROPOSED CARDS BESIDE THE LIVE VALUES,  CNB25800
003900*    THEN EVERY DIFFERENCE BY BOARD AND TIME, THEN A SIDE-BY-SIDE CNB25800
004000*    ACTUAL / PROPOSED SUMMARY PER BOARD.  HISTORY FROM 48 HOURS  CNB25800
004100*    BEFORE THE FROM-DATE IS HELD SO REST AT THE START OF THE     CNB25800
004200*    PERIOD IS KNOWN.                                             CNB25800
004300*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB25800
004400*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB25800
004500*                                                                 CNB25800
004600*TBD  RULE FAMILIES ON CNTL ARE CARRIED AS IN CNB137 (FAMILY(2)/  CNB25800
004700*IDENT(10)/DATA(60)).  TAKEN HERE AS: RS REST - IDENT DIST/SDIST/ CNB25800
004800*XB, DATA HHMM; MS MINIMUM STAFFING - IDENT DIST/SDIST/XB, DATA   CNB25800
004900*TURNS 9(3); MC MISSED CALL - IDENT DIST/SDIST/XB/SERVICE/CONS,   CNB25800
005000*DATA PENALTY(2) + ACTION(2), SERVICE TAKEN AS 'RD'.  THE CALL    CNB25800
005100*HISTORY RECORD IS TAKEN AS FUNCTION 01 CALL / 02 TIE-UP WITH THE CNB25800
005200*XB CRAFT IN THE FIRST TWO BYTES OF POOL-ASG.  VERIFY BEFORE      CNB25800
005300*NEXT COMPILE.                                                    CNB25800
005400*                                                                 CNB25800
005500 ENVIRONMENT DIVISION.                                            CNB25800
005600 CONFIGURATION SECTION.                                           CNB25800
005700 SOURCE-COMPUTER.  IBM-370.                                       CNB25800
005800 OBJECT-COMPUTER.  IBM-370.                                       CNB25800
005900 INPUT-OUTPUT SECTION.                                            CNB25800
006000 FILE-CONTROL.                                                    CNB25800
006100     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB25800
006200            ORGANIZATION  SEQUENTIAL                              CNB25800
006300            FILE STATUS   WS-PARM-STATUS.                         CNB25800
006400     SELECT SIM-FILE     ASSIGN TO SIMTRAN                        CNB25800
006500            ORGANIZATION  SEQUENTIAL                              CNB25800
006600            FILE STATUS   WS-SIM-STATUS.                          CNB25800
006700     SELECT EB-FILE      ASSIGN TO EBUNL                          CNB25800
006800            ORGANIZATION  SEQUENTIAL                              CNB25800
006900            FILE STATUS   WS-EB-STATUS.                           CNB25800
007000     SELECT JHIST-FILE   ASSIGN TO JHISTSEQ                       CNB25800
007100            ORGANIZATION  SEQUENTIAL                              CNB25800
007200            FILE STATUS   WS-JHIST-STATUS.                        CNB25800
007300     SELECT CNTL-FILE    ASSIGN TO CNTLFILE                       CNB25800
007400            ORGANIZATION  INDEXED                                 CNB25800
007500            ACCESS MODE   RANDOM                                  CNB25800
007600            RECORD KEY    CN-KEY                                  CNB25800
007700            FILE STATUS   WS-CNTL-STATUS.                         CNB25800
007800     SELECT BY-FILE      ASSIGN TO BYFILE                         CNB25800
007900            ORGANIZATION  INDEXED                                 CNB25800
008000            ACCESS MODE   DYNAMIC                                 CNB25800
008100            RECORD KEY    BY-KEY                                  CNB25800
008200            FILE STATUS   WS-BY-STATUS.                           CNB25800
008300     SELECT PLOG-FILE    ASSIGN TO PLOGFILE                       CNB25800
008400            ORGANIZATION  INDEXED                                 CNB25800
008500            ACCESS MODE   DYNAMIC                                 CNB25800
008600            RECORD KEY    PLIO-KEY                                CNB25800
008700            FILE STATUS   WS-PLOG-STATUS.                         CNB25800
008800     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB25800
008900            ORGANIZATION  LINE SEQUENTIAL                         CNB25800
009000            FILE STATUS   WS-RPT-STATUS.                          CNB25800
009100*                                                                 CNB25800
009200 DATA DIVISION.                                                   CNB25800
009300 FILE SECTION.                                                    CNB25800
009400 FD  PARM-FILE                                                    CNB25800
009500     RECORD CONTAINS 80 CHARACTERS.                               CNB25800
009600 01  WS-PARM-RECORD.                                              CNB25800
009700     05  PARM-FUNC                 PIC X(8).                      CNB25800
009800     05  PARM-DATE-TIME            PIC X(12).                     CNB25800
009900     05  PARM-FROM-DATE            PIC X(8).                      CNB25800
010000     05  PARM-TO-DATE              PIC X(8).                      CNB25800
010100     05  FILLER                    PIC X(44).                     CNB25800
010200 FD  SIM-FILE                                                     CNB25800
010300     RECORD CONTAINS 120 CHARACTERS.                              CNB25800
010400 01  WS-SIM-RECORD.                                               CNB25800
010500     05  ST-ACTION                 PIC X(1).                      CNB25800
010600         88  ST-ACTION-ADD               VALUE 'A'.               CNB25800
010700         88  ST-ACTION-CHANGE            VALUE 'C'.               CNB25800
010800         88  ST-ACTION-DELETE            VALUE 'D'.               CNB25800
010900     05  ST-KEY.                                                  CNB25800
011000         10  ST-FAMILY             PIC X(2).                      CNB25800
011100             88  ST-FAMILY-MODELLED      VALUE 'RS' 'MS' 'MC'.    CNB25800
011200         10  ST-IDENT              PIC X(10).                     CNB25800
011300     05  ST-EFF-DATE               PIC X(8).                      CNB25800
011400     05  ST-DATA                   PIC X(60).                     CNB25800
011500     05  ST-USERID                 PIC X(8).                      CNB25800
011600     05  FILLER                    PIC X(31).                     CNB25800
011700 FD  EB-FILE                                                      CNB25800
011800     RECORD CONTAINS 80 CHARACTERS.                               CNB25800
011900 01  EBIO-RECORD.                                                 CNB25800
012000     05  EBIO-KEY.                                                CNB25800
012100         10  EBIO-BOARD.                                          CNB25800
012200             15  EBIO-DIST         PIC X(2).                      CNB25800
012300             15  EBIO-SDIST        PIC X(2).                      CNB25800
012400             15  EBIO-CC           PIC X(2).                      CNB25800
012500         10  EBIO-TURN-NBR         PIC X(2).                      CNB25800
012600     05  EBIO-EMP-NO               PIC 9(9).                      CNB25800
012700     05  EBIO-STATUS               PIC X.                         CNB25800
012800         88  EBIO-ON-BOARD               VALUE 'Y'.               CNB25800
012900     05  EBIO-TAG                  PIC X.                         CNB25800
013000     05  EBIO-POS-BOARD            PIC X.                         CNB25800
013100     05  EBIO-POSITION             PIC X(14).                     CNB25800
013200     05  FILLER                    PIC X(46).                     CNB25800
013300 FD  JHIST-FILE                                                   CNB25800
013400     RECORD CONTAINS 200 CHARACTERS.                              CNB25800
013500 01  WS-JHIST-RECORD.                                             CNB25800
013600     05  JHIST-EMP-NBR             PIC X(9).                      CNB25800
013700*    CCYYMMDDHHMMSS:                                              CNB25800
013800     05  JHIST-EFF-DATE-TIME       PIC X(14).                     CNB25800
013900     05  JHIST-FUNCTION            PIC X(2).                      CNB25800
014000         88  JHIST-CALL-FUN              VALUE '01'.              CNB25800
014100         88  JHIST-TIE-UP-FUN            VALUE '02'.              CNB25800
014200     05  JHIST-EMP-NBR-AFFECTED    PIC X(9).                      CNB25800
014300     05  JHIST-IN-OUT              PIC X(1).                      CNB25800
014400     05  JHIST-DIST                PIC X(2).                      CNB25800
014500     05  JHIST-SDIST               PIC X(2).                      CNB25800
014600     05  JHIST-POOL-ASG            PIC X(10).                     CNB25800
014700     05  FILLER                    PIC X(151).                    CNB25800
014800 FD  CNTL-FILE                                                    CNB25800
014900     RECORD CONTAINS 80 CHARACTERS.                               CNB25800
015000 01  CN-RECORD.                                                   CNB25800
015100     05  CN-KEY.                                                  CNB25800
015200         10  CN-FAMILY             PIC X(2).                      CNB25800
015300         10  CN-IDENT              PIC X(10).                     CNB25800
015400     05  CN-DATA                   PIC X(60).                     CNB25800
015500     05  FILLER                    PIC X(8).                      CNB25800
015600 FD  BY-FILE                                                      CNB25800
015700     RECORD CONTAINS 200 CHARACTERS.                              CNB25800
015800 01  BY-RECORD.                                                   CNB25800
015900     05  BY-KEY.                                                  CNB25800
016000*        YYMMDDHHMM:                                              CNB25800
016100         10  BY-CALL-DATE-TIME     PIC X(10).                     CNB25800
016200         10  BY-CALLED-EMP-NBR     PIC X(9).                      CNB25800
016300         10  BY-SEQ                PIC 9(2).                      CNB25800
016400     05  BY-ALT-PASSED-EMP         PIC X(9).                      CNB25800
016500     05  BY-PASSED-NAME            PIC X(26).                     CNB25800
016600     05  BY-PASSED-TURN            PIC X(4).                      CNB25800
016700     05  BY-PASSED-POSITION        PIC 9(3).                      CNB25800
016800     05  BY-REASON                 PIC X(4).                      CNB25800
016900         88  BY-REASON-REST              VALUE 'REST'.            CNB25800
017000     05  BY-CALLED-NAME            PIC X(26).                     CNB25800
017100     05  BY-CALLED-TURN            PIC X(4).                      CNB25800
017200     05  BY-CALLED-POSITION        PIC 9(3).                      CNB25800
017300     05  BY-BOARD.                                                CNB25800
017400         10  BY-BOARD-DIST         PIC X(2).                      CNB25800
017500         10  BY-BOARD-SDIST        PIC X(2).                      CNB25800
017600         10  BY-BOARD-CRAFT        PIC X(2).                      CNB25800
017700         10  BY-BOARD-SIDE         PIC X(1).                      CNB25800
017800     05  BY-CALLER                 PIC X(8).                      CNB25800
017900     05  BY-TRAIN                  PIC X(10).                     CNB25800
018000     05  BY-ASGN-TYPE              PIC X(1).                      CNB25800
018100     05  BY-ASGN                   PIC X(12).                     CNB25800
018200     05  FILLER                    PIC X(62).                     CNB25800
018300 FD  PLOG-FILE                                                    CNB25800
018400     RECORD CONTAINS 80 CHARACTERS.                               CNB25800
018500 01  PLIO-RECORD.                                                 CNB25800
018600     05  PLIO-KEY.                                                CNB25800
018700         10  PLIO-EMP-NBR          PIC X(9).                      CNB25800
018800*        CCYYMMDDHHMMSS:                                          CNB25800
018900         10  PLIO-CLOCK-TIME       PIC X(14).                     CNB25800
019000     05  PLIO-PHONE-NUMBER         PIC X(10).                     CNB25800
019100     05  PLIO-FUNCTION             PIC X(2).                      CNB25800
019200         88  PLIO-CALL-TYPE-FUN          VALUE '01' '04' '16'     CNB25800
019300                                               '35' '39'.         CNB25800
019400         88  PLIO-IVR-ANSWERED           VALUE '61'.              CNB25800
019500         88  PLIO-IVR-NO-ANSWER          VALUE '62'.              CNB25800
019600         88  PLIO-IVR-REFUSED            VALUE '63'.              CNB25800
019700     05  FILLER                    PIC X(45).                     CNB25800
019800 FD  RPT-FILE                                                     CNB25800
019900     RECORD CONTAINS 132 CHARACTERS.                              CNB25800
020000 01  RPT-LINE                      PIC X(132).                    CNB25800
020100*                                                                 CNB25800
020200 WORKING-STORAGE SECTION.                                         CNB25800
020300 COPY WSXHDR.                                                     CNB25800
020400 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB25800
020500     88  WS-PARM-OK                       VALUE '00'.             CNB25800
020600 01  WS-SIM-STATUS                 PIC XX VALUE SPACES.           CNB25800
020700     88  WS-SIM-OK                        VALUE '00'.             CNB25800
020800 01  WS-EB-STATUS                  PIC XX VALUE SPACES.           CNB25800
020900     88  WS-EB-OK                         VALUE '00'.             CNB25800
021000 01  WS-JHIST-STATUS               PIC XX VALUE SPACES.           CNB25800
021100     88  WS-JHIST-OK                      VALUE '00'.             CNB25800
021200 01  WS-CNTL-STATUS                PIC XX VALUE SPACES.           CNB25800
021300     88  WS-CNTL-OK                       VALUE '00'.             CNB25800
021400     88  WS-CNTL-NOTFND                   VALUE '23'.             CNB25800
021500 01  WS-BY-STATUS                  PIC XX VALUE SPACES.           CNB25800
021600     88  WS-BY-OK                         VALUE '00'.             CNB25800
021700     88  WS-BY-NOTFND                     VALUE '23'.             CNB25800
021800 01  WS-PLOG-STATUS                PIC XX VALUE SPACES.           CNB25800
021900     88  WS-PLOG-OK                       VALUE '00'.             CNB25800
022000     88  WS-PLOG-NOTFND                   VALUE '23'.             CNB25800
022100 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB25800
022200     88  WS-RPT-OK                        VALUE '00'.             CNB25800
022300 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB25800
022400 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB25800
022500 COPY WSERRLOG.                                                   CNB25800
022600 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB25800
022700     88  WS-FUNC-SIMULATE                 VALUE 'SIMULATE'.       CNB25800
022800 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB25800
022900 01  WS-FROM-DATE                  PIC X(8) VALUE SPACES.         CNB25800
023000 01  WS-TO-DATE                    PIC X(8) VALUE SPACES.         CNB25800
023100*    PERIOD BOUNDS IN MINUTES; HISTORY IS HELD FROM THE LOOKBACK: CNB25800
023200 01  WS-FROM-MINS                  PIC S9(9) COMP VALUE ZEROS.    CNB25800
023300 01  WS-END-MINS                   PIC S9(9) COMP VALUE ZEROS.    CNB25800
023400 01  WS-LOOKBACK-MINS              PIC S9(9) COMP VALUE ZEROS.    CNB25800
023500 01  WS-BY-FROM                    PIC X(6) VALUE SPACES.         CNB25800
023600 01  WS-BY-TO                      PIC X(6) VALUE SPACES.         CNB25800
023700 01  WS-SIM-EOF-SW                 PIC X  VALUE 'N'.              CNB25800
023800     88  WS-EOF-SIM                       VALUE 'Y'.              CNB25800
023900 01  WS-EB-EOF-SW                  PIC X  VALUE 'N'.              CNB25800
024000     88  WS-EOF-EB                        VALUE 'Y'.              CNB25800
024100 01  WS-JHIST-EOF-SW               PIC X  VALUE 'N'.              CNB25800
024200     88  WS-EOF-JHIST                     VALUE 'Y'.              CNB25800
024300 01  WS-BY-EOF-SW                  PIC X  VALUE 'N'.              CNB25800
024400     88  WS-EOF-BY                        VALUE 'Y'.              CNB25800
024500 01  WS-PLOG-EOF-SW                PIC X  VALUE 'N'.              CNB25800
024600     88  WS-EOF-PLOG                      VALUE 'Y'.              CNB25800
024700*                                                                 CNB25800
024800*    CNTL RULE LOOKUP - LIVE FILE, OR THE PROPOSED CARDS OVER IT  CNB25800
024900*                                                                 CNB25800
025000 01  WS-RULE-SET-SW                PIC X  VALUE 'A'.              CNB25800
025100     88  WS-RULES-ACTUAL                  VALUE 'A'.              CNB25800
025200     88  WS-RULES-PROPOSED                VALUE 'P'.              CNB25800
025300 01  WS-RULE-FOUND-SW              PIC X  VALUE 'N'.              CNB25800
025400     88  WS-RULE-FOUND                    VALUE 'Y'.              CNB25800
025500 01  WS-SM-HIT-SW                  PIC X  VALUE 'N'.              CNB25800
025600     88  WS-SM-HIT                        VALUE 'Y'.              CNB25800
025700 01  WS-RULE-KEY.                                                 CNB25800
025800     05  WS-RK-FAMILY              PIC X(2).                      CNB25800
025900     05  WS-RK-IDENT.                                             CNB25800
026000         10  WS-RK-DIST            PIC X(2).                      CNB25800
026100         10  WS-RK-SDIST           PIC X(2).                      CNB25800
026200         10  WS-RK-CC              PIC X(2).                      CNB25800
026300         10  WS-RK-SVC             PIC X(2).                      CNB25800
026400         10  WS-RK-CONS            PIC X(2).                      CNB25800
026500 01  WS-RULE-BOARD.                                               CNB25800
026600     05  WS-RB-DIST                PIC X(2).                      CNB25800
026700     05  WS-RB-SDIST               PIC X(2).                      CNB25800
026800     05  WS-RB-CC                  PIC X(2).                      CNB25800
026900 01  WS-RULE-DATA.                                                CNB25800
027000     05  WS-RD-REST.                                              CNB25800
027100         10  WS-RD-HH              PIC 9(2).                      CNB25800
027200         10  WS-RD-MN              PIC 9(2).                      CNB25800
027300     05  FILLER                    PIC X(56).                     CNB25800
027400 01  WS-RULE-DATA-MS REDEFINES WS-RULE-DATA.                      CNB25800
027500     05  WS-RD-MIN-TURNS           PIC 9(3).                      CNB25800
027600     05  FILLER                    PIC X(57).                     CNB25800
027700 01  WS-RULE-DATA-MC REDEFINES WS-RULE-DATA.                      CNB25800
027800     05  WS-RD-MC-RULE.                                           CNB25800
027900         10  WS-RD-PENALTY         PIC X(2).                      CNB25800
028000         10  WS-RD-ACTION          PIC X(2).                      CNB25800
028100     05  FILLER                    PIC X(56).                     CNB25800
028200*                                                                 CNB25800
028300*    THE PROPOSED CARDS                                           CNB25800
028400*                                                                 CNB25800
028500 01  WS-SM-MAX                     PIC S9(4) COMP VALUE 200.      CNB25800
028600 01  WS-SM-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB25800
028700 01  WS-SM-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB25800
028800 01  WS-SM-TABLE.                                                 CNB25800
028900     05  WS-SM-ENTRY OCCURS 200 TIMES.                            CNB25800
029000         10  WS-SM-ACTION          PIC X(1).                      CNB25800
029100         10  WS-SM-KEY             PIC X(12).                     CNB25800
029200         10  WS-SM-DATA            PIC X(60).                     CNB25800
029300*                                                                 CNB25800
029400*    THE EXTRABOARD SNAPSHOT - ON-BOARD TURNS IN BOARD / POSITION CNB25800
029500*    ORDER, AND ONE ENTRY PER BOARD POINTING AT ITS TURNS         CNB25800
029600*                                                                 CNB25800
029700 01  WS-EB-MAX                     PIC S9(4) COMP VALUE 3000.     CNB25800
029800 01  WS-EB-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB25800
029900 01  WS-EB-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB25800
030000 01  WS-EB-SUB2                    PIC S9(4) COMP VALUE ZEROS.    CNB25800
030100 01  WS-EB-INS-AT                  PIC S9(4) COMP VALUE ZEROS.    CNB25800
030200 01  WS-EB-AT                      PIC S9(4) COMP VALUE ZEROS.    CNB25800
030300 01  WS-EB-NEW-KEY.                                               CNB25800
030400     05  WS-EB-NEW-BOARD           PIC X(6).                      CNB25800
030500     05  WS-EB-NEW-POSITION        PIC X(14).                     CNB25800
030600 01  WS-EB-TABLE.                                                 CNB25800
030700     05  WS-EB-ENTRY OCCURS 3000 TIMES.                           CNB25800
030800         10  WS-EB-KEY.                                           CNB25800
030900             15  WS-EB-BOARD       PIC X(6).                      CNB25800
031000             15  WS-EB-POSITION    PIC X(14).                     CNB25800
031100         10  WS-EB-EMP-NBR         PIC X(9).                      CNB25800
031200 01  WS-BD-MAX                     PIC S9(4) COMP VALUE 300.      CNB25800
031300 01  WS-BD-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB25800
031400 01  WS-BD-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB25800
031500 01  WS-BD-AT                      PIC S9(4) COMP VALUE ZEROS.    CNB25800
031600 01  WS-BD-TABLE.                                                 CNB25800
031700     05  WS-BD-ENTRY OCCURS 300 TIMES.                            CNB25800
031800         10  WS-BD-BOARD.                                         CNB25800
031900             15  WS-BD-DIST        PIC X(2).                      CNB25800
032000             15  WS-BD-SDIST       PIC X(2).                      CNB25800
032100             15  WS-BD-CC          PIC X(2).                      CNB25800
032200         10  WS-BD-FIRST           PIC S9(4) COMP.                CNB25800
032300         10  WS-BD-LAST            PIC S9(4) COMP.                CNB25800
032400         10  WS-BD-REST-ACT        PIC S9(5) COMP.                CNB25800
032500         10  WS-BD-REST-PROP       PIC S9(5) COMP.                CNB25800
032600         10  WS-BD-MIN-ACT         PIC S9(4) COMP.                CNB25800
032700         10  WS-BD-MIN-PROP        PIC S9(4) COMP.                CNB25800
032800         10  WS-BD-CALLS           PIC S9(7) COMP-3.              CNB25800
032900         10  WS-BD-BLOCKED         PIC S9(7) COMP-3.              CNB25800
033000         10  WS-BD-ALLOWED         PIC S9(7) COMP-3.              CNB25800
033100         10  WS-BD-DIFF-CALLED     PIC S9(7) COMP-3.              CNB25800
033200         10  WS-BD-MISSES          PIC S9(7) COMP-3.              CNB25800
033300         10  WS-BD-PEN-DIFF        PIC S9(7) COMP-3.              CNB25800
033400         10  WS-BD-SHORT-ACT       PIC S9(7) COMP-3.              CNB25800
033500         10  WS-BD-SHORT-PROP      PIC S9(7) COMP-3.              CNB25800
033600*                                                                 CNB25800
033700*    CALLS AND TIE-UPS FROM THE LOOKBACK TO THE END OF THE PERIOD,CNB25800
033800*    IN EMPLOYEE / TIME ORDER AS THE EXTRACT DELIVERS THEM        CNB25800
033900*                                                                 CNB25800
034000 01  WS-JH-MAX                     PIC S9(5) COMP VALUE 20000.    CNB25800
034100 01  WS-JH-COUNT                   PIC S9(5) COMP VALUE ZEROS.    CNB25800
034200 01  WS-JH-SUB                     PIC S9(5) COMP VALUE ZEROS.    CNB25800
034300 01  WS-JH-PREV                    PIC S9(5) COMP VALUE ZEROS.    CNB25800
034400 01  WS-JH-TABLE.                                                 CNB25800
034500     05  WS-JH-ENTRY OCCURS 20000 TIMES.                          CNB25800
034600         10  WS-JH-KEY.                                           CNB25800
034700             15  WS-JH-EMP-NBR     PIC X(9).                      CNB25800
034800             15  WS-JH-STAMP       PIC X(12).                     CNB25800
034900         10  WS-JH-TYPE            PIC X(1).                      CNB25800
035000             88  WS-JH-CALL              VALUE 'C'.               CNB25800
035100             88  WS-JH-TIE-UP            VALUE 'T'.               CNB25800
035200         10  WS-JH-BOARD.                                         CNB25800
035300             15  WS-JH-DIST        PIC X(2).                      CNB25800
035400             15  WS-JH-SDIST       PIC X(2).                      CNB25800
035500             15  WS-JH-CC          PIC X(2).                      CNB25800
035600         10  WS-JH-MINS            PIC S9(9) COMP.                CNB25800
035700*                                                                 CNB25800
035800*    LAST EVENT AT OR BEFORE A TIME - BINARY SEARCH OF WS-JH-TABLECNB25800
035900*                                                                 CNB25800
036000 01  WS-SK-KEY.                                                   CNB25800
036100     05  WS-SK-EMP-NBR             PIC X(9).                      CNB25800
036200     05  WS-SK-STAMP               PIC X(12).                     CNB25800
036300 01  WS-SK-LO                      PIC S9(5) COMP VALUE ZEROS.    CNB25800
036400 01  WS-SK-HI                      PIC S9(5) COMP VALUE ZEROS.    CNB25800
036500 01  WS-SK-MID                     PIC S9(5) COMP VALUE ZEROS.    CNB25800
036600 01  WS-SK-FOUND                   PIC S9(5) COMP VALUE ZEROS.    CNB25800
036700*    REST IN MINUTES; -1 = ON DUTY, 99999 = NO TIE-UP HELD:       CNB25800
036800 01  WS-CAND-EMP                   PIC X(9) VALUE SPACES.         CNB25800
036900 01  WS-CAND-REST                  PIC S9(7) COMP VALUE ZEROS.    CNB25800
037000 01  WS-CALL-EMP                   PIC X(9) VALUE SPACES.         CNB25800
037100 01  WS-CALL-STAMP                 PIC X(12) VALUE SPACES.        CNB25800
037200 01  WS-CALL-MINS                  PIC S9(9) COMP VALUE ZEROS.    CNB25800
037300 01  WS-CALL-REST                  PIC S9(7) COMP VALUE ZEROS.    CNB25800
037400 01  WS-CALL-ACT-OK-SW             PIC X  VALUE 'N'.              CNB25800
037500     88  WS-CALL-ACT-OK                   VALUE 'Y'.              CNB25800
037600 01  WS-CALL-PROP-OK-SW            PIC X  VALUE 'N'.              CNB25800
037700     88  WS-CALL-PROP-OK                  VALUE 'Y'.              CNB25800
037800 01  WS-SHORT-ACT-SW                PIC X  VALUE 'N'.             CNB25800
037900     88  WS-SHORT-ACT                     VALUE 'Y'.              CNB25800
038000 01  WS-SHORT-PROP-SW              PIC X  VALUE 'N'.              CNB25800
038100     88  WS-SHORT-PROP                    VALUE 'Y'.              CNB25800
038200 01  WS-AVAIL-ACT                  PIC S9(4) COMP VALUE ZEROS.    CNB25800
038300 01  WS-AVAIL-PROP                 PIC S9(4) COMP VALUE ZEROS.    CNB25800
038400 01  WS-WALK-SUB                   PIC S9(4) COMP VALUE ZEROS.    CNB25800
038500 01  WS-WALK-STEPS                 PIC S9(4) COMP VALUE ZEROS.    CNB25800
038600 01  WS-WALK-LEFT                  PIC S9(4) COMP VALUE ZEROS.    CNB25800
038700 01  WS-REPLACE-EMP                PIC X(9) VALUE SPACES.         CNB25800
038800 01  WS-LAST-ALLOW-KEY             PIC X(19) VALUE SPACES.        CNB25800
038900 01  WS-BY-NEW-ALLOW-KEY           PIC X(19) VALUE SPACES.        CNB25800
039000*                                                                 CNB25800
039100*    MISSED-CALL REPLAY                                           CNB25800
039200*                                                                 CNB25800
039300 01  WS-PL-EMP                     PIC X(9) VALUE SPACES.         CNB25800
039400 01  WS-PL-CONS                    PIC 9(2) VALUE ZEROS.          CNB25800
039500 01  WS-PL-BD-AT                   PIC S9(4) COMP VALUE ZEROS.    CNB25800
039600 01  WS-PL-MINS                    PIC S9(9) COMP VALUE ZEROS.    CNB25800
039700 01  WS-MC-ACT-RULE                PIC X(4) VALUE SPACES.         CNB25800
039800 01  WS-MC-PROP-RULE               PIC X(4) VALUE SPACES.         CNB25800
039900 01  WS-PEN-TEXT                   PIC X(22) VALUE SPACES.        CNB25800
040000*                                                                 CNB25800
040100*    THE DIFFERENCES, IN BOARD / TIME ORDER                       CNB25800
040200*                                                                 CNB25800
040300 01  WS-DF-MAX                     PIC S9(4) COMP VALUE 2000.     CNB25800
040400 01  WS-DF-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB25800
040500 01  WS-DF-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB25800
040600 01  WS-DF-SUB2                    PIC S9(4) COMP VALUE ZEROS.    CNB25800
040700 01  WS-DF-INS-AT                  PIC S9(4) COMP VALUE ZEROS.    CNB25800
040800 01  WS-DF-NEW.                                                   CNB25800
040900     05  WS-DF-NEW-KEY.                                           CNB25800
041000         10  WS-DF-NEW-BOARD       PIC X(6).                      CNB25800
041100         10  WS-DF-NEW-STAMP       PIC X(12).                     CNB25800
041200     05  WS-DF-NEW-TYPE            PIC X(8).                      CNB25800
041300     05  WS-DF-NEW-ACT-EMP         PIC X(9).                      CNB25800
041400     05  WS-DF-NEW-ACT-TEXT        PIC X(22).                     CNB25800
041500     05  WS-DF-NEW-PROP-EMP        PIC X(9).                      CNB25800
041600     05  WS-DF-NEW-PROP-TEXT       PIC X(22).                     CNB25800
041700 01  WS-DF-TABLE.                                                 CNB25800
041800     05  WS-DF-ENTRY OCCURS 2000 TIMES.                           CNB25800
041900         10  WS-DF-KEY             PIC X(18).                     CNB25800
042000         10  WS-DF-TYPE            PIC X(8).                      CNB25800
042100         10  WS-DF-ACT-EMP         PIC X(9).                      CNB25800
042200         10  WS-DF-ACT-TEXT        PIC X(22).                     CNB25800
042300         10  WS-DF-PROP-EMP        PIC X(9).                      CNB25800
042400         10  WS-DF-PROP-TEXT       PIC X(22).                     CNB25800
042500*                                                                 CNB25800
042600*    CCYYMMDDHHMM TO MINUTES                                      CNB25800
042700*                                                                 CNB25800
042800 01  WS-STAMP.                                                    CNB25800
042900     05  WS-ST-DATE                PIC X(8).                      CNB25800
043000     05  WS-ST-HH                  PIC 9(2).                      CNB25800
043100     05  WS-ST-MN                  PIC 9(2).                      CNB25800
043200 01  WS-STAMP-MINS                 PIC S9(9) COMP VALUE ZEROS.    CNB25800
043300 01  WS-SERIAL-RESULT              PIC S9(7) COMP VALUE ZEROS.    CNB25800
043400 01  WS-SERIAL-DATE.                                              CNB25800
043500     05  WS-SD-CCYY                PIC 9(4).                      CNB25800
043600     05  WS-SD-MM                  PIC 9(2).                      CNB25800
043700     05  WS-SD-DD                  PIC 9(2).                      CNB25800
043800 01  WS-SERIAL-DATE-X REDEFINES WS-SERIAL-DATE                    CNB25800
043900                                   PIC X(8).                      CNB25800
044000 01  WS-LEAP-QUOT                  PIC 9(4) VALUE ZEROS.          CNB25800
044100 01  WS-LEAP-REM                   PIC 9(4) VALUE ZEROS.          CNB25800
044200 01  WS-CUM-DAY-TABLE              PIC X(36) VALUE                CNB25800
044300         '000031059090120151181212243273304334'.                  CNB25800
044400 01  WS-CUM-DAY-TABLE-R REDEFINES WS-CUM-DAY-TABLE.               CNB25800
044500     05  WS-CDT-DAYS OCCURS 12 TIMES                              CNB25800
044600                                   PIC 9(3).                      CNB25800
044700*                                                                 CNB25800
044800*    MINUTES TO HHH:MM FOR THE REPORT                             CNB25800
044900*                                                                 CNB25800
045000 01  WS-FMT-MINS                   PIC S9(7) COMP VALUE ZEROS.    CNB25800
045100 01  WS-FMT-HH                     PIC 9(3) VALUE ZEROS.          CNB25800
045200 01  WS-FMT-MN                     PIC 9(2) VALUE ZEROS.          CNB25800
045300 01  WS-FMT-REST.                                                 CNB25800
045400     05  WS-FR-HH                  PIC ZZ9.                       CNB25800
045500     05  FILLER                    PIC X(1) VALUE ':'.            CNB25800
045600     05  WS-FR-MN                  PIC 99.                        CNB25800
045700 01  WS-FMT-COUNT                  PIC ZZ9.                       CNB25800
045800 01  WS-FMT-COUNT2                 PIC ZZ9.                       CNB25800
045900 01  WS-SIM-COUNT                  PIC 9(7) VALUE ZEROS.          CNB25800
046000 01  WS-SIM-REJ-COUNT              PIC 9(7) VALUE ZEROS.          CNB25800
046100 01  WS-EB-READ-COUNT              PIC 9(7) VALUE ZEROS.          CNB25800
046200 01  WS-JH-READ-COUNT              PIC 9(7) VALUE ZEROS.          CNB25800
046300 01  WS-CALL-COUNT                 PIC 9(7) VALUE ZEROS.          CNB25800
046400 01  WS-NOBOARD-COUNT              PIC 9(7) VALUE ZEROS.          CNB25800
046500 01  WS-BY-READ-COUNT              PIC 9(7) VALUE ZEROS.          CNB25800
046600 01  WS-PLOG-READ-COUNT            PIC 9(7) VALUE ZEROS.          CNB25800
046700 01  WS-MISS-COUNT                 PIC 9(7) VALUE ZEROS.          CNB25800
046800 01  WS-DF-LOST-COUNT              PIC 9(7) VALUE ZEROS.          CNB25800
046900 01  WS-JH-LOST-COUNT              PIC 9(7) VALUE ZEROS.          CNB25800
047000 01  WS-EB-LOST-COUNT              PIC 9(7) VALUE ZEROS.          CNB25800
047100 01  WS-HDR-LINE.                                                 CNB25800
047200     05  FILLER                PIC X(38)  VALUE                   CNB25800
047300         'CNB258 - RULE-CHANGE SIMULATION'.                       CNB25800
047400     05  FILLER                PIC X(2)   VALUE SPACES.           CNB25800
047500     05  HDR-FUNC              PIC X(8).                          CNB25800
047600     05  FILLER                PIC X(2)   VALUE SPACES.           CNB25800
047700     05  HDR-DATE-TIME         PIC X(12).                         CNB25800
047800     05  FILLER                PIC X(9)   VALUE '  PERIOD '.      CNB25800
047900     05  HDR-FROM-DATE         PIC X(8).                          CNB25800
048000     05  FILLER                PIC X(3)   VALUE ' - '.            CNB25800
048100     05  HDR-TO-DATE           PIC X(8).                          CNB25800
048200     05  FILLER                PIC X(42)  VALUE SPACES.           CNB25800
048300 01  WS-TITLE-LINE.                                               CNB25800
048400     05  TTL-TEXT                  PIC X(80).                     CNB25800
048500     05  FILLER                    PIC X(52) VALUE SPACES.        CNB25800
048600 01  WS-SM-HDR-LINE.                                              CNB25800
048700     05  FILLER                    PIC X(40) VALUE                CNB25800
048800         'A FAM IDENT       LIVE DATA             '.              CNB25800
048900     05  FILLER                    PIC X(40) VALUE                CNB25800
049000         '          PROPOSED DATA                 '.              CNB25800
049100     05  FILLER                    PIC X(52) VALUE                CNB25800
049200         '    NOTE'.                                              CNB25800
049300 01  WS-SM-LINE.                                                  CNB25800
049400     05  SML-ACTION                PIC X(1).                      CNB25800
049500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25800
049600     05  SML-FAMILY                PIC X(2).                      CNB25800
049700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25800
049800     05  SML-IDENT                 PIC X(10).                     CNB25800
049900     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25800
050000     05  SML-LIVE-DATA             PIC X(30).                     CNB25800
050100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25800
050200     05  SML-PROP-DATA             PIC X(30).                     CNB25800
050300     05  FILLER                    PIC X(4) VALUE SPACES.         CNB25800
050400     05  SML-NOTE                  PIC X(22).                     CNB25800
050500     05  FILLER                    PIC X(26) VALUE SPACES.        CNB25800
050600 01  WS-DF-HDR-LINE.                                              CNB25800
050700     05  FILLER                    PIC X(35) VALUE                CNB25800
050800         'BOARD     DATE     TIME  WHAT'.                         CNB25800
050900     05  FILLER                    PIC X(34) VALUE                CNB25800
051000         'ACTUAL'.                                                CNB25800
051100     05  FILLER                    PIC X(40) VALUE                CNB25800
051200         'PROPOSED'.                                              CNB25800
051300     05  FILLER                    PIC X(23) VALUE SPACES.        CNB25800
051400 01  WS-DF-LINE.                                                  CNB25800
051500     05  DFL-DIST                  PIC X(2).                      CNB25800
051600     05  FILLER                    PIC X(1) VALUE '/'.            CNB25800
051700     05  DFL-SDIST                 PIC X(2).                      CNB25800
051800     05  FILLER                    PIC X(1) VALUE '/'.            CNB25800
051900     05  DFL-CC                    PIC X(2).                      CNB25800
052000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25800
052100     05  DFL-DATE                  PIC X(8).                      CNB25800
052200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25800
052300     05  DFL-TIME                  PIC X(4).                      CNB25800
052400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25800
052500     05  DFL-TYPE                  PIC X(8).                      CNB25800
052600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25800
052700     05  DFL-ACT-EMP               PIC X(9).                      CNB25800
052800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25800
052900     05  DFL-ACT-TEXT              PIC X(22).                     CNB25800
053000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25800
053100     05  DFL-PROP-EMP              PIC X(9).                      CNB25800
053200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25800
053300     05  DFL-PROP-TEXT             PIC X(22).                     CNB25800
053400     05  FILLER                    PIC X(31) VALUE SPACES.        CNB25800
053500 01  WS-BD-HDR-LINE1.                                             CNB25800
053600     05  FILLER                    PIC X(40) VALUE                CNB25800
053700         '                 REST (HRS)    MIN TURNS'.              CNB25800
053800     05  FILLER                    PIC X(39) VALUE                CNB25800
053900         '                                MISSED'.                CNB25800
054000     05  FILLER                    PIC X(40) VALUE                CNB25800
054100         'PENALTY SHORT-STAFFED'.                                 CNB25800
054200     05  FILLER                    PIC X(13) VALUE SPACES.        CNB25800
054300 01  WS-BD-HDR-LINE2.                                             CNB25800
054400     05  FILLER                    PIC X(40) VALUE                CNB25800
054500         'BOARD     TURNS ACTUAL   PROP   ACT PROP'.              CNB25800
054600     05  FILLER                    PIC X(40) VALUE                CNB25800
054700         '  CALLS BLOCKED ALLOWED DIFF-EMP  CALLS'.               CNB25800
054800     05  FILLER                    PIC X(40) VALUE                CNB25800
054900         ' DIFFS  ACTUAL  PROP'.                                  CNB25800
055000     05  FILLER                    PIC X(12) VALUE SPACES.        CNB25800
055100 01  WS-BD-LINE.                                                  CNB25800
055200     05  BDL-DIST                  PIC X(2).                      CNB25800
055300     05  FILLER                    PIC X(1) VALUE '/'.            CNB25800
055400     05  BDL-SDIST                 PIC X(2).                      CNB25800
055500     05  FILLER                    PIC X(1) VALUE '/'.            CNB25800
055600     05  BDL-CC                    PIC X(2).                      CNB25800
055700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25800
055800     05  BDL-TURNS                 PIC ZZZZ9.                     CNB25800
055900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25800
056000     05  BDL-REST-ACT              PIC X(6).                      CNB25800
056100     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25800
056200     05  BDL-REST-PROP             PIC X(6).                      CNB25800
056300     05  FILLER                    PIC X(3) VALUE SPACES.         CNB25800
056400     05  BDL-MIN-ACT               PIC ZZ9.                       CNB25800
056500     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25800
056600     05  BDL-MIN-PROP              PIC ZZ9.                       CNB25800
056700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25800
056800     05  BDL-CALLS                 PIC ZZZZZ9.                    CNB25800
056900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25800
057000     05  BDL-BLOCKED               PIC ZZZZZZ9.                   CNB25800
057100     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25800
057200     05  BDL-ALLOWED               PIC ZZZZZZ9.                   CNB25800
057300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25800
057400     05  BDL-DIFF-CALLED           PIC ZZZZZZZ9.                  CNB25800
057500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25800
057600     05  BDL-MISSES                PIC ZZZZZ9.                    CNB25800
057700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25800
057800     05  BDL-PEN-DIFF              PIC ZZZZZ9.                    CNB25800
057900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25800
058000     05  BDL-SHORT-ACT             PIC ZZZZZZ9.                   CNB25800
058100     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25800
058200     05  BDL-SHORT-PROP            PIC ZZZZ9.                     CNB25800
058300     05  FILLER                    PIC X(32) VALUE SPACES.        CNB25800
058400 01  WS-CNT-LINE.                                                 CNB25800
058500     05  CNT-LABEL                 PIC X(30).                     CNB25800
058600     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB25800
058700     05  FILLER                    PIC X(95) VALUE SPACES.        CNB25800
058800*                                                                 CNB25800
058900 PROCEDURE DIVISION.                                              CNB25800
059000 P0000-MAINLINE.                                                  CNB25800
059100     PERFORM P1000-INITIALIZE                                     CNB25800
059200     PERFORM P2000-REPLAY-CALL THRU P2000-EXIT                    CNB25800
059300             VARYING WS-JH-SUB FROM 1 BY 1                        CNB25800
059400             UNTIL WS-JH-SUB > WS-JH-COUNT                        CNB25800
059500     PERFORM P3000-REPLAY-BYPASSES                                CNB25800
059600     PERFORM P4000-REPLAY-MISSES                                  CNB25800
059700     PERFORM P8000-PRINT-REPORT                                   CNB25800
059800     PERFORM P9000-TERMINATE                                      CNB25800
059900     GOBACK.                                                      CNB25800
060000*                                                                 CNB25800
060100 P1000-INITIALIZE.                                                CNB25800
060200     OPEN INPUT PARM-FILE                                         CNB25800
060300     IF NOT WS-PARM-OK                                            CNB25800
060400        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB25800
060500        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB25800
060600        PERFORM P9999-GOT-PROBLEM                                 CNB25800
060700     END-IF                                                       CNB25800
060800     READ PARM-FILE                                               CNB25800
060900     IF NOT WS-PARM-OK                                            CNB25800
061000        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB25800
061100        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB25800
061200        PERFORM P9999-GOT-PROBLEM                                 CNB25800
061300     END-IF                                                       CNB25800
061400     MOVE PARM-FUNC                TO WS-FUNC                     CNB25800
061500     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB25800
061600     MOVE PARM-FROM-DATE           TO WS-FROM-DATE                CNB25800
061700     MOVE PARM-TO-DATE             TO WS-TO-DATE                  CNB25800
061800     CLOSE PARM-FILE                                              CNB25800
061900     IF NOT WS-FUNC-SIMULATE                                      CNB25800
062000        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB25800
062100        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB25800
062200        PERFORM P9999-GOT-PROBLEM                                 CNB25800
062300     END-IF                                                       CNB25800
062400     IF WS-TO-DATE = SPACES                                       CNB25800
062500        MOVE WS-FROM-DATE          TO WS-TO-DATE                  CNB25800
062600     END-IF                                                       CNB25800
062700     IF WS-FROM-DATE NOT NUMERIC                                  CNB25800
062800        OR WS-TO-DATE NOT NUMERIC                                 CNB25800
062900        OR WS-TO-DATE < WS-FROM-DATE                              CNB25800
063000        MOVE 'P1000-BAD-DATES'     TO WS-ABEND-PARAGRAPH          CNB25800
063100        MOVE 'PD'                  TO WS-ABEND-STATUS             CNB25800
063200        PERFORM P9999-GOT-PROBLEM                                 CNB25800
063300     END-IF                                                       CNB25800
063400     MOVE WS-FROM-DATE             TO WS-SERIAL-DATE-X            CNB25800
063500     PERFORM P7000-DATE-TO-SERIAL                                 CNB25800
063600     COMPUTE WS-FROM-MINS = WS-SERIAL-RESULT * 1440               CNB25800
063700     COMPUTE WS-LOOKBACK-MINS = WS-FROM-MINS - 2880               CNB25800
063800     MOVE WS-TO-DATE               TO WS-SERIAL-DATE-X            CNB25800
063900     PERFORM P7000-DATE-TO-SERIAL                                 CNB25800
064000     COMPUTE WS-END-MINS = (WS-SERIAL-RESULT + 1) * 1440          CNB25800
064100     MOVE WS-FROM-DATE (3:6)       TO WS-BY-FROM                  CNB25800
064200     MOVE WS-TO-DATE (3:6)         TO WS-BY-TO                    CNB25800
064300     OPEN INPUT SIM-FILE                                          CNB25800
064400     IF NOT WS-SIM-OK                                             CNB25800
064500        MOVE 'P1000-OPEN-SIM'      TO WS-ABEND-PARAGRAPH          CNB25800
064600        MOVE WS-SIM-STATUS         TO WS-ABEND-STATUS             CNB25800
064700        PERFORM P9999-GOT-PROBLEM                                 CNB25800
064800     END-IF                                                       CNB25800
064900     OPEN INPUT EB-FILE                                           CNB25800
065000     IF NOT WS-EB-OK                                              CNB25800
065100        MOVE 'P1000-OPEN-EB'       TO WS-ABEND-PARAGRAPH          CNB25800
065200        MOVE WS-EB-STATUS          TO WS-ABEND-STATUS             CNB25800
065300        PERFORM P9999-GOT-PROBLEM                                 CNB25800
065400     END-IF                                                       CNB25800
065500     OPEN INPUT JHIST-FILE                                        CNB25800
065600     IF NOT WS-JHIST-OK                                           CNB25800
065700        MOVE 'P1000-OPEN-JHST'     TO WS-ABEND-PARAGRAPH          CNB25800
065800        MOVE WS-JHIST-STATUS       TO WS-ABEND-STATUS             CNB25800
065900        PERFORM P9999-GOT-PROBLEM                                 CNB25800
066000     END-IF                                                       CNB25800
066100     OPEN INPUT CNTL-FILE                                         CNB25800
066200     IF NOT WS-CNTL-OK                                            CNB25800
066300        MOVE 'P1000-OPEN-CNTL'     TO WS-ABEND-PARAGRAPH          CNB25800
066400        MOVE WS-CNTL-STATUS        TO WS-ABEND-STATUS             CNB25800
066500        PERFORM P9999-GOT-PROBLEM                                 CNB25800
066600     END-IF                                                       CNB25800
066700     OPEN INPUT BY-FILE                                           CNB25800
066800     IF NOT WS-BY-OK                                              CNB25800
066900        MOVE 'P1000-OPEN-BY'       TO WS-ABEND-PARAGRAPH          CNB25800
067000        MOVE WS-BY-STATUS          TO WS-ABEND-STATUS             CNB25800
067100        PERFORM P9999-GOT-PROBLEM                                 CNB25800
067200     END-IF                                                       CNB25800
067300     OPEN INPUT PLOG-FILE                                         CNB25800
067400     IF NOT WS-PLOG-OK                                            CNB25800
067500        MOVE 'P1000-OPEN-PLOG'     TO WS-ABEND-PARAGRAPH          CNB25800
067600        MOVE WS-PLOG-STATUS        TO WS-ABEND-STATUS             CNB25800
067700        PERFORM P9999-GOT-PROBLEM                                 CNB25800
067800     END-IF                                                       CNB25800
067900     OPEN OUTPUT RPT-FILE                                         CNB25800
068000     IF NOT WS-RPT-OK                                             CNB25800
068100        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB25800
068200        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB25800
068300        PERFORM P9999-GOT-PROBLEM                                 CNB25800
068400     END-IF                                                       CNB25800
068500     MOVE WS-FUNC                  TO HDR-FUNC                    CNB25800
068600     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB25800
068700     MOVE WS-FROM-DATE             TO HDR-FROM-DATE               CNB25800
068800     MOVE WS-TO-DATE               TO HDR-TO-DATE                 CNB25800
068900     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB25800
069000     MOVE SPACES                   TO RPT-LINE                    CNB25800
069100     WRITE RPT-LINE                                               CNB25800
069200     MOVE 'PROPOSED CNTL CHANGES (SIMTRAN) - NOT APPLIED TO CNTL' CNB25800
069300                                   TO TTL-TEXT                    CNB25800
069400     PERFORM P8900-PRINT-TITLE                                    CNB25800
069500     WRITE RPT-LINE FROM WS-SM-HDR-LINE                           CNB25800
069600     PERFORM P1100-LOAD-PROPOSED UNTIL WS-EOF-SIM                 CNB25800
069700     CLOSE SIM-FILE                                               CNB25800
069800     IF WS-SM-COUNT = ZEROS                                       CNB25800
069900        MOVE 'NO SIMTRAN CARDS - NOTHING TO SIMULATE, RUN ABORTED'CNB25800
070000                                   TO RPT-LINE                    CNB25800
070100        WRITE RPT-LINE                                            CNB25800
070200        MOVE 'P1000-NO-SIM'        TO WS-ABEND-PARAGRAPH          CNB25800
070300        MOVE 'NS'                  TO WS-ABEND-STATUS             CNB25800
070400        PERFORM P9999-GOT-PROBLEM                                 CNB25800
070500     END-IF                                                       CNB25800
070600     MOVE SPACES                   TO RPT-LINE                    CNB25800
070700     WRITE RPT-LINE                                               CNB25800
070800     PERFORM P1200-LOAD-SNAPSHOT UNTIL WS-EOF-EB                  CNB25800
070900     CLOSE EB-FILE                                                CNB25800
071000     PERFORM P1300-BUILD-BOARD                                    CNB25800
071100             VARYING WS-EB-SUB FROM 1 BY 1                        CNB25800
071200             UNTIL WS-EB-SUB > WS-EB-COUNT                        CNB25800
071300     PERFORM P1050-VERIFY-JHIST-HDR                               CNB25800
071400     PERFORM P1410-READ-JHIST                                     CNB25800
071500     PERFORM P1400-LOAD-HISTORY UNTIL WS-EOF-JHIST                CNB25800
071600     CLOSE JHIST-FILE.                                            CNB25800
071700*                                                                 CNB25800
071800 P1050-VERIFY-JHIST-HDR.                                          CNB25800
071900     MOVE 'JHISTSEQ'               TO XPCT-EXTRACT-ID             CNB25800
072000     MOVE 200                      TO XPCT-RECORD-LGTH            CNB25800
072100     READ JHIST-FILE INTO WS-XHDR                                 CNB25800
072200          AT END                                                  CNB25800
072300             PERFORM P1090-LAYOUT-MISMATCH                        CNB25800
072400     END-READ                                                     CNB25800
072500     IF NOT XHDR-PRESENT                                          CNB25800
072600        PERFORM P1090-LAYOUT-MISMATCH                             CNB25800
072700     END-IF                                                       CNB25800
072800     IF XHDR-EXTRACT-ID NOT = XPCT-EXTRACT-ID                     CNB25800
072900        OR XHDR-RECORD-LGTH NOT = XPCT-RECORD-LGTH                CNB25800
073000        OR XHDR-FIELD-MAP-VER NOT = XPCT-FIELD-MAP-VER            CNB25800
073100        PERFORM P1090-LAYOUT-MISMATCH                             CNB25800
073200     END-IF.                                                      CNB25800
073300*                                                                 CNB25800
073400 P1090-LAYOUT-MISMATCH.                                           CNB25800
073500     MOVE SPACES                   TO RPT-LINE                    CNB25800
073600     STRING 'EXTRACT LAYOUT MISMATCH ON '                         CNB25800
073700            XPCT-EXTRACT-ID                                       CNB25800
073800            ' - RUN ABORTED'                                      CNB25800
073900            DELIMITED BY SIZE INTO RPT-LINE                       CNB25800
074000     WRITE RPT-LINE                                               CNB25800
074100     DISPLAY 'CNB258 EXTRACT LAYOUT MISMATCH ON '                 CNB25800
074200             XPCT-EXTRACT-ID                                      CNB25800
074300     MOVE 16 TO RETURN-CODE                                       CNB25800
074400     GOBACK.                                                      CNB25800
074500*                                                                 CNB25800
074600*    ONE SIMTRAN CARD - LISTED BESIDE THE LIVE VALUE AND HELD FOR CNB25800
074700*    THE PROPOSED-SET LOOKUPS                                     CNB25800
074800*                                                                 CNB25800
074900 P1100-LOAD-PROPOSED.                                             CNB25800
075000     READ SIM-FILE                                                CNB25800
075100          AT END                                                  CNB25800
075200             SET WS-EOF-SIM TO TRUE                               CNB25800
075300     END-READ                                                     CNB25800
075400     IF NOT WS-EOF-SIM                                            CNB25800
075500        ADD 1 TO WS-SIM-COUNT                                     CNB25800
075600        MOVE ST-ACTION             TO SML-ACTION                  CNB25800
075700        MOVE ST-FAMILY             TO SML-FAMILY                  CNB25800
075800        MOVE ST-IDENT              TO SML-IDENT                   CNB25800
075900        MOVE SPACES                TO SML-LIVE-DATA               CNB25800
076000                                      SML-PROP-DATA               CNB25800
076100                                      SML-NOTE                    CNB25800
076200        IF (ST-ACTION-ADD OR ST-ACTION-CHANGE OR ST-ACTION-DELETE)CNB25800
076300           AND ST-FAMILY NOT = SPACES                             CNB25800
076400           AND ST-IDENT NOT = SPACES                              CNB25800
076500           AND WS-SM-COUNT < WS-SM-MAX                            CNB25800
076600           SET WS-RULES-ACTUAL TO TRUE                            CNB25800
076700           MOVE ST-KEY             TO WS-RULE-KEY                 CNB25800
076800           PERFORM P5000-GET-RULE                                 CNB25800
076900           IF WS-RULE-FOUND                                       CNB25800
077000              MOVE WS-RULE-DATA    TO SML-LIVE-DATA               CNB25800
077100           ELSE                                                   CNB25800
077200              MOVE '(NOT ON CNTL)' TO SML-LIVE-DATA               CNB25800
077300           END-IF                                                 CNB25800
077400           IF ST-ACTION-DELETE                                    CNB25800
077500              MOVE '(DELETED)'     TO SML-PROP-DATA               CNB25800
077600           ELSE                                                   CNB25800
077700              MOVE ST-DATA         TO SML-PROP-DATA               CNB25800
077800           END-IF                                                 CNB25800
077900           IF NOT ST-FAMILY-MODELLED                              CNB25800
078000              MOVE 'NOT MODELLED'  TO SML-NOTE                    CNB25800
078100           END-IF                                                 CNB25800
078200           ADD 1 TO WS-SM-COUNT                                   CNB25800
078300           MOVE ST-ACTION          TO WS-SM-ACTION (WS-SM-COUNT)  CNB25800
078400           MOVE ST-KEY             TO WS-SM-KEY (WS-SM-COUNT)     CNB25800
078500           MOVE ST-DATA            TO WS-SM-DATA (WS-SM-COUNT)    CNB25800
078600        ELSE                                                      CNB25800
078700           ADD 1 TO WS-SIM-REJ-COUNT                              CNB25800
078800           MOVE 'REJECTED - BAD CARD' TO SML-NOTE                 CNB25800
078900        END-IF                                                    CNB25800
079000        WRITE RPT-LINE FROM WS-SM-LINE                            CNB25800
079100     END-IF.                                                      CNB25800
079200*                                                                 CNB25800
079300*    ON-BOARD TURNS OF THE SNAPSHOT, INSERTED IN BOARD / POSITION CNB25800
079400*    ORDER                                                        CNB25800
079500*                                                                 CNB25800
079600 P1200-LOAD-SNAPSHOT.                                             CNB25800
079700     READ EB-FILE                                                 CNB25800
079800          AT END                                                  CNB25800
079900             SET WS-EOF-EB TO TRUE                                CNB25800
080000     END-READ                                                     CNB25800
080100     IF NOT WS-EOF-EB                                             CNB25800
080200        ADD 1 TO WS-EB-READ-COUNT                                 CNB25800
080300        IF EBIO-ON-BOARD                                          CNB25800
080400           IF WS-EB-COUNT < WS-EB-MAX                             CNB25800
080500              MOVE EBIO-BOARD      TO WS-EB-NEW-BOARD             CNB25800
080600              MOVE EBIO-POSITION   TO WS-EB-NEW-POSITION          CNB25800
080700              MOVE 1               TO WS-EB-INS-AT                CNB25800
080800              PERFORM P1210-FIND-TURN-SLOT                        CNB25800
080900                      VARYING WS-EB-SUB FROM 1 BY 1               CNB25800
081000                      UNTIL WS-EB-SUB > WS-EB-COUNT               CNB25800
081100              PERFORM P1220-SHIFT-TURN                            CNB25800
081200                      VARYING WS-EB-SUB FROM WS-EB-COUNT BY -1    CNB25800
081300                      UNTIL WS-EB-SUB < WS-EB-INS-AT              CNB25800
081400              ADD 1 TO WS-EB-COUNT                                CNB25800
081500              MOVE WS-EB-NEW-KEY   TO WS-EB-KEY (WS-EB-INS-AT)    CNB25800
081600              MOVE EBIO-EMP-NO     TO WS-EB-EMP-NBR (WS-EB-INS-AT)CNB25800
081700           ELSE                                                   CNB25800
081800              ADD 1 TO WS-EB-LOST-COUNT                           CNB25800
081900           END-IF                                                 CNB25800
082000        END-IF                                                    CNB25800
082100     END-IF.                                                      CNB25800
082200*                                                                 CNB25800
082300 P1210-FIND-TURN-SLOT.                                            CNB25800
082400     IF WS-EB-KEY (WS-EB-SUB) NOT > WS-EB-NEW-KEY                 CNB25800
082500        COMPUTE WS-EB-INS-AT = WS-EB-SUB + 1                      CNB25800
082600     END-IF.                                                      CNB25800
082700*                                                                 CNB25800
082800 P1220-SHIFT-TURN.                                                CNB25800
082900     COMPUTE WS-EB-SUB2 = WS-EB-SUB + 1                           CNB25800
083000     MOVE WS-EB-ENTRY (WS-EB-SUB)  TO WS-EB-ENTRY (WS-EB-SUB2).   CNB25800
083100*                                                                 CNB25800
083200*    ONE BOARD ENTRY PER RUN OF TURNS, WITH ITS REST AND MINIMUM  CNB25800
083300*    STAFFING UNDER EACH RULE SET                                 CNB25800
083400*                                                                 CNB25800
083500 P1300-BUILD-BOARD.                                               CNB25800
083600     IF WS-BD-COUNT = ZEROS                                       CNB25800
083700        OR WS-EB-BOARD (WS-EB-SUB) NOT = WS-BD-BOARD (WS-BD-COUNT)CNB25800
083800        IF WS-BD-COUNT < WS-BD-MAX                                CNB25800
083900           ADD 1 TO WS-BD-COUNT                                   CNB25800
084000           MOVE WS-BD-COUNT        TO WS-BD-AT                    CNB25800
084100           INITIALIZE WS-BD-ENTRY (WS-BD-AT)                      CNB25800
084200           MOVE WS-EB-BOARD (WS-EB-SUB) TO WS-BD-BOARD (WS-BD-AT) CNB25800
084300           MOVE WS-EB-SUB          TO WS-BD-FIRST (WS-BD-AT)      CNB25800
084400           PERFORM P1310-BOARD-RULES                              CNB25800
084500        ELSE                                                      CNB25800
084600           MOVE ZEROS              TO WS-BD-AT                    CNB25800
084700        END-IF                                                    CNB25800
084800     END-IF                                                       CNB25800
084900     IF WS-BD-AT > ZEROS                                          CNB25800
085000        MOVE WS-EB-SUB             TO WS-BD-LAST (WS-BD-AT)       CNB25800
085100     END-IF.                                                      CNB25800
085200*                                                                 CNB25800
085300 P1310-BOARD-RULES.                                               CNB25800
085400     MOVE WS-BD-BOARD (WS-BD-AT)   TO WS-RULE-BOARD               CNB25800
085500     MOVE SPACES                   TO WS-RK-SVC                   CNB25800
085600                                      WS-RK-CONS                  CNB25800
085700     SET WS-RULES-ACTUAL TO TRUE                                  CNB25800
085800     MOVE 'RS'                     TO WS-RK-FAMILY                CNB25800
085900     PERFORM P5100-GET-BOARD-RULE                                 CNB25800
086000     IF WS-RULE-FOUND AND WS-RD-REST NUMERIC                      CNB25800
086100        COMPUTE WS-BD-REST-ACT (WS-BD-AT) =                       CNB25800
086200                (WS-RD-HH * 60) + WS-RD-MN                        CNB25800
086300     END-IF                                                       CNB25800
086400     MOVE 'MS'                     TO WS-RK-FAMILY                CNB25800
086500     PERFORM P5100-GET-BOARD-RULE                                 CNB25800
086600     IF WS-RULE-FOUND AND WS-RD-MIN-TURNS NUMERIC                 CNB25800
086700        MOVE WS-RD-MIN-TURNS       TO WS-BD-MIN-ACT (WS-BD-AT)    CNB25800
086800     END-IF                                                       CNB25800
086900     SET WS-RULES-PROPOSED TO TRUE                                CNB25800
087000     MOVE 'RS'                     TO WS-RK-FAMILY                CNB25800
087100     PERFORM P5100-GET-BOARD-RULE                                 CNB25800
087200     IF WS-RULE-FOUND AND WS-RD-REST NUMERIC                      CNB25800
087300        COMPUTE WS-BD-REST-PROP (WS-BD-AT) =                      CNB25800
087400                (WS-RD-HH * 60) + WS-RD-MN                        CNB25800
087500     END-IF                                                       CNB25800
087600     MOVE 'MS'                     TO WS-RK-FAMILY                CNB25800
087700     PERFORM P5100-GET-BOARD-RULE                                 CNB25800
087800     IF WS-RULE-FOUND AND WS-RD-MIN-TURNS NUMERIC                 CNB25800
087900        MOVE WS-RD-MIN-TURNS       TO WS-BD-MIN-PROP (WS-BD-AT)   CNB25800
088000     END-IF.                                                      CNB25800
088100*                                                                 CNB25800
088200*    CALLS AND TIE-UPS FROM THE LOOKBACK TO THE END OF THE PERIOD CNB25800
088300*                                                                 CNB25800
088400 P1400-LOAD-HISTORY.                                              CNB25800
088500     ADD 1 TO WS-JH-READ-COUNT                                    CNB25800
088600     IF JHIST-CALL-FUN OR JHIST-TIE-UP-FUN                        CNB25800
088700        MOVE JHIST-EFF-DATE-TIME (1:12) TO WS-STAMP               CNB25800
088800        PERFORM P7100-STAMP-MINUTES                               CNB25800
088900        IF WS-STAMP-MINS NOT < WS-LOOKBACK-MINS                   CNB25800
089000           AND WS-STAMP-MINS < WS-END-MINS                        CNB25800
089100           IF WS-JH-COUNT < WS-JH-MAX                             CNB25800
089200              ADD 1 TO WS-JH-COUNT                                CNB25800
089300              MOVE JHIST-EMP-NBR   TO WS-JH-EMP-NBR (WS-JH-COUNT) CNB25800
089400              MOVE WS-STAMP        TO WS-JH-STAMP (WS-JH-COUNT)   CNB25800
089500              MOVE WS-STAMP-MINS   TO WS-JH-MINS (WS-JH-COUNT)    CNB25800
089600              MOVE JHIST-DIST      TO WS-JH-DIST (WS-JH-COUNT)    CNB25800
089700              MOVE JHIST-SDIST     TO WS-JH-SDIST (WS-JH-COUNT)   CNB25800
089800              MOVE JHIST-POOL-ASG (1:2)                           CNB25800
089900                                   TO WS-JH-CC (WS-JH-COUNT)      CNB25800
090000              IF JHIST-CALL-FUN                                   CNB25800
090100                 SET WS-JH-CALL (WS-JH-COUNT) TO TRUE             CNB25800
090200              ELSE                                                CNB25800
090300                 SET WS-JH-TIE-UP (WS-JH-COUNT) TO TRUE           CNB25800
090400              END-IF                                              CNB25800
090500           ELSE                                                   CNB25800
090600              ADD 1 TO WS-JH-LOST-COUNT                           CNB25800
090700           END-IF                                                 CNB25800
090800        END-IF                                                    CNB25800
090900     END-IF                                                       CNB25800
091000     PERFORM P1410-READ-JHIST.                                    CNB25800
091100*                                                                 CNB25800
091200 P1410-READ-JHIST.                                                CNB25800
091300     READ JHIST-FILE                                              CNB25800
091400          AT END                                                  CNB25800
091500             SET WS-EOF-JHIST TO TRUE                             CNB25800
091600     END-READ.                                                    CNB25800
091700*                                                                 CNB25800
091800*    ONE CALL IN THE PERIOD, REPLAYED UNDER BOTH RULE SETS        CNB25800
091900*                                                                 CNB25800
092000 P2000-REPLAY-CALL.                                               CNB25800
092100     IF NOT WS-JH-CALL (WS-JH-SUB)                                CNB25800
092200        OR WS-JH-MINS (WS-JH-SUB) < WS-FROM-MINS                  CNB25800
092300        GO TO P2000-EXIT                                          CNB25800
092400     END-IF                                                       CNB25800
092500     ADD 1 TO WS-CALL-COUNT                                       CNB25800
092600     PERFORM P6200-FIND-BOARD                                     CNB25800
092700     IF WS-BD-AT = ZEROS                                          CNB25800
092800        ADD 1 TO WS-NOBOARD-COUNT                                 CNB25800
092900        GO TO P2000-EXIT                                          CNB25800
093000     END-IF                                                       CNB25800
093100     ADD 1 TO WS-BD-CALLS (WS-BD-AT)                              CNB25800
093200     MOVE WS-JH-EMP-NBR (WS-JH-SUB) TO WS-CALL-EMP                CNB25800
093300     MOVE WS-JH-STAMP (WS-JH-SUB)  TO WS-CALL-STAMP               CNB25800
093400                                      WS-DF-NEW-STAMP             CNB25800
093500     MOVE WS-BD-BOARD (WS-BD-AT)   TO WS-DF-NEW-BOARD             CNB25800
093600     MOVE WS-JH-MINS (WS-JH-SUB)   TO WS-CALL-MINS                CNB25800
093700     PERFORM P2100-CALLED-REST                                    CNB25800
093800     MOVE 'N'                      TO WS-CALL-ACT-OK-SW           CNB25800
093900                                      WS-CALL-PROP-OK-SW          CNB25800
094000     IF WS-CALL-REST NOT < WS-BD-REST-ACT (WS-BD-AT)              CNB25800
094100        SET WS-CALL-ACT-OK TO TRUE                                CNB25800
094200     END-IF                                                       CNB25800
094300     IF WS-CALL-REST NOT < WS-BD-REST-PROP (WS-BD-AT)             CNB25800
094400        SET WS-CALL-PROP-OK TO TRUE                               CNB25800
094500     END-IF                                                       CNB25800
094600     PERFORM P2200-COUNT-AVAILABLE                                CNB25800
094700     IF WS-CALL-ACT-OK AND NOT WS-CALL-PROP-OK                    CNB25800
094800        ADD 1 TO WS-BD-BLOCKED (WS-BD-AT)                         CNB25800
094900        PERFORM P2300-FIND-REPLACEMENT                            CNB25800
095000        MOVE 'BLOCKED '            TO WS-DF-NEW-TYPE              CNB25800
095100        MOVE WS-CALL-EMP           TO WS-DF-NEW-ACT-EMP           CNB25800
095200        MOVE WS-CALL-REST          TO WS-FMT-MINS                 CNB25800
095300        PERFORM P7200-FORMAT-REST                                 CNB25800
095400        MOVE SPACES                TO WS-DF-NEW-ACT-TEXT          CNB25800
095500        STRING 'CALLED, REST ' WS-FMT-REST                        CNB25800
095600               DELIMITED BY SIZE INTO WS-DF-NEW-ACT-TEXT          CNB25800
095700        MOVE WS-REPLACE-EMP        TO WS-DF-NEW-PROP-EMP          CNB25800
095800        IF WS-REPLACE-EMP = SPACES                                CNB25800
095900           MOVE 'SHORT REST, NONE FREE' TO WS-DF-NEW-PROP-TEXT    CNB25800
096000        ELSE                                                      CNB25800
096100           ADD 1 TO WS-BD-DIFF-CALLED (WS-BD-AT)                  CNB25800
096200           MOVE 'CALLED INSTEAD'   TO WS-DF-NEW-PROP-TEXT         CNB25800
096300        END-IF                                                    CNB25800
096400        PERFORM P4900-ADD-DIFFERENCE THRU P4900-EXIT              CNB25800
096500     END-IF                                                       CNB25800
096600     IF WS-CALL-PROP-OK AND NOT WS-CALL-ACT-OK                    CNB25800
096700        ADD 1 TO WS-BD-ALLOWED (WS-BD-AT)                         CNB25800
096800        MOVE 'ALLOWED '            TO WS-DF-NEW-TYPE              CNB25800
096900        MOVE WS-CALL-EMP           TO WS-DF-NEW-ACT-EMP           CNB25800
097000                                      WS-DF-NEW-PROP-EMP          CNB25800
097100        MOVE WS-CALL-REST          TO WS-FMT-MINS                 CNB25800
097200        PERFORM P7200-FORMAT-REST                                 CNB25800
097300        MOVE SPACES                TO WS-DF-NEW-ACT-TEXT          CNB25800
097400        STRING 'SHORT REST ' WS-FMT-REST                          CNB25800
097500               DELIMITED BY SIZE INTO WS-DF-NEW-ACT-TEXT          CNB25800
097600        MOVE 'WITHIN REST RULE'    TO WS-DF-NEW-PROP-TEXT         CNB25800
097700        PERFORM P4900-ADD-DIFFERENCE THRU P4900-EXIT              CNB25800
097800     END-IF                                                       CNB25800
097900     MOVE 'N'                      TO WS-SHORT-ACT-SW             CNB25800
098000                                      WS-SHORT-PROP-SW            CNB25800
098100     IF WS-AVAIL-ACT < WS-BD-MIN-ACT (WS-BD-AT)                   CNB25800
098200        SET WS-SHORT-ACT TO TRUE                                  CNB25800
098300        ADD 1 TO WS-BD-SHORT-ACT (WS-BD-AT)                       CNB25800
098400     END-IF                                                       CNB25800
098500     IF WS-AVAIL-PROP < WS-BD-MIN-PROP (WS-BD-AT)                 CNB25800
098600        SET WS-SHORT-PROP TO TRUE                                 CNB25800
098700        ADD 1 TO WS-BD-SHORT-PROP (WS-BD-AT)                      CNB25800
098800     END-IF                                                       CNB25800
098900     IF WS-SHORT-ACT-SW NOT = WS-SHORT-PROP-SW                    CNB25800
099000        MOVE 'STAFFING'            TO WS-DF-NEW-TYPE              CNB25800
099100        MOVE SPACES                TO WS-DF-NEW-ACT-EMP           CNB25800
099200                                      WS-DF-NEW-PROP-EMP          CNB25800
099300                                      WS-DF-NEW-ACT-TEXT          CNB25800
099400                                      WS-DF-NEW-PROP-TEXT         CNB25800
099500        MOVE WS-AVAIL-ACT          TO WS-FMT-COUNT                CNB25800
099600        MOVE WS-BD-MIN-ACT (WS-BD-AT) TO WS-FMT-COUNT2            CNB25800
099700        STRING 'FREE ' WS-FMT-COUNT ' MIN ' WS-FMT-COUNT2         CNB25800
099800               DELIMITED BY SIZE INTO WS-DF-NEW-ACT-TEXT          CNB25800
099900        MOVE WS-AVAIL-PROP         TO WS-FMT-COUNT                CNB25800
100000        MOVE WS-BD-MIN-PROP (WS-BD-AT) TO WS-FMT-COUNT2           CNB25800
100100        STRING 'FREE ' WS-FMT-COUNT ' MIN ' WS-FMT-COUNT2         CNB25800
100200               DELIMITED BY SIZE INTO WS-DF-NEW-PROP-TEXT         CNB25800
100300        PERFORM P4900-ADD-DIFFERENCE THRU P4900-EXIT              CNB25800
100400     END-IF.                                                      CNB25800
100500 P2000-EXIT.                                                      CNB25800
100600     EXIT.                                                        CNB25800
100700*                                                                 CNB25800
100800*    REST OF THE CALLED EMPLOYEE - FROM THE TIE-UP JUST BEFORE    CNB25800
100900*    THE CALL; NO TIE-UP HELD COUNTS AS FULLY RESTED              CNB25800
101000*                                                                 CNB25800
101100 P2100-CALLED-REST.                                               CNB25800
101200     MOVE 99999                    TO WS-CALL-REST                CNB25800
101300     COMPUTE WS-JH-PREV = WS-JH-SUB - 1                           CNB25800
101400     IF WS-JH-PREV > ZEROS                                        CNB25800
101500        IF WS-JH-EMP-NBR (WS-JH-PREV) = WS-CALL-EMP               CNB25800
101600           AND WS-JH-TIE-UP (WS-JH-PREV)                          CNB25800
101700           COMPUTE WS-CALL-REST = WS-CALL-MINS                    CNB25800
101800                                - WS-JH-MINS (WS-JH-PREV)         CNB25800
101900        END-IF                                                    CNB25800
102000     END-IF.                                                      CNB25800
102100*                                                                 CNB25800
102200*    OFF-DUTY TURNS ON THE BOARD RESTED UNDER EACH SET AT THE     CNB25800
102300*    TIME OF THE CALL, NOT COUNTING THE EMPLOYEE CALLED           CNB25800
102400*                                                                 CNB25800
102500 P2200-COUNT-AVAILABLE.                                           CNB25800
102600     MOVE ZEROS                    TO WS-AVAIL-ACT                CNB25800
102700                                      WS-AVAIL-PROP               CNB25800
102800     PERFORM P2210-COUNT-TURN                                     CNB25800
102900             VARYING WS-EB-SUB FROM WS-BD-FIRST (WS-BD-AT) BY 1   CNB25800
103000             UNTIL WS-EB-SUB > WS-BD-LAST (WS-BD-AT).             CNB25800
103100*                                                                 CNB25800
103200 P2210-COUNT-TURN.                                                CNB25800
103300     IF WS-EB-EMP-NBR (WS-EB-SUB) NOT = WS-CALL-EMP               CNB25800
103400        MOVE WS-EB-EMP-NBR (WS-EB-SUB) TO WS-CAND-EMP             CNB25800
103500        PERFORM P6100-CANDIDATE-REST                              CNB25800
103600        IF WS-CAND-REST NOT < ZEROS                               CNB25800
103700           IF WS-CAND-REST NOT < WS-BD-REST-ACT (WS-BD-AT)        CNB25800
103800              ADD 1 TO WS-AVAIL-ACT                               CNB25800
103900           END-IF                                                 CNB25800
104000           IF WS-CAND-REST NOT < WS-BD-REST-PROP (WS-BD-AT)       CNB25800
104100              ADD 1 TO WS-AVAIL-PROP                              CNB25800
104200           END-IF                                                 CNB25800
104300        END-IF                                                    CNB25800
104400     END-IF.                                                      CNB25800
104500*                                                                 CNB25800
104600*    THE NEXT TURN AFTER THE EMPLOYEE CALLED, IN SNAPSHOT ORDER   CNB25800
104700*    AROUND THE BOARD, THAT IS OFF DUTY AND RESTED UNDER THE      CNB25800
104800*    PROPOSED RULE                                                CNB25800
104900*                                                                 CNB25800
105000 P2300-FIND-REPLACEMENT.                                          CNB25800
105100     MOVE SPACES                   TO WS-REPLACE-EMP              CNB25800
105200     MOVE WS-CALL-EMP              TO WS-CAND-EMP                 CNB25800
105300     PERFORM P6300-FIND-EMP-TURN                                  CNB25800
105400     IF WS-EB-AT < WS-BD-FIRST (WS-BD-AT)                         CNB25800
105500        OR WS-EB-AT > WS-BD-LAST (WS-BD-AT)                       CNB25800
105600        COMPUTE WS-EB-AT = WS-BD-FIRST (WS-BD-AT) - 1             CNB25800
105700     END-IF                                                       CNB25800
105800     COMPUTE WS-WALK-STEPS = WS-BD-LAST (WS-BD-AT)                CNB25800
105900                           - WS-BD-FIRST (WS-BD-AT) + 1           CNB25800
106000     MOVE WS-EB-AT                 TO WS-WALK-SUB                 CNB25800
106100     MOVE WS-WALK-STEPS            TO WS-WALK-LEFT                CNB25800
106200     PERFORM P2310-NEXT-TURN                                      CNB25800
106300             UNTIL WS-WALK-LEFT = ZEROS                           CNB25800
106400                OR WS-REPLACE-EMP NOT = SPACES.                   CNB25800
106500*                                                                 CNB25800
106600 P2310-NEXT-TURN.                                                 CNB25800
106700     SUBTRACT 1 FROM WS-WALK-LEFT                                 CNB25800
106800     ADD 1 TO WS-WALK-SUB                                         CNB25800
106900     IF WS-WALK-SUB > WS-BD-LAST (WS-BD-AT)                       CNB25800
107000        MOVE WS-BD-FIRST (WS-BD-AT) TO WS-WALK-SUB                CNB25800
107100     END-IF                                                       CNB25800
107200     IF WS-EB-EMP-NBR (WS-WALK-SUB) NOT = WS-CALL-EMP             CNB25800
107300        MOVE WS-EB-EMP-NBR (WS-WALK-SUB) TO WS-CAND-EMP           CNB25800
107400        PERFORM P6100-CANDIDATE-REST                              CNB25800
107500        IF WS-CAND-REST NOT < ZEROS                               CNB25800
107600           AND WS-CAND-REST NOT < WS-BD-REST-PROP (WS-BD-AT)      CNB25800
107700           MOVE WS-CAND-EMP        TO WS-REPLACE-EMP              CNB25800
107800        END-IF                                                    CNB25800
107900     END-IF.                                                      CNB25800
108000*                                                                 CNB25800
108100*    REST BYPASSES IN THE PERIOD - THE FIRST PASSED EMPLOYEE ON A CNB25800
108200*    CALL WHO IS RESTED UNDER THE PROPOSED RULE WOULD HAVE HAD IT CNB25800
108300*                                                                 CNB25800
108400 P3000-REPLAY-BYPASSES.                                           CNB25800
108500     MOVE LOW-VALUES               TO BY-KEY                      CNB25800
108600     STRING WS-BY-FROM '0000'                                     CNB25800
108700            DELIMITED BY SIZE INTO BY-CALL-DATE-TIME              CNB25800
108800     START BY-FILE KEY NOT < BY-KEY                               CNB25800
108900     IF WS-BY-OK                                                  CNB25800
109000        PERFORM P3100-NEXT-BYPASS THRU P3100-EXIT                 CNB25800
109100                UNTIL WS-EOF-BY                                   CNB25800
109200     ELSE                                                         CNB25800
109300        IF NOT WS-BY-NOTFND                                       CNB25800
109400           MOVE 'P3000-START-BY'   TO WS-ABEND-PARAGRAPH          CNB25800
109500           MOVE WS-BY-STATUS       TO WS-ABEND-STATUS             CNB25800
109600           PERFORM P9999-GOT-PROBLEM                              CNB25800
109700        END-IF                                                    CNB25800
109800     END-IF.                                                      CNB25800
109900*                                                                 CNB25800
110000 P3100-NEXT-BYPASS.                                               CNB25800
110100     READ BY-FILE NEXT                                            CNB25800
110200          AT END                                                  CNB25800
110300             SET WS-EOF-BY TO TRUE                                CNB25800
110400     END-READ                                                     CNB25800
110500     IF WS-EOF-BY                                                 CNB25800
110600        GO TO P3100-EXIT                                          CNB25800
110700     END-IF                                                       CNB25800
110800     IF NOT WS-BY-OK                                              CNB25800
110900        MOVE 'P3100-READ-BY'       TO WS-ABEND-PARAGRAPH          CNB25800
111000        MOVE WS-BY-STATUS          TO WS-ABEND-STATUS             CNB25800
111100        PERFORM P9999-GOT-PROBLEM                                 CNB25800
111200     END-IF                                                       CNB25800
111300     IF BY-CALL-DATE-TIME (1:6) > WS-BY-TO                        CNB25800
111400        SET WS-EOF-BY TO TRUE                                     CNB25800
111500        GO TO P3100-EXIT                                          CNB25800
111600     END-IF                                                       CNB25800
111700     ADD 1 TO WS-BY-READ-COUNT                                    CNB25800
111800     MOVE BY-CALL-DATE-TIME        TO WS-BY-NEW-ALLOW-KEY (1:10)  CNB25800
111900     MOVE BY-CALLED-EMP-NBR        TO WS-BY-NEW-ALLOW-KEY (11:9)  CNB25800
112000     IF NOT BY-REASON-REST                                        CNB25800
112100        OR WS-BY-NEW-ALLOW-KEY = WS-LAST-ALLOW-KEY                CNB25800
112200        GO TO P3100-EXIT                                          CNB25800
112300     END-IF                                                       CNB25800
112400     MOVE BY-BOARD-DIST            TO WS-RB-DIST                  CNB25800
112500     MOVE BY-BOARD-SDIST           TO WS-RB-SDIST                 CNB25800
112600     MOVE BY-BOARD-CRAFT           TO WS-RB-CC                    CNB25800
112700     PERFORM P6210-LOOKUP-BOARD                                   CNB25800
112800     IF WS-BD-AT = ZEROS                                          CNB25800
112900        GO TO P3100-EXIT                                          CNB25800
113000     END-IF                                                       CNB25800
113100     MOVE '20'                     TO WS-CALL-STAMP (1:2)         CNB25800
113200     MOVE BY-CALL-DATE-TIME        TO WS-CALL-STAMP (3:10)        CNB25800
113300     MOVE WS-CALL-STAMP            TO WS-STAMP                    CNB25800
113400     PERFORM P7100-STAMP-MINUTES                                  CNB25800
113500     MOVE WS-STAMP-MINS            TO WS-CALL-MINS                CNB25800
113600     MOVE WS-CALL-STAMP            TO WS-DF-NEW-STAMP             CNB25800
113700     MOVE WS-BD-BOARD (WS-BD-AT)   TO WS-DF-NEW-BOARD             CNB25800
113800     MOVE BY-ALT-PASSED-EMP        TO WS-CAND-EMP                 CNB25800
113900     PERFORM P6100-CANDIDATE-REST                                 CNB25800
114000     IF WS-CAND-REST NOT < ZEROS                                  CNB25800
114100        AND WS-CAND-REST NOT < WS-BD-REST-PROP (WS-BD-AT)         CNB25800
114200        MOVE WS-BY-NEW-ALLOW-KEY   TO WS-LAST-ALLOW-KEY           CNB25800
114300        ADD 1 TO WS-BD-ALLOWED (WS-BD-AT)                         CNB25800
114400                 WS-BD-DIFF-CALLED (WS-BD-AT)                     CNB25800
114500        MOVE 'ALLOWED '            TO WS-DF-NEW-TYPE              CNB25800
114600        MOVE BY-CALLED-EMP-NBR     TO WS-DF-NEW-ACT-EMP           CNB25800
114700        MOVE 'CALLED, PASSED REST'  TO WS-DF-NEW-ACT-TEXT         CNB25800
114800        MOVE BY-ALT-PASSED-EMP     TO WS-DF-NEW-PROP-EMP          CNB25800
114900        MOVE WS-CAND-REST          TO WS-FMT-MINS                 CNB25800
115000        PERFORM P7200-FORMAT-REST                                 CNB25800
115100        MOVE SPACES                TO WS-DF-NEW-PROP-TEXT         CNB25800
115200        STRING 'CALLED, REST ' WS-FMT-REST                        CNB25800
115300               DELIMITED BY SIZE INTO WS-DF-NEW-PROP-TEXT         CNB25800
115400        PERFORM P4900-ADD-DIFFERENCE THRU P4900-EXIT              CNB25800
115500     END-IF.                                                      CNB25800
115600 P3100-EXIT.                                                      CNB25800
115700     EXIT.                                                        CNB25800
115800*                                                                 CNB25800
115900*    THE PHONE LOG, EMPLOYEE BY EMPLOYEE, FOR MISSED CALLS        CNB25800
116000*                                                                 CNB25800
116100 P4000-REPLAY-MISSES.                                             CNB25800
116200     MOVE LOW-VALUES               TO PLIO-KEY                    CNB25800
116300     START PLOG-FILE KEY NOT < PLIO-KEY                           CNB25800
116400     IF WS-PLOG-OK                                                CNB25800
116500        PERFORM P4100-NEXT-PLOG THRU P4100-EXIT                   CNB25800
116600                UNTIL WS-EOF-PLOG                                 CNB25800
116700     ELSE                                                         CNB25800
116800        IF NOT WS-PLOG-NOTFND                                     CNB25800
116900           MOVE 'P4000-START-PLOG' TO WS-ABEND-PARAGRAPH          CNB25800
117000           MOVE WS-PLOG-STATUS     TO WS-ABEND-STATUS             CNB25800
117100           PERFORM P9999-GOT-PROBLEM                              CNB25800
117200        END-IF                                                    CNB25800
117300     END-IF.                                                      CNB25800
117400*                                                                 CNB25800
117500 P4100-NEXT-PLOG.                                                 CNB25800
117600     READ PLOG-FILE NEXT                                          CNB25800
117700          AT END                                                  CNB25800
117800             SET WS-EOF-PLOG TO TRUE                              CNB25800
117900     END-READ                                                     CNB25800
118000     IF WS-EOF-PLOG                                               CNB25800
118100        GO TO P4100-EXIT                                          CNB25800
118200     END-IF                                                       CNB25800
118300     IF NOT WS-PLOG-OK                                            CNB25800
118400        MOVE 'P4100-READ-PLOG'     TO WS-ABEND-PARAGRAPH          CNB25800
118500        MOVE WS-PLOG-STATUS        TO WS-ABEND-STATUS             CNB25800
118600        PERFORM P9999-GOT-PROBLEM                                 CNB25800
118700     END-IF                                                       CNB25800
118800     ADD 1 TO WS-PLOG-READ-COUNT                                  CNB25800
118900     IF PLIO-EMP-NBR NOT = WS-PL-EMP                              CNB25800
119000        MOVE PLIO-EMP-NBR          TO WS-PL-EMP                   CNB25800
119100                                      WS-CAND-EMP                 CNB25800
119200        MOVE ZEROS                 TO WS-PL-CONS                  CNB25800
119300        PERFORM P6300-FIND-EMP-TURN                               CNB25800
119400        MOVE ZEROS                 TO WS-PL-BD-AT                 CNB25800
119500        IF WS-EB-AT > ZEROS                                       CNB25800
119600           MOVE WS-EB-BOARD (WS-EB-AT) TO WS-RULE-BOARD           CNB25800
119700           PERFORM P6210-LOOKUP-BOARD                             CNB25800
119800           MOVE WS-BD-AT           TO WS-PL-BD-AT                 CNB25800
119900        END-IF                                                    CNB25800
120000     END-IF                                                       CNB25800
120100     MOVE PLIO-CLOCK-TIME (1:12)   TO WS-STAMP                    CNB25800
120200     PERFORM P7100-STAMP-MINUTES                                  CNB25800
120300     MOVE WS-STAMP-MINS            TO WS-PL-MINS                  CNB25800
120400     IF WS-PL-MINS NOT < WS-END-MINS                              CNB25800
120500        GO TO P4100-EXIT                                          CNB25800
120600     END-IF                                                       CNB25800
120700     IF PLIO-IVR-ANSWERED OR PLIO-CALL-TYPE-FUN                   CNB25800
120800        MOVE ZEROS                 TO WS-PL-CONS                  CNB25800
120900        GO TO P4100-EXIT                                          CNB25800
121000     END-IF                                                       CNB25800
121100     IF NOT PLIO-IVR-NO-ANSWER AND NOT PLIO-IVR-REFUSED           CNB25800
121200        GO TO P4100-EXIT                                          CNB25800
121300     END-IF                                                       CNB25800
121400     IF WS-PL-CONS < 99                                           CNB25800
121500        ADD 1 TO WS-PL-CONS                                       CNB25800
121600     END-IF                                                       CNB25800
121700     IF WS-PL-MINS < WS-FROM-MINS                                 CNB25800
121800        OR WS-PL-BD-AT = ZEROS                                    CNB25800
121900        GO TO P4100-EXIT                                          CNB25800
122000     END-IF                                                       CNB25800
122100     ADD 1 TO WS-MISS-COUNT                                       CNB25800
122200     ADD 1 TO WS-BD-MISSES (WS-PL-BD-AT)                          CNB25800
122300     MOVE WS-BD-BOARD (WS-PL-BD-AT) TO WS-RULE-BOARD              CNB25800
122400     MOVE 'RD'                     TO WS-RK-SVC                   CNB25800
122500     MOVE WS-PL-CONS               TO WS-RK-CONS                  CNB25800
122600     MOVE 'MC'                     TO WS-RK-FAMILY                CNB25800
122700     SET WS-RULES-ACTUAL TO TRUE                                  CNB25800
122800     PERFORM P4200-MISSED-CALL-RULE                               CNB25800
122900     MOVE WS-RD-MC-RULE            TO WS-MC-ACT-RULE              CNB25800
123000     SET WS-RULES-PROPOSED TO TRUE                                CNB25800
123100     PERFORM P4200-MISSED-CALL-RULE                               CNB25800
123200     MOVE WS-RD-MC-RULE            TO WS-MC-PROP-RULE             CNB25800
123300     IF WS-MC-ACT-RULE = WS-MC-PROP-RULE                          CNB25800
123400        GO TO P4100-EXIT                                          CNB25800
123500     END-IF                                                       CNB25800
123600     ADD 1 TO WS-BD-PEN-DIFF (WS-PL-BD-AT)                        CNB25800
123700     MOVE WS-BD-BOARD (WS-PL-BD-AT) TO WS-DF-NEW-BOARD            CNB25800
123800     MOVE PLIO-CLOCK-TIME (1:12)   TO WS-DF-NEW-STAMP             CNB25800
123900     MOVE 'PENALTY '               TO WS-DF-NEW-TYPE              CNB25800
124000     MOVE PLIO-EMP-NBR             TO WS-DF-NEW-ACT-EMP           CNB25800
124100                                      WS-DF-NEW-PROP-EMP          CNB25800
124200     MOVE WS-MC-ACT-RULE           TO WS-RD-MC-RULE               CNB25800
124300     PERFORM P4300-FORMAT-PENALTY                                 CNB25800
124400     MOVE WS-PEN-TEXT              TO WS-DF-NEW-ACT-TEXT          CNB25800
124500     MOVE WS-MC-PROP-RULE          TO WS-RD-MC-RULE               CNB25800
124600     PERFORM P4300-FORMAT-PENALTY                                 CNB25800
124700     MOVE WS-PEN-TEXT              TO WS-DF-NEW-PROP-TEXT         CNB25800
124800     PERFORM P4900-ADD-DIFFERENCE THRU P4900-EXIT.                CNB25800
124900 P4100-EXIT.                                                      CNB25800
125000     EXIT.                                                        CNB25800
125100*                                                                 CNB25800
125200 P4200-MISSED-CALL-RULE.                                          CNB25800
125300     PERFORM P5100-GET-BOARD-RULE                                 CNB25800
125400     IF NOT WS-RULE-FOUND                                         CNB25800
125500        MOVE SPACES                TO WS-RD-MC-RULE               CNB25800
125600     END-IF.                                                      CNB25800
125700*                                                                 CNB25800
125800 P4300-FORMAT-PENALTY.                                            CNB25800
125900     MOVE SPACES                   TO WS-PEN-TEXT                 CNB25800
126000     IF WS-RD-MC-RULE = SPACES                                    CNB25800
126100        STRING 'MISS ' WS-PL-CONS ' NO RULE'                      CNB25800
126200               DELIMITED BY SIZE INTO WS-PEN-TEXT                 CNB25800
126300     ELSE                                                         CNB25800
126400        STRING 'MISS ' WS-PL-CONS ' PEN ' WS-RD-PENALTY           CNB25800
126500               ' ACT ' WS-RD-ACTION                               CNB25800
126600               DELIMITED BY SIZE INTO WS-PEN-TEXT                 CNB25800
126700     END-IF.                                                      CNB25800
126800*                                                                 CNB25800
126900*    ADD A DIFFERENCE IN BOARD / TIME ORDER                       CNB25800
127000*                                                                 CNB25800
127100 P4900-ADD-DIFFERENCE.                                            CNB25800
127200     IF WS-DF-COUNT NOT < WS-DF-MAX                               CNB25800
127300        ADD 1 TO WS-DF-LOST-COUNT                                 CNB25800
127400        GO TO P4900-EXIT                                          CNB25800
127500     END-IF                                                       CNB25800
127600     MOVE 1                        TO WS-DF-INS-AT                CNB25800
127700     PERFORM P4910-FIND-SLOT                                      CNB25800
127800             VARYING WS-DF-SUB FROM 1 BY 1                        CNB25800
127900             UNTIL WS-DF-SUB > WS-DF-COUNT                        CNB25800
128000     PERFORM P4920-SHIFT-DIFFERENCE                               CNB25800
128100             VARYING WS-DF-SUB FROM WS-DF-COUNT BY -1             CNB25800
128200             UNTIL WS-DF-SUB < WS-DF-INS-AT                       CNB25800
128300     ADD 1 TO WS-DF-COUNT                                         CNB25800
128400     MOVE WS-DF-NEW                TO WS-DF-ENTRY (WS-DF-INS-AT). CNB25800
128500 P4900-EXIT.                                                      CNB25800
128600     EXIT.                                                        CNB25800
128700*                                                                 CNB25800
128800 P4910-FIND-SLOT.                                                 CNB25800
128900     IF WS-DF-KEY (WS-DF-SUB) NOT > WS-DF-NEW-KEY                 CNB25800
129000        COMPUTE WS-DF-INS-AT = WS-DF-SUB + 1                      CNB25800
129100     END-IF.                                                      CNB25800
129200*                                                                 CNB25800
129300 P4920-SHIFT-DIFFERENCE.                                          CNB25800
129400     COMPUTE WS-DF-SUB2 = WS-DF-SUB + 1                           CNB25800
129500     MOVE WS-DF-ENTRY (WS-DF-SUB)  TO WS-DF-ENTRY (WS-DF-SUB2).   CNB25800
129600*                                                                 CNB25800
129700*    ONE CNTL RULE UNDER THE CURRENT SET - THE PROPOSED SET TAKES CNB25800
129800*    THE LAST SIMTRAN CARD FOR THE KEY, ELSE THE LIVE RECORD      CNB25800
129900*                                                                 CNB25800
130000 P5000-GET-RULE.                                                  CNB25800
130100     MOVE 'N'                      TO WS-RULE-FOUND-SW            CNB25800
130200                                      WS-SM-HIT-SW                CNB25800
130300     MOVE SPACES                   TO WS-RULE-DATA                CNB25800
130400     IF WS-RULES-PROPOSED                                         CNB25800
130500        PERFORM P5010-SEARCH-PROPOSED                             CNB25800
130600                VARYING WS-SM-SUB FROM 1 BY 1                     CNB25800
130700                UNTIL WS-SM-SUB > WS-SM-COUNT                     CNB25800
130800     END-IF                                                       CNB25800
130900     IF NOT WS-SM-HIT                                             CNB25800
131000        MOVE WS-RULE-KEY           TO CN-KEY                      CNB25800
131100        READ CNTL-FILE                                            CNB25800
131200        IF WS-CNTL-OK                                             CNB25800
131300           SET WS-RULE-FOUND TO TRUE                              CNB25800
131400           MOVE CN-DATA            TO WS-RULE-DATA                CNB25800
131500        ELSE                                                      CNB25800
131600           IF NOT WS-CNTL-NOTFND                                  CNB25800
131700              MOVE 'P5000-READ-CNTL' TO WS-ABEND-PARAGRAPH        CNB25800
131800              MOVE WS-CNTL-STATUS  TO WS-ABEND-STATUS             CNB25800
131900              PERFORM P9999-GOT-PROBLEM                           CNB25800
132000           END-IF                                                 CNB25800
132100        END-IF                                                    CNB25800
132200     END-IF.                                                      CNB25800
132300*                                                                 CNB25800
132400 P5010-SEARCH-PROPOSED.                                           CNB25800
132500     IF WS-SM-KEY (WS-SM-SUB) = WS-RULE-KEY                       CNB25800
132600        SET WS-SM-HIT TO TRUE                                     CNB25800
132700        IF WS-SM-ACTION (WS-SM-SUB) = 'D'                         CNB25800
132800           MOVE 'N'                TO WS-RULE-FOUND-SW            CNB25800
132900           MOVE SPACES             TO WS-RULE-DATA                CNB25800
133000        ELSE                                                      CNB25800
133100           SET WS-RULE-FOUND TO TRUE                              CNB25800
133200           MOVE WS-SM-DATA (WS-SM-SUB) TO WS-RULE-DATA            CNB25800
133300        END-IF                                                    CNB25800
133400     END-IF.                                                      CNB25800
133500*                                                                 CNB25800
133600*    A BOARD RULE WITH THE CNP917 FALLBACK - '**' ON THE XB, THEN CNB25800
133700*    THE SUB-DISTRICT, THEN THE DISTRICT                          CNB25800
133800*                                                                 CNB25800
133900 P5100-GET-BOARD-RULE.                                            CNB25800
134000     MOVE WS-RB-DIST               TO WS-RK-DIST                  CNB25800
134100     MOVE WS-RB-SDIST              TO WS-RK-SDIST                 CNB25800
134200     MOVE WS-RB-CC                 TO WS-RK-CC                    CNB25800
134300     PERFORM P5000-GET-RULE                                       CNB25800
134400     IF NOT WS-RULE-FOUND                                         CNB25800
134500        MOVE '**'                  TO WS-RK-CC                    CNB25800
134600        PERFORM P5000-GET-RULE                                    CNB25800
134700        IF NOT WS-RULE-FOUND                                      CNB25800
134800           MOVE '**'               TO WS-RK-SDIST                 CNB25800
134900           PERFORM P5000-GET-RULE                                 CNB25800
135000           IF NOT WS-RULE-FOUND                                   CNB25800
135100              MOVE '**'            TO WS-RK-DIST                  CNB25800
135200              PERFORM P5000-GET-RULE                              CNB25800
135300           END-IF                                                 CNB25800
135400        END-IF                                                    CNB25800
135500     END-IF.                                                      CNB25800
135600*                                                                 CNB25800
135700*    LAST CALL OR TIE-UP OF WS-CAND-EMP AT OR BEFORE THE CALL -   CNB25800
135800*    REST SINCE A TIE-UP, -1 WHEN ON DUTY, 99999 WHEN NONE HELD   CNB25800
135900*                                                                 CNB25800
136000 P6100-CANDIDATE-REST.                                            CNB25800
136100     MOVE 99999                    TO WS-CAND-REST                CNB25800
136200     MOVE WS-CAND-EMP              TO WS-SK-EMP-NBR               CNB25800
136300     MOVE WS-CALL-STAMP            TO WS-SK-STAMP                 CNB25800
136400     MOVE ZEROS                    TO WS-SK-FOUND                 CNB25800
136500     MOVE 1                        TO WS-SK-LO                    CNB25800
136600     MOVE WS-JH-COUNT              TO WS-SK-HI                    CNB25800
136700     PERFORM P6110-HALVE UNTIL WS-SK-LO > WS-SK-HI                CNB25800
136800     IF WS-SK-FOUND > ZEROS                                       CNB25800
136900        IF WS-JH-EMP-NBR (WS-SK-FOUND) = WS-CAND-EMP              CNB25800
137000           IF WS-JH-CALL (WS-SK-FOUND)                            CNB25800
137100              MOVE -1              TO WS-CAND-REST                CNB25800
137200           ELSE                                                   CNB25800
137300              COMPUTE WS-CAND-REST = WS-CALL-MINS                 CNB25800
137400                                   - WS-JH-MINS (WS-SK-FOUND)     CNB25800
137500           END-IF                                                 CNB25800
137600        END-IF                                                    CNB25800
137700     END-IF.                                                      CNB25800
137800*                                                                 CNB25800
137900 P6110-HALVE.                                                     CNB25800
138000     COMPUTE WS-SK-MID = (WS-SK-LO + WS-SK-HI) / 2                CNB25800
138100     IF WS-JH-KEY (WS-SK-MID) NOT > WS-SK-KEY                     CNB25800
138200        MOVE WS-SK-MID             TO WS-SK-FOUND                 CNB25800
138300        COMPUTE WS-SK-LO = WS-SK-MID + 1                          CNB25800
138400     ELSE                                                         CNB25800
138500        COMPUTE WS-SK-HI = WS-SK-MID - 1                          CNB25800
138600     END-IF.                                                      CNB25800
138700*                                                                 CNB25800
138800 P6200-FIND-BOARD.                                                CNB25800
138900     MOVE WS-JH-BOARD (WS-JH-SUB)  TO WS-RULE-BOARD               CNB25800
139000     PERFORM P6210-LOOKUP-BOARD.                                  CNB25800
139100*                                                                 CNB25800
139200 P6210-LOOKUP-BOARD.                                              CNB25800
139300     MOVE ZEROS                    TO WS-BD-AT                    CNB25800
139400     PERFORM P6220-MATCH-BOARD                                    CNB25800
139500             VARYING WS-BD-SUB FROM 1 BY 1                        CNB25800
139600             UNTIL WS-BD-SUB > WS-BD-COUNT                        CNB25800
139700                OR WS-BD-AT > ZEROS.                              CNB25800
139800*                                                                 CNB25800
139900 P6220-MATCH-BOARD.                                               CNB25800
140000     IF WS-BD-BOARD (WS-BD-SUB) = WS-RULE-BOARD                   CNB25800
140100        MOVE WS-BD-SUB             TO WS-BD-AT                    CNB25800
140200     END-IF.                                                      CNB25800
140300*                                                                 CNB25800
140400 P6300-FIND-EMP-TURN.                                             CNB25800
140500     MOVE ZEROS                    TO WS-EB-AT                    CNB25800
140600     PERFORM P6310-MATCH-EMP                                      CNB25800
140700             VARYING WS-EB-SUB FROM 1 BY 1                        CNB25800
140800             UNTIL WS-EB-SUB > WS-EB-COUNT                        CNB25800
140900                OR WS-EB-AT > ZEROS.                              CNB25800
141000*                                                                 CNB25800
141100 P6310-MATCH-EMP.                                                 CNB25800
141200     IF WS-EB-EMP-NBR (WS-EB-SUB) = WS-CAND-EMP                   CNB25800
141300        MOVE WS-EB-SUB             TO WS-EB-AT                    CNB25800
141400     END-IF.                                                      CNB25800
141500*                                                                 CNB25800
141600 P7000-DATE-TO-SERIAL.                                            CNB25800
141700     MOVE ZEROS                    TO WS-SERIAL-RESULT            CNB25800
141800     IF WS-SERIAL-DATE-X NUMERIC                                  CNB25800
141900        AND WS-SD-MM > 0 AND WS-SD-MM < 13                        CNB25800
142000        COMPUTE WS-SERIAL-RESULT =                                CNB25800
142100            (WS-SD-CCYY * 365) + WS-CDT-DAYS (WS-SD-MM)           CNB25800
142200          + WS-SD-DD                                              CNB25800
142300        DIVIDE WS-SD-CCYY BY 4                                    CNB25800
142400               GIVING WS-LEAP-QUOT                                CNB25800
142500               REMAINDER WS-LEAP-REM                              CNB25800
142600        ADD WS-LEAP-QUOT           TO WS-SERIAL-RESULT            CNB25800
142700        IF WS-LEAP-REM = ZEROS AND WS-SD-MM < 3                   CNB25800
142800           SUBTRACT 1 FROM WS-SERIAL-RESULT                       CNB25800
142900        END-IF                                                    CNB25800
143000     END-IF.                                                      CNB25800
143100*                                                                 CNB25800
143200*    CCYYMMDDHHMM IN WS-STAMP TO MINUTES                          CNB25800
143300*                                                                 CNB25800
143400 P7100-STAMP-MINUTES.                                             CNB25800
143500     MOVE WS-ST-DATE               TO WS-SERIAL-DATE-X            CNB25800
143600     PERFORM P7000-DATE-TO-SERIAL                                 CNB25800
143700     MOVE ZEROS                    TO WS-STAMP-MINS               CNB25800
143800     IF WS-ST-HH NUMERIC AND WS-ST-MN NUMERIC                     CNB25800
143900        COMPUTE WS-STAMP-MINS = (WS-SERIAL-RESULT * 1440)         CNB25800
144000                              + (WS-ST-HH * 60) + WS-ST-MN        CNB25800
144100     END-IF.                                                      CNB25800
144200*                                                                 CNB25800
144300*    MINUTES TO HHH:MM, HELD AT 999:59 (NO TIE-UP IN THE PERIOD)  CNB25800
144400*                                                                 CNB25800
144500 P7200-FORMAT-REST.                                               CNB25800
144600     IF WS-FMT-MINS > 59999                                       CNB25800
144700        MOVE 59999                 TO WS-FMT-MINS                 CNB25800
144800     END-IF                                                       CNB25800
144900     DIVIDE WS-FMT-MINS BY 60                                     CNB25800
145000            GIVING WS-FMT-HH                                      CNB25800
145100            REMAINDER WS-FMT-MN                                   CNB25800
145200     MOVE WS-FMT-HH                TO WS-FR-HH                    CNB25800
145300     MOVE WS-FMT-MN                TO WS-FR-MN.                   CNB25800
145400*                                                                 CNB25800
145500 P8000-PRINT-REPORT.                                              CNB25800
145600     MOVE SPACES                   TO RPT-LINE                    CNB25800
145700     WRITE RPT-LINE                                               CNB25800
145800     MOVE 'DIFFERENCES BY BOARD - ACTUAL RULES AGAINST PROPOSED'  CNB25800
145900                                   TO TTL-TEXT                    CNB25800
146000     PERFORM P8900-PRINT-TITLE                                    CNB25800
146100     WRITE RPT-LINE FROM WS-DF-HDR-LINE                           CNB25800
146200     PERFORM P8100-PRINT-DIFFERENCE                               CNB25800
146300             VARYING WS-DF-SUB FROM 1 BY 1                        CNB25800
146400             UNTIL WS-DF-SUB > WS-DF-COUNT                        CNB25800
146500     IF WS-DF-COUNT = ZEROS                                       CNB25800
146600        MOVE '  NO DIFFERENCES'    TO RPT-LINE                    CNB25800
146700        WRITE RPT-LINE                                            CNB25800
146800     END-IF                                                       CNB25800
146900     MOVE SPACES                   TO RPT-LINE                    CNB25800
147000     WRITE RPT-LINE                                               CNB25800
147100     MOVE 'SUMMARY BY BOARD - ACTUAL / PROPOSED SIDE BY SIDE'     CNB25800
147200                                   TO TTL-TEXT                    CNB25800
147300     PERFORM P8900-PRINT-TITLE                                    CNB25800
147400     WRITE RPT-LINE FROM WS-BD-HDR-LINE1                          CNB25800
147500     WRITE RPT-LINE FROM WS-BD-HDR-LINE2                          CNB25800
147600     PERFORM P8200-PRINT-BOARD                                    CNB25800
147700             VARYING WS-BD-SUB FROM 1 BY 1                        CNB25800
147800             UNTIL WS-BD-SUB > WS-BD-COUNT.                       CNB25800
147900*                                                                 CNB25800
148000 P8100-PRINT-DIFFERENCE.                                          CNB25800
148100     MOVE WS-DF-KEY (WS-DF-SUB) (1:2)  TO DFL-DIST                CNB25800
148200     MOVE WS-DF-KEY (WS-DF-SUB) (3:2)  TO DFL-SDIST               CNB25800
148300     MOVE WS-DF-KEY (WS-DF-SUB) (5:2)  TO DFL-CC                  CNB25800
148400     MOVE WS-DF-KEY (WS-DF-SUB) (7:8)  TO DFL-DATE                CNB25800
148500     MOVE WS-DF-KEY (WS-DF-SUB) (15:4) TO DFL-TIME                CNB25800
148600     MOVE WS-DF-TYPE (WS-DF-SUB)       TO DFL-TYPE                CNB25800
148700     MOVE WS-DF-ACT-EMP (WS-DF-SUB)    TO DFL-ACT-EMP             CNB25800
148800     MOVE WS-DF-ACT-TEXT (WS-DF-SUB)   TO DFL-ACT-TEXT            CNB25800
148900     MOVE WS-DF-PROP-EMP (WS-DF-SUB)   TO DFL-PROP-EMP            CNB25800
149000     MOVE WS-DF-PROP-TEXT (WS-DF-SUB)  TO DFL-PROP-TEXT           CNB25800
149100     WRITE RPT-LINE FROM WS-DF-LINE.                              CNB25800
149200*                                                                 CNB25800
149300 P8200-PRINT-BOARD.                                               CNB25800
149400     MOVE WS-BD-DIST (WS-BD-SUB)   TO BDL-DIST                    CNB25800
149500     MOVE WS-BD-SDIST (WS-BD-SUB)  TO BDL-SDIST                   CNB25800
149600     MOVE WS-BD-CC (WS-BD-SUB)     TO BDL-CC                      CNB25800
149700     COMPUTE BDL-TURNS = WS-BD-LAST (WS-BD-SUB)                   CNB25800
149800                       - WS-BD-FIRST (WS-BD-SUB) + 1              CNB25800
149900     MOVE WS-BD-REST-ACT (WS-BD-SUB) TO WS-FMT-MINS               CNB25800
150000     PERFORM P7200-FORMAT-REST                                    CNB25800
150100     MOVE WS-FMT-REST              TO BDL-REST-ACT                CNB25800
150200     MOVE WS-BD-REST-PROP (WS-BD-SUB) TO WS-FMT-MINS              CNB25800
150300     PERFORM P7200-FORMAT-REST                                    CNB25800
150400     MOVE WS-FMT-REST              TO BDL-REST-PROP               CNB25800
150500     MOVE WS-BD-MIN-ACT (WS-BD-SUB) TO BDL-MIN-ACT                CNB25800
150600     MOVE WS-BD-MIN-PROP (WS-BD-SUB) TO BDL-MIN-PROP              CNB25800
150700     MOVE WS-BD-CALLS (WS-BD-SUB)  TO BDL-CALLS                   CNB25800
150800     MOVE WS-BD-BLOCKED (WS-BD-SUB) TO BDL-BLOCKED                CNB25800
150900     MOVE WS-BD-ALLOWED (WS-BD-SUB) TO BDL-ALLOWED                CNB25800
151000     MOVE WS-BD-DIFF-CALLED (WS-BD-SUB) TO BDL-DIFF-CALLED        CNB25800
151100     MOVE WS-BD-MISSES (WS-BD-SUB) TO BDL-MISSES                  CNB25800
151200     MOVE WS-BD-PEN-DIFF (WS-BD-SUB) TO BDL-PEN-DIFF              CNB25800
151300     MOVE WS-BD-SHORT-ACT (WS-BD-SUB) TO BDL-SHORT-ACT            CNB25800
151400     MOVE WS-BD-SHORT-PROP (WS-BD-SUB) TO BDL-SHORT-PROP          CNB25800
151500     WRITE RPT-LINE FROM WS-BD-LINE.                              CNB25800
151600*                                                                 CNB25800
151700 P8900-PRINT-TITLE.                                               CNB25800
151800     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB25800
151900     MOVE SPACES                   TO RPT-LINE                    CNB25800
152000     WRITE RPT-LINE.                                              CNB25800
152100*                                                                 CNB25800
152200 P9000-TERMINATE.                                                 CNB25800
152300     MOVE SPACES                   TO RPT-LINE                    CNB25800
152400     WRITE RPT-LINE                                               CNB25800
152500     MOVE 'SIMTRAN CARDS READ ........' TO CNT-LABEL              CNB25800
152600     MOVE WS-SIM-COUNT             TO CNT-VALUE                   CNB25800
152700     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25800
152800     MOVE '  REJECTED ................' TO CNT-LABEL              CNB25800
152900     MOVE WS-SIM-REJ-COUNT         TO CNT-VALUE                   CNB25800
153000     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25800
153100     MOVE 'SNAPSHOT TURNS READ .......' TO CNT-LABEL              CNB25800
153200     MOVE WS-EB-READ-COUNT         TO CNT-VALUE                   CNB25800
153300     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25800
153400     MOVE '  ON BOARD, HELD ..........' TO CNT-LABEL              CNB25800
153500     MOVE WS-EB-COUNT              TO CNT-VALUE                   CNB25800
153600     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25800
153700     MOVE 'HISTORY RECORDS READ ......' TO CNT-LABEL              CNB25800
153800     MOVE WS-JH-READ-COUNT         TO CNT-VALUE                   CNB25800
153900     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25800
154000     MOVE 'CALLS IN PERIOD ...........' TO CNT-LABEL              CNB25800
154100     MOVE WS-CALL-COUNT            TO CNT-VALUE                   CNB25800
154200     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25800
154300     MOVE '  BOARD NOT ON SNAPSHOT ...' TO CNT-LABEL              CNB25800
154400     MOVE WS-NOBOARD-COUNT         TO CNT-VALUE                   CNB25800
154500     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25800
154600     MOVE 'BYPASSES IN PERIOD ........' TO CNT-LABEL              CNB25800
154700     MOVE WS-BY-READ-COUNT         TO CNT-VALUE                   CNB25800
154800     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25800
154900     MOVE 'PHONE LOG ENTRIES READ ....' TO CNT-LABEL              CNB25800
155000     MOVE WS-PLOG-READ-COUNT       TO CNT-VALUE                   CNB25800
155100     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25800
155200     MOVE 'MISSED CALLS IN PERIOD ....' TO CNT-LABEL              CNB25800
155300     MOVE WS-MISS-COUNT            TO CNT-VALUE                   CNB25800
155400     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25800
155500     MOVE 'DIFFERENCES LISTED ........' TO CNT-LABEL              CNB25800
155600     MOVE WS-DF-COUNT              TO CNT-VALUE                   CNB25800
155700     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB25800
155800     IF WS-EB-LOST-COUNT > ZEROS                                  CNB25800
155900        MOVE '** SNAPSHOT TABLE FULL' TO CNT-LABEL                CNB25800
156000        MOVE WS-EB-LOST-COUNT      TO CNT-VALUE                   CNB25800
156100        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25800
156200     END-IF                                                       CNB25800
156300     IF WS-JH-LOST-COUNT > ZEROS                                  CNB25800
156400        MOVE '** HISTORY TABLE FULL' TO CNT-LABEL                 CNB25800
156500        MOVE WS-JH-LOST-COUNT      TO CNT-VALUE                   CNB25800
156600        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25800
156700     END-IF                                                       CNB25800
156800     IF WS-DF-LOST-COUNT > ZEROS                                  CNB25800
156900        MOVE '** DIFFERENCES NOT LISTED ..' TO CNT-LABEL          CNB25800
157000        MOVE WS-DF-LOST-COUNT      TO CNT-VALUE                   CNB25800
157100        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25800
157200     END-IF                                                       CNB25800
157300     CLOSE CNTL-FILE                                              CNB25800
157400           BY-FILE                                                CNB25800
157500           PLOG-FILE                                              CNB25800
157600           RPT-FILE.                                              CNB25800
157700*                                                                 CNB25800
157800 P9999-GOT-PROBLEM.                                               CNB25800
157900     MOVE 'CNB258'                 TO XE-PROGRAM                  CNB25800
158000     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB25800
158100     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB25800
158200     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB25800
158300     DISPLAY 'CNB258 ABEND IN ' WS-ABEND-PARAGRAPH                CNB25800
158400              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB25800
158500     MOVE 16 TO RETURN-CODE                                       CNB25800
158600     GOBACK.                                                      CNB25800
