000100 IDENTIFICATION DIVISION.                                         CNB26300
000200 PROGRAM-ID. CNB263.                                              CNB26300
000300*AUTHOR.     JMC.                                                 CNB26300
000400*DATE-WRITTEN. 10/15/26.                                          CNB26300
000500*REMARKS.                                                         CNB26300
000600*    TRAIN-LEVEL CREW COST ROLLUP.  EVERY PIECE OF WHAT A TRAIN   CNB26300
000700*    COSTS IN CREWS IS ALREADY HELD - TIMESLIP WAGES, DEADHEAD,   CNB26300
000800*    HELD-AWAY CLAIMS (CNB160), LODGING (CNB203), CREW            CNB26300
000900*    TRANSPORTATION (CNB202) AND ARBITRARIES (CNB241) - BUT EACH  CNB26300
001000*    SITS IN ITS OWN FILE KEYED BY EMPLOYEE, AND NOBODY ADDED     CNB26300
001100*    THEM UP PER TRAIN.  EACH SOURCE'S EXTRACT STEP WRITES ITS    CNB26300
001200*    COSTS IN THE COMMON CCEXT SHAPE BELOW (COMPONENT, EMPLOYEE,  CNB26300
001300*    EVENT TIME, TRAIN WHEN THE SOURCE KNOWS IT, AMOUNT, MILES)   CNB26300
001400*    AND THE STEPS ARE CONCATENATED AND SORTED BY EMPLOYEE AND    CNB26300
001500*    EVENT TIME AHEAD OF THIS RUN.  FUNCTIONS FROM THE PARM CARD: CNB26300
001600*      ATTRIB  - PUTS EACH COST OF THE PARM MONTH (CCYYMM, BLANK  CNB26300
001700*                = THE PRIOR MONTH) ON A TRAIN RUN.  ARBREG HOLDS CNB26300
001800*                EVERY CALL CNP919 MAKES WITH ITS TRAIN SYMBOL    CNB26300
001900*                (LAST-TRAIN-SYMBOL) AND TRAIN DATE-TIME, BY      CNB26300
002000*                EMPLOYEE AND CALL TIME, SO A PASS OF ARBREG IN   CNB26300
002100*                STEP WITH CCEXT GIVES THE EMPLOYEE'S LATEST CALL CNB26300
002200*                AT OR BEFORE THE COST.  THAT CALL'S RUN TAKES    CNB26300
002300*                THE COST, UNLESS THE SOURCE NAMED A DIFFERENT    CNB26300
002400*                TRAIN, WHICH THEN TAKES IT ON THE EVENT DATE.    CNB26300
002500*                ATTRIBUTED COSTS GO TO CCTRN FOR THE SORT STEP   CNB26300
002600*                (TRAIN, TRAIN DATE-TIME); COSTS WITH NO CALL AND CNB26300
002700*                NO TRAIN ARE LISTED AND TOTALED BY COMPONENT.    CNB26300
002800*      ROLLUP  - READS THE SORTED CCTRN.  THE RUN IS A TRAIN AND  CNB26300
002900*                TRAIN DATE-TIME; ITS MILES ARE THE GREATEST      CNB26300
003000*                MILES ANY OF ITS CREW REPORTED.  PER TRAIN: RUNS,CNB26300
003100*                EACH COMPONENT, TOTAL, COST PER RUN, MILES, COST CNB26300
003200*                PER MILE, AND THE TREND - COST PER RUN AGAINST   CNB26300
003300*                THE PRIOR MONTH FROM TCHIST, WHICH THIS RUN      CNB26300
003400*                UPDATES WITH THE MONTH'S FIGURES.  THEN THE 20   CNB26300
003500*                MOST EXPENSIVE TRAINS OF THE MONTH BY TOTAL CREW CNB26300
003600*                COST.                                            CNB26300
003700*    ALL AMOUNTS ARE DOLLARS AND CENTS; THE REPORT SHOWS WHOLE    CNB26300
003800*    DOLLARS EXCEPT COST PER MILE.                                CNB26300
003900*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB26300
004000*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB26300
004100*                                                                 CNB26300
004200*TBD  THE CCEXT SHAPE IS THE HANDOFF AGREED FOR THIS RUN; EACH    CNB26300
004300*SOURCE'S EXTRACT STEP OWNS THE MAPPING FROM ITS OWN RECORDS      CNB26300
004400*(COMPONENTS WG WAGES, DH DEADHEAD, HA HELD-AWAY, LD LODGING,     CNB26300
004500*TR TRANSPORTATION, AR ARBITRARIES).  ARBREG MUST NOT BE PURGED   CNB26300
004600*(CNB241 PURGE-BEFORE) INSIDE A MONTH NOT YET ROLLED UP.  VERIFY  CNB26300
004700*BEFORE NEXT COMPILE.                                             CNB26300
004800*                                                                 CNB26300
004900 ENVIRONMENT DIVISION.                                            CNB26300
005000 CONFIGURATION SECTION.                                           CNB26300
005100 SOURCE-COMPUTER.  IBM-370.                                       CNB26300
005200 OBJECT-COMPUTER.  IBM-370.                                       CNB26300
005300 INPUT-OUTPUT SECTION.                                            CNB26300
005400 FILE-CONTROL.                                                    CNB26300
005500     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB26300
005600            ORGANIZATION  SEQUENTIAL                              CNB26300
005700            FILE STATUS   WS-PARM-STATUS.                         CNB26300
005800     SELECT CCEXT-FILE   ASSIGN TO CCEXT                          CNB26300
005900            ORGANIZATION  SEQUENTIAL                              CNB26300
006000            FILE STATUS   WS-CCEXT-STATUS.                        CNB26300
006100     SELECT AR-FILE      ASSIGN TO ARBREG                         CNB26300
006200            ORGANIZATION  INDEXED                                 CNB26300
006300            ACCESS MODE   SEQUENTIAL                              CNB26300
006400            RECORD KEY    AR-KEY                                  CNB26300
006500            FILE STATUS   WS-AR-STATUS.                           CNB26300
006600     SELECT CCTRN-FILE   ASSIGN TO CCTRN                          CNB26300
006700            ORGANIZATION  SEQUENTIAL                              CNB26300
006800            FILE STATUS   WS-CCTRN-STATUS.                        CNB26300
006900     SELECT TH-FILE      ASSIGN TO TCHIST                         CNB26300
007000            ORGANIZATION  INDEXED                                 CNB26300
007100            ACCESS MODE   DYNAMIC                                 CNB26300
007200            RECORD KEY    TH-KEY                                  CNB26300
007300            FILE STATUS   WS-TH-STATUS.                           CNB26300
007400     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB26300
007500            ORGANIZATION  LINE SEQUENTIAL                         CNB26300
007600            FILE STATUS   WS-RPT-STATUS.                          CNB26300
007700*                                                                 CNB26300
007800 DATA DIVISION.                                                   CNB26300
007900 FILE SECTION.                                                    CNB26300
008000 FD  PARM-FILE                                                    CNB26300
008100     RECORD CONTAINS 80 CHARACTERS.                               CNB26300
008200 01  WS-PARM-RECORD.                                              CNB26300
008300     05  PARM-FUNC                 PIC X(8).                      CNB26300
008400     05  PARM-DATE-TIME            PIC X(12).                     CNB26300
008500     05  PARM-MONTH                PIC X(6).                      CNB26300
008600     05  FILLER                    PIC X(54).                     CNB26300
008700 FD  CCEXT-FILE                                                   CNB26300
008800     RECORD CONTAINS 80 CHARACTERS.                               CNB26300
008900 01  WS-CCEXT-RECORD.                                             CNB26300
009000     05  CC-COMPONENT              PIC X(2).                      CNB26300
009100     05  CC-EMP-NBR                PIC X(9).                      CNB26300
009200*    YYMMDDHHMM:                                                  CNB26300
009300     05  CC-EVENT-DATE-TIME        PIC X(10).                     CNB26300
009400     05  CC-TRAIN                  PIC X(10).                     CNB26300
009500     05  CC-AMOUNT                 PIC S9(7)V99.                  CNB26300
009600     05  CC-MILES                  PIC 9(5).                      CNB26300
009700     05  FILLER                    PIC X(35).                     CNB26300
009800 FD  AR-FILE                                                      CNB26300
009900     RECORD CONTAINS 150 CHARACTERS.                              CNB26300
010000 01  AR-RECORD.                                                   CNB26300
010100     05  AR-KEY.                                                  CNB26300
010200         10  AR-EMP-NBR            PIC X(9).                      CNB26300
010300         10  AR-CALL-DATE-TIME     PIC X(10).                     CNB26300
010400     05  AR-EMP-NAME               PIC X(26).                     CNB26300
010500     05  AR-TRAIN                  PIC X(10).                     CNB26300
010600     05  AR-TRAIN-DATE-TIME        PIC X(10).                     CNB26300
010700     05  FILLER                    PIC X(85).                     CNB26300
010800 FD  CCTRN-FILE                                                   CNB26300
010900     RECORD CONTAINS 80 CHARACTERS.                               CNB26300
011000 01  WS-CCTRN-RECORD.                                             CNB26300
011100     05  CT-RUN-KEY.                                              CNB26300
011200         10  CT-TRAIN              PIC X(10).                     CNB26300
011300         10  CT-TRAIN-DATE-TIME    PIC X(10).                     CNB26300
011400     05  CT-COMPONENT              PIC X(2).                      CNB26300
011500     05  CT-EMP-NBR                PIC X(9).                      CNB26300
011600     05  CT-AMOUNT                 PIC S9(7)V99.                  CNB26300
011700     05  CT-MILES                  PIC 9(5).                      CNB26300
011800     05  FILLER                    PIC X(35).                     CNB26300
011900 FD  TH-FILE                                                      CNB26300
012000     RECORD CONTAINS 80 CHARACTERS.                               CNB26300
012100 01  TH-RECORD.                                                   CNB26300
012200     05  TH-KEY.                                                  CNB26300
012300         10  TH-TRAIN              PIC X(10).                     CNB26300
012400*        CCYYMM:                                                  CNB26300
012500         10  TH-MONTH              PIC X(6).                      CNB26300
012600     05  TH-RUNS                   PIC 9(5).                      CNB26300
012700     05  TH-MILES                  PIC 9(7).                      CNB26300
012800     05  TH-COST                   PIC S9(9)V99.                  CNB26300
012900     05  TH-RUN-DATE-TIME          PIC X(12).                     CNB26300
013000     05  FILLER                    PIC X(29).                     CNB26300
013100 FD  RPT-FILE                                                     CNB26300
013200     RECORD CONTAINS 132 CHARACTERS.                              CNB26300
013300 01  RPT-LINE                      PIC X(132).                    CNB26300
013400*                                                                 CNB26300
013500 WORKING-STORAGE SECTION.                                         CNB26300
013600 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB26300
013700     88  WS-PARM-OK                       VALUE '00'.             CNB26300
013800 01  WS-CCEXT-STATUS               PIC XX VALUE SPACES.           CNB26300
013900     88  WS-CCEXT-OK                      VALUE '00'.             CNB26300
014000 01  WS-AR-STATUS                  PIC XX VALUE SPACES.           CNB26300
014100     88  WS-AR-OK                         VALUE '00'.             CNB26300
014200 01  WS-CCTRN-STATUS               PIC XX VALUE SPACES.           CNB26300
014300     88  WS-CCTRN-OK                      VALUE '00'.             CNB26300
014400 01  WS-TH-STATUS                  PIC XX VALUE SPACES.           CNB26300
014500     88  WS-TH-OK                         VALUE '00'.             CNB26300
014600     88  WS-TH-NOTFND                     VALUE '23'.             CNB26300
014700 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB26300
014800     88  WS-RPT-OK                        VALUE '00'.             CNB26300
014900 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB26300
015000 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB26300
015100 COPY WSERRLOG.                                                   CNB26300
015200 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB26300
015300     88  WS-FUNC-ATTRIB                   VALUE 'ATTRIB'.         CNB26300
015400     88  WS-FUNC-ROLLUP                   VALUE 'ROLLUP'.         CNB26300
015500 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB26300
015600 01  WS-RUN-STAMP                  PIC X(12) VALUE SPACES.        CNB26300
015700 01  WS-COST-MONTH.                                               CNB26300
015800     05  WS-CM-CCYY                PIC 9(4) VALUE ZEROS.          CNB26300
015900     05  WS-CM-MM                  PIC 9(2) VALUE ZEROS.          CNB26300
016000 01  WS-COST-MONTH-X REDEFINES WS-COST-MONTH                      CNB26300
016100                                   PIC X(6).                      CNB26300
016200 01  WS-PRIOR-MONTH.                                              CNB26300
016300     05  WS-PM-CCYY                PIC 9(4) VALUE ZEROS.          CNB26300
016400     05  WS-PM-MM                  PIC 9(2) VALUE ZEROS.          CNB26300
016500 01  WS-PRIOR-MONTH-X REDEFINES WS-PRIOR-MONTH                    CNB26300
016600                                   PIC X(6).                      CNB26300
016700 01  WS-CCEXT-EOF-SW               PIC X  VALUE 'N'.              CNB26300
016800     88  WS-EOF-CCEXT                     VALUE 'Y'.              CNB26300
016900 01  WS-AR-EOF-SW                  PIC X  VALUE 'N'.              CNB26300
017000     88  WS-EOF-AR                        VALUE 'Y'.              CNB26300
017100 01  WS-CCTRN-EOF-SW               PIC X  VALUE 'N'.              CNB26300
017200     88  WS-EOF-CCTRN                     VALUE 'Y'.              CNB26300
017300*                                                                 CNB26300
017400*    ATTRIB - THE CCEXT SEQUENCE AND THE EMPLOYEE'S LATEST CALL   CNB26300
017500*                                                                 CNB26300
017600 01  WS-CC-KEY                     PIC X(19) VALUE LOW-VALUES.    CNB26300
017700 01  WS-CC-PREV-KEY                PIC X(19) VALUE LOW-VALUES.    CNB26300
017800 01  WS-LAST-CALL.                                                CNB26300
017900     05  WS-LC-EMP-NBR             PIC X(9)  VALUE SPACES.        CNB26300
018000     05  WS-LC-TRAIN               PIC X(10) VALUE SPACES.        CNB26300
018100     05  WS-LC-TRAIN-DATE-TIME     PIC X(10) VALUE SPACES.        CNB26300
018200 01  WS-COMP-SUB                   PIC S9(4) COMP VALUE ZEROS.    CNB26300
018300 01  WS-FIND-COMP                  PIC X(2) VALUE SPACES.         CNB26300
018400*                                                                 CNB26300
018500*    THE COMPONENTS IN REPORT ORDER                               CNB26300
018600*                                                                 CNB26300
018700 01  WS-COMP-CODES                 PIC X(12) VALUE 'WGDHHALDTRAR'.CNB26300
018800 01  WS-COMP-CODES-R REDEFINES WS-COMP-CODES.                     CNB26300
018900     05  WS-COMP-CODE OCCURS 6 TIMES                              CNB26300
019000                                   PIC X(2).                      CNB26300
019100 01  WS-COMP-NAMES.                                               CNB26300
019200     05  FILLER                    PIC X(14) VALUE 'WAGES'.       CNB26300
019300     05  FILLER                    PIC X(14) VALUE 'DEADHEAD'.    CNB26300
019400     05  FILLER                    PIC X(14) VALUE 'HELD-AWAY'.   CNB26300
019500     05  FILLER                    PIC X(14) VALUE 'LODGING'.     CNB26300
019600     05  FILLER                    PIC X(14) VALUE                CNB26300
019700         'TRANSPORTATION'.                                        CNB26300
019800     05  FILLER                    PIC X(14) VALUE 'ARBITRARIES'. CNB26300
019900 01  WS-COMP-NAMES-R REDEFINES WS-COMP-NAMES.                     CNB26300
020000     05  WS-COMP-NAME OCCURS 6 TIMES                              CNB26300
020100                                   PIC X(14).                     CNB26300
020200 01  WS-UNATT-TABLE.                                              CNB26300
020300     05  WS-UNATT-AMOUNT OCCURS 6 TIMES                           CNB26300
020400                                   PIC S9(9)V99.                  CNB26300
020500 01  WS-UNATT-COUNT                PIC 9(7) VALUE ZEROS.          CNB26300
020600*                                                                 CNB26300
020700*    ROLLUP - RUN AND TRAIN ACCUMULATORS                          CNB26300
020800*                                                                 CNB26300
020900 01  WS-RUN-KEY                    PIC X(20) VALUE LOW-VALUES.    CNB26300
021000 01  WS-PREV-RUN-KEY               PIC X(20) VALUE LOW-VALUES.    CNB26300
021100 01  WS-CUR-TRAIN                  PIC X(10) VALUE SPACES.        CNB26300
021200 01  WS-RUN-MILES                  PIC 9(5) VALUE ZEROS.          CNB26300
021300 01  WS-TRAIN-RUNS                 PIC 9(5) VALUE ZEROS.          CNB26300
021400 01  WS-TRAIN-MILES                PIC 9(7) VALUE ZEROS.          CNB26300
021500 01  WS-TRAIN-COST                 PIC S9(9)V99 VALUE ZEROS.      CNB26300
021600 01  WS-TRAIN-COMP-TABLE.                                         CNB26300
021700     05  WS-TRAIN-COMP OCCURS 6 TIMES                             CNB26300
021800                                   PIC S9(9)V99.                  CNB26300
021900 01  WS-PER-RUN                    PIC S9(9)V99 VALUE ZEROS.      CNB26300
022000 01  WS-PER-MILE                   PIC S9(5)V99 VALUE ZEROS.      CNB26300
022100 01  WS-PRIOR-PER-RUN              PIC S9(9)V99 VALUE ZEROS.      CNB26300
022200 01  WS-CHANGE-PCT                 PIC S9(5) VALUE ZEROS.         CNB26300
022300 01  WS-PRIOR-SW                   PIC X  VALUE 'N'.              CNB26300
022400     88  WS-HAVE-PRIOR                    VALUE 'Y'.              CNB26300
022500 01  WS-TOT-RUNS                   PIC 9(7) VALUE ZEROS.          CNB26300
022600 01  WS-TOT-MILES                  PIC 9(9) VALUE ZEROS.          CNB26300
022700 01  WS-TOT-COST                   PIC S9(11)V99 VALUE ZEROS.     CNB26300
022800 01  WS-TOT-COMP-TABLE.                                           CNB26300
022900     05  WS-TOT-COMP OCCURS 6 TIMES                               CNB26300
023000                                   PIC S9(11)V99.                 CNB26300
023100*                                                                 CNB26300
023200*    THE 20 MOST EXPENSIVE TRAINS, DEAREST FIRST                  CNB26300
023300*                                                                 CNB26300
023400 01  WS-TOP-MAX                    PIC S9(4) COMP VALUE 20.       CNB26300
023500 01  WS-TOP-COUNT                  PIC S9(4) COMP VALUE ZEROS.    CNB26300
023600 01  WS-TOP-SUB                    PIC S9(4) COMP VALUE ZEROS.    CNB26300
023700 01  WS-TOP-SUB2                   PIC S9(4) COMP VALUE ZEROS.    CNB26300
023800 01  WS-TOP-AT                     PIC S9(4) COMP VALUE ZEROS.    CNB26300
023900 01  WS-TOP-TABLE.                                                CNB26300
024000     05  WS-TOP-ENTRY OCCURS 21 TIMES.                            CNB26300
024100         10  WS-TOP-TRAIN          PIC X(10).                     CNB26300
024200         10  WS-TOP-RUNS           PIC 9(5).                      CNB26300
024300         10  WS-TOP-MILES          PIC 9(7).                      CNB26300
024400         10  WS-TOP-COST           PIC S9(9)V99.                  CNB26300
024500         10  WS-TOP-PER-RUN        PIC S9(9)V99.                  CNB26300
024600         10  WS-TOP-PER-MILE       PIC S9(5)V99.                  CNB26300
024700*                                                                 CNB26300
024800 01  WS-READ-COUNT                 PIC 9(7) VALUE ZEROS.          CNB26300
024900 01  WS-MONTH-COUNT                PIC 9(7) VALUE ZEROS.          CNB26300
025000 01  WS-WRITE-COUNT                PIC 9(7) VALUE ZEROS.          CNB26300
025100 01  WS-OTHER-TRAIN-COUNT          PIC 9(7) VALUE ZEROS.          CNB26300
025200 01  WS-BAD-COMP-COUNT             PIC 9(7) VALUE ZEROS.          CNB26300
025300 01  WS-TRAIN-COUNT                PIC 9(7) VALUE ZEROS.          CNB26300
025400 01  WS-HDR-LINE.                                                 CNB26300
025500     05  FILLER                PIC X(38)  VALUE                   CNB26300
025600         'CNB263 - TRAIN CREW COST ROLLUP'.                       CNB26300
025700     05  FILLER                PIC X(2)   VALUE SPACES.           CNB26300
025800     05  HDR-FUNC              PIC X(8).                          CNB26300
025900     05  FILLER                PIC X(2)   VALUE SPACES.           CNB26300
026000     05  HDR-DATE-TIME         PIC X(12).                         CNB26300
026100     05  FILLER                PIC X(2)   VALUE SPACES.           CNB26300
026200     05  FILLER                PIC X(6)   VALUE 'MONTH '.         CNB26300
026300     05  HDR-MONTH             PIC X(6).                          CNB26300
026400     05  FILLER                PIC X(56)  VALUE SPACES.           CNB26300
026500 01  WS-TITLE-LINE.                                               CNB26300
026600     05  TTL-TEXT                  PIC X(80).                     CNB26300
026700     05  FILLER                    PIC X(52) VALUE SPACES.        CNB26300
026800 01  WS-UN-HDR-LINE.                                              CNB26300
026900     05  FILLER                    PIC X(40) VALUE                CNB26300
027000         'COMP EMPLOYEE  EVENT       TRAIN       '.               CNB26300
027100     05  FILLER                    PIC X(92) VALUE                CNB26300
027200         '     AMOUNT'.                                           CNB26300
027300 01  WS-UN-LINE.                                                  CNB26300
027400     05  UNL-COMPONENT             PIC X(2).                      CNB26300
027500     05  FILLER                    PIC X(3) VALUE SPACES.         CNB26300
027600     05  UNL-EMP-NBR               PIC X(9).                      CNB26300
027700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26300
027800     05  UNL-EVENT-DATE-TIME       PIC X(10).                     CNB26300
027900     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26300
028000     05  UNL-TRAIN                 PIC X(10).                     CNB26300
028100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26300
028200     05  UNL-AMOUNT                PIC Z,ZZZ,ZZ9.99-.             CNB26300
028300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26300
028400     05  UNL-NOTE                  PIC X(30).                     CNB26300
028500     05  FILLER                    PIC X(48) VALUE SPACES.        CNB26300
028600 01  WS-TR-HDR-LINE1.                                             CNB26300
028700     05  FILLER                    PIC X(40) VALUE                CNB26300
028800         'TRAIN        RUNS     WAGES  DEADHD  HLD'.              CNB26300
028900     05  FILLER                    PIC X(40) VALUE                CNB26300
029000         '-AW  LODGNG  TRANSP    ARBS      TOTAL  '.              CNB26300
029100     05  FILLER                    PIC X(52) VALUE                CNB26300
029200         ' PER RUN     MILES  /MILE PRIOR/RUN   CHG%'.            CNB26300
029300 01  WS-TR-LINE.                                                  CNB26300
029400     05  TRL-TRAIN                 PIC X(10).                     CNB26300
029500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26300
029600     05  TRL-RUNS                  PIC ZZ,ZZ9.                    CNB26300
029700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26300
029800     05  TRL-COMP-TABLE.                                          CNB26300
029900         10  TRL-WAGES             PIC Z,ZZZ,ZZ9.                 CNB26300
030000         10  FILLER                PIC X(1) VALUE SPACES.         CNB26300
030100         10  TRL-COMP OCCURS 5 TIMES.                             CNB26300
030200             15  TRL-COMP-AMT      PIC ZZZ,ZZ9.                   CNB26300
030300             15  FILLER            PIC X(1).                      CNB26300
030400     05  TRL-TOTAL                 PIC ZZ,ZZZ,ZZ9.                CNB26300
030500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26300
030600     05  TRL-PER-RUN               PIC Z,ZZZ,ZZ9.                 CNB26300
030700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26300
030800     05  TRL-MILES                 PIC Z,ZZZ,ZZ9.                 CNB26300
030900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26300
031000     05  TRL-PER-MILE              PIC ZZ9.99.                    CNB26300
031100     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26300
031200     05  TRL-PRIOR-PER-RUN         PIC Z,ZZZ,ZZ9.                 CNB26300
031300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26300
031400     05  TRL-CHANGE                PIC X(5).                      CNB26300
031500     05  TRL-CHANGE-N REDEFINES TRL-CHANGE                        CNB26300
031600                                   PIC ZZZ9-.                     CNB26300
031700     05  FILLER                    PIC X(5) VALUE SPACES.         CNB26300
031800 01  WS-TOP-HDR-LINE.                                             CNB26300
031900     05  FILLER                    PIC X(40) VALUE                CNB26300
032000         'RANK  TRAIN        RUNS      TOTAL   PER'.              CNB26300
032100     05  FILLER                    PIC X(92) VALUE                CNB26300
032200         ' RUN     MILES  /MILE'.                                 CNB26300
032300 01  WS-TOP-LINE.                                                 CNB26300
032400     05  TPL-RANK                  PIC Z9.                        CNB26300
032500     05  FILLER                    PIC X(4) VALUE SPACES.         CNB26300
032600     05  TPL-TRAIN                 PIC X(10).                     CNB26300
032700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26300
032800     05  TPL-RUNS                  PIC ZZ,ZZ9.                    CNB26300
032900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26300
033000     05  TPL-TOTAL                 PIC ZZ,ZZZ,ZZ9.                CNB26300
033100     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26300
033200     05  TPL-PER-RUN               PIC Z,ZZZ,ZZ9.                 CNB26300
033300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26300
033400     05  TPL-MILES                 PIC Z,ZZZ,ZZ9.                 CNB26300
033500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26300
033600     05  TPL-PER-MILE              PIC ZZ9.99.                    CNB26300
033700     05  FILLER                    PIC X(71) VALUE SPACES.        CNB26300
033800 01  WS-CNT-LINE.                                                 CNB26300
033900     05  CNT-LABEL                 PIC X(30).                     CNB26300
034000     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB26300
034100     05  FILLER                    PIC X(95) VALUE SPACES.        CNB26300
034200 01  WS-AMT-LINE.                                                 CNB26300
034300     05  AMT-LABEL                 PIC X(30).                     CNB26300
034400     05  AMT-VALUE                 PIC ZZZ,ZZZ,ZZ9.99-.           CNB26300
034500     05  FILLER                    PIC X(87) VALUE SPACES.        CNB26300
034600*                                                                 CNB26300
034700 PROCEDURE DIVISION.                                              CNB26300
034800 P0000-MAINLINE.                                                  CNB26300
034900     PERFORM P1000-INITIALIZE                                     CNB26300
035000     IF WS-FUNC-ATTRIB                                            CNB26300
035100        PERFORM P2000-ATTRIBUTE UNTIL WS-EOF-CCEXT                CNB26300
035200        PERFORM P2900-ATTRIB-TOTALS                               CNB26300
035300     ELSE                                                         CNB26300
035400        PERFORM P3000-ROLLUP UNTIL WS-EOF-CCTRN                   CNB26300
035500        IF WS-PREV-RUN-KEY NOT = LOW-VALUES                       CNB26300
035600           PERFORM P3200-END-RUN                                  CNB26300
035700           PERFORM P3300-END-TRAIN                                CNB26300
035800        END-IF                                                    CNB26300
035900        PERFORM P3900-ROLLUP-TOTALS                               CNB26300
036000     END-IF                                                       CNB26300
036100     PERFORM P9000-TERMINATE                                      CNB26300
036200     GOBACK.                                                      CNB26300
036300*                                                                 CNB26300
036400 P1000-INITIALIZE.                                                CNB26300
036500     OPEN INPUT PARM-FILE                                         CNB26300
036600     IF NOT WS-PARM-OK                                            CNB26300
036700        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB26300
036800        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB26300
036900        PERFORM P9999-GOT-PROBLEM                                 CNB26300
037000     END-IF                                                       CNB26300
037100     READ PARM-FILE                                               CNB26300
037200     IF NOT WS-PARM-OK                                            CNB26300
037300        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB26300
037400        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB26300
037500        PERFORM P9999-GOT-PROBLEM                                 CNB26300
037600     END-IF                                                       CNB26300
037700     MOVE PARM-FUNC                TO WS-FUNC                     CNB26300
037800     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB26300
037900     CLOSE PARM-FILE                                              CNB26300
038000     IF NOT WS-FUNC-ATTRIB AND NOT WS-FUNC-ROLLUP                 CNB26300
038100        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB26300
038200        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB26300
038300        PERFORM P9999-GOT-PROBLEM                                 CNB26300
038400     END-IF                                                       CNB26300
038500     MOVE '20'                     TO WS-RUN-STAMP (1:2)          CNB26300
038600     MOVE WS-RUN-DATE-TIME (1:10)  TO WS-RUN-STAMP (3:10)         CNB26300
038700     IF PARM-MONTH NUMERIC                                        CNB26300
038800        MOVE PARM-MONTH            TO WS-COST-MONTH-X             CNB26300
038900     ELSE                                                         CNB26300
039000        MOVE WS-RUN-STAMP (1:6)    TO WS-COST-MONTH-X             CNB26300
039100        IF WS-CM-MM = 01                                          CNB26300
039200           MOVE 12                 TO WS-CM-MM                    CNB26300
039300           SUBTRACT 1 FROM WS-CM-CCYY                             CNB26300
039400        ELSE                                                      CNB26300
039500           SUBTRACT 1 FROM WS-CM-MM                               CNB26300
039600        END-IF                                                    CNB26300
039700     END-IF                                                       CNB26300
039800     MOVE WS-COST-MONTH-X          TO WS-PRIOR-MONTH-X            CNB26300
039900     IF WS-PM-MM = 01                                             CNB26300
040000        MOVE 12                    TO WS-PM-MM                    CNB26300
040100        SUBTRACT 1 FROM WS-PM-CCYY                                CNB26300
040200     ELSE                                                         CNB26300
040300        SUBTRACT 1 FROM WS-PM-MM                                  CNB26300
040400     END-IF                                                       CNB26300
040500     INITIALIZE WS-UNATT-TABLE                                    CNB26300
040600                WS-TRAIN-COMP-TABLE                               CNB26300
040700                WS-TOT-COMP-TABLE                                 CNB26300
040800     OPEN OUTPUT RPT-FILE                                         CNB26300
040900     IF NOT WS-RPT-OK                                             CNB26300
041000        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB26300
041100        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB26300
041200        PERFORM P9999-GOT-PROBLEM                                 CNB26300
041300     END-IF                                                       CNB26300
041400     MOVE WS-FUNC                  TO HDR-FUNC                    CNB26300
041500     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB26300
041600     MOVE WS-COST-MONTH-X          TO HDR-MONTH                   CNB26300
041700     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB26300
041800     MOVE SPACES                   TO RPT-LINE                    CNB26300
041900     WRITE RPT-LINE                                               CNB26300
042000     IF WS-FUNC-ATTRIB                                            CNB26300
042100        PERFORM P1100-OPEN-ATTRIB                                 CNB26300
042200     ELSE                                                         CNB26300
042300        PERFORM P1200-OPEN-ROLLUP                                 CNB26300
042400     END-IF.                                                      CNB26300
042500*                                                                 CNB26300
042600 P1100-OPEN-ATTRIB.                                               CNB26300
042700     OPEN INPUT CCEXT-FILE                                        CNB26300
042800     IF NOT WS-CCEXT-OK                                           CNB26300
042900        MOVE 'P1100-OPEN-CCEX'     TO WS-ABEND-PARAGRAPH          CNB26300
043000        MOVE WS-CCEXT-STATUS       TO WS-ABEND-STATUS             CNB26300
043100        PERFORM P9999-GOT-PROBLEM                                 CNB26300
043200     END-IF                                                       CNB26300
043300     OPEN INPUT AR-FILE                                           CNB26300
043400     IF NOT WS-AR-OK                                              CNB26300
043500        MOVE 'P1100-OPEN-ARBR'     TO WS-ABEND-PARAGRAPH          CNB26300
043600        MOVE WS-AR-STATUS          TO WS-ABEND-STATUS             CNB26300
043700        PERFORM P9999-GOT-PROBLEM                                 CNB26300
043800     END-IF                                                       CNB26300
043900     OPEN OUTPUT CCTRN-FILE                                       CNB26300
044000     IF NOT WS-CCTRN-OK                                           CNB26300
044100        MOVE 'P1100-OPEN-CCTR'     TO WS-ABEND-PARAGRAPH          CNB26300
044200        MOVE WS-CCTRN-STATUS       TO WS-ABEND-STATUS             CNB26300
044300        PERFORM P9999-GOT-PROBLEM                                 CNB26300
044400     END-IF                                                       CNB26300
044500     MOVE 'COSTS WITH NO CALL AND NO TRAIN' TO TTL-TEXT           CNB26300
044600     PERFORM P8900-PRINT-TITLE                                    CNB26300
044700     WRITE RPT-LINE FROM WS-UN-HDR-LINE                           CNB26300
044800     PERFORM P2020-READ-ARBREG                                    CNB26300
044900     PERFORM P2010-READ-CCEXT.                                    CNB26300
045000*                                                                 CNB26300
045100 P1200-OPEN-ROLLUP.                                               CNB26300
045200     OPEN INPUT CCTRN-FILE                                        CNB26300
045300     IF NOT WS-CCTRN-OK                                           CNB26300
045400        MOVE 'P1200-OPEN-CCTR'     TO WS-ABEND-PARAGRAPH          CNB26300
045500        MOVE WS-CCTRN-STATUS       TO WS-ABEND-STATUS             CNB26300
045600        PERFORM P9999-GOT-PROBLEM                                 CNB26300
045700     END-IF                                                       CNB26300
045800     OPEN I-O TH-FILE                                             CNB26300
045900     IF WS-TH-STATUS = '35'                                       CNB26300
046000        OPEN OUTPUT TH-FILE                                       CNB26300
046100        CLOSE TH-FILE                                             CNB26300
046200        OPEN I-O TH-FILE                                          CNB26300
046300     END-IF                                                       CNB26300
046400     IF NOT WS-TH-OK                                              CNB26300
046500        MOVE 'P1200-OPEN-TCHS'     TO WS-ABEND-PARAGRAPH          CNB26300
046600        MOVE WS-TH-STATUS          TO WS-ABEND-STATUS             CNB26300
046700        PERFORM P9999-GOT-PROBLEM                                 CNB26300
046800     END-IF                                                       CNB26300
046900     MOVE SPACES                   TO TTL-TEXT                    CNB26300
047000     STRING 'CREW COST BY TRAIN - PRIOR MONTH ' WS-PRIOR-MONTH-X  CNB26300
047100            DELIMITED BY SIZE INTO TTL-TEXT                       CNB26300
047200     PERFORM P8900-PRINT-TITLE                                    CNB26300
047300     WRITE RPT-LINE FROM WS-TR-HDR-LINE1                          CNB26300
047400     PERFORM P3010-READ-CCTRN.                                    CNB26300
047500*                                                                 CNB26300
047600*    ATTRIB                                                       CNB26300
047700*                                                                 CNB26300
047800 P2000-ATTRIBUTE.                                                 CNB26300
047900     ADD 1 TO WS-READ-COUNT                                       CNB26300
048000     IF CC-EVENT-DATE-TIME (1:4) = WS-COST-MONTH-X (3:4)          CNB26300
048100        ADD 1 TO WS-MONTH-COUNT                                   CNB26300
048200        PERFORM P2100-FIND-CALL                                   CNB26300
048300        PERFORM P2200-WRITE-COST                                  CNB26300
048400     END-IF                                                       CNB26300
048500     PERFORM P2010-READ-CCEXT.                                    CNB26300
048600*                                                                 CNB26300
048700 P2010-READ-CCEXT.                                                CNB26300
048800     READ CCEXT-FILE                                              CNB26300
048900          AT END                                                  CNB26300
049000             SET WS-EOF-CCEXT TO TRUE                             CNB26300
049100     END-READ                                                     CNB26300
049200     IF NOT WS-EOF-CCEXT                                          CNB26300
049300        IF NOT WS-CCEXT-OK                                        CNB26300
049400           MOVE 'P2010-READ-CCEX'  TO WS-ABEND-PARAGRAPH          CNB26300
049500           MOVE WS-CCEXT-STATUS    TO WS-ABEND-STATUS             CNB26300
049600           PERFORM P9999-GOT-PROBLEM                              CNB26300
049700        END-IF                                                    CNB26300
049800        MOVE CC-EMP-NBR            TO WS-CC-KEY (1:9)             CNB26300
049900        MOVE CC-EVENT-DATE-TIME    TO WS-CC-KEY (10:10)           CNB26300
050000        IF WS-CC-KEY < WS-CC-PREV-KEY                             CNB26300
050100           MOVE 'P2010-SEQ-CCEX'   TO WS-ABEND-PARAGRAPH          CNB26300
050200           MOVE 'SQ'               TO WS-ABEND-STATUS             CNB26300
050300           PERFORM P9999-GOT-PROBLEM                              CNB26300
050400        END-IF                                                    CNB26300
050500        MOVE WS-CC-KEY             TO WS-CC-PREV-KEY              CNB26300
050600     END-IF.                                                      CNB26300
050700*                                                                 CNB26300
050800 P2020-READ-ARBREG.                                               CNB26300
050900     READ AR-FILE NEXT                                            CNB26300
051000          AT END                                                  CNB26300
051100             SET WS-EOF-AR TO TRUE                                CNB26300
051200     END-READ                                                     CNB26300
051300     IF NOT WS-EOF-AR AND NOT WS-AR-OK                            CNB26300
051400        MOVE 'P2020-READ-ARBR'     TO WS-ABEND-PARAGRAPH          CNB26300
051500        MOVE WS-AR-STATUS          TO WS-ABEND-STATUS             CNB26300
051600        PERFORM P9999-GOT-PROBLEM                                 CNB26300
051700     END-IF.                                                      CNB26300
051800*                                                                 CNB26300
051900*    ARBREG IS READ UP TO THE COST'S EMPLOYEE AND TIME; THE LAST  CNB26300
052000*    CALL PASSED FOR THE SAME EMPLOYEE IS THE ONE THE COST BELONGSCNB26300
052100*    TO.                                                          CNB26300
052200*                                                                 CNB26300
052300 P2100-FIND-CALL.                                                 CNB26300
052400     PERFORM P2110-PASS-CALL                                      CNB26300
052500             UNTIL WS-EOF-AR                                      CNB26300
052600                OR AR-KEY > WS-CC-KEY                             CNB26300
052700     IF WS-LC-EMP-NBR NOT = CC-EMP-NBR                            CNB26300
052800        MOVE SPACES                TO WS-LAST-CALL                CNB26300
052900     END-IF.                                                      CNB26300
053000*                                                                 CNB26300
053100 P2110-PASS-CALL.                                                 CNB26300
053200     MOVE AR-EMP-NBR               TO WS-LC-EMP-NBR               CNB26300
053300     MOVE AR-TRAIN                 TO WS-LC-TRAIN                 CNB26300
053400     MOVE AR-TRAIN-DATE-TIME       TO WS-LC-TRAIN-DATE-TIME       CNB26300
053500     PERFORM P2020-READ-ARBREG.                                   CNB26300
053600*                                                                 CNB26300
053700 P2200-WRITE-COST.                                                CNB26300
053800     MOVE SPACES                   TO WS-CCTRN-RECORD             CNB26300
053900     IF CC-TRAIN NOT = SPACES                                     CNB26300
054000        AND CC-TRAIN NOT = WS-LC-TRAIN                            CNB26300
054100        ADD 1 TO WS-OTHER-TRAIN-COUNT                             CNB26300
054200        MOVE CC-TRAIN              TO CT-TRAIN                    CNB26300
054300        MOVE CC-EVENT-DATE-TIME (1:6) TO CT-TRAIN-DATE-TIME (1:6) CNB26300
054400        MOVE '0000'                TO CT-TRAIN-DATE-TIME (7:4)    CNB26300
054500     ELSE                                                         CNB26300
054600        MOVE WS-LC-TRAIN           TO CT-TRAIN                    CNB26300
054700        MOVE WS-LC-TRAIN-DATE-TIME TO CT-TRAIN-DATE-TIME          CNB26300
054800     END-IF                                                       CNB26300
054900     IF CT-TRAIN = SPACES                                         CNB26300
055000        PERFORM P2300-UNATTRIBUTED                                CNB26300
055100     ELSE                                                         CNB26300
055200        MOVE CC-COMPONENT          TO CT-COMPONENT                CNB26300
055300        MOVE CC-EMP-NBR            TO CT-EMP-NBR                  CNB26300
055400        MOVE CC-AMOUNT             TO CT-AMOUNT                   CNB26300
055500        MOVE CC-MILES              TO CT-MILES                    CNB26300
055600        WRITE WS-CCTRN-RECORD                                     CNB26300
055700        IF NOT WS-CCTRN-OK                                        CNB26300
055800           MOVE 'P2200-WRT-CCTR'   TO WS-ABEND-PARAGRAPH          CNB26300
055900           MOVE WS-CCTRN-STATUS    TO WS-ABEND-STATUS             CNB26300
056000           PERFORM P9999-GOT-PROBLEM                              CNB26300
056100        END-IF                                                    CNB26300
056200        ADD 1 TO WS-WRITE-COUNT                                   CNB26300
056300     END-IF.                                                      CNB26300
056400*                                                                 CNB26300
056500 P2300-UNATTRIBUTED.                                              CNB26300
056600     ADD 1 TO WS-UNATT-COUNT                                      CNB26300
056700     MOVE CC-COMPONENT             TO WS-FIND-COMP                CNB26300
056800     PERFORM P8000-FIND-COMPONENT                                 CNB26300
056900     IF WS-COMP-SUB > ZEROS                                       CNB26300
057000        ADD CC-AMOUNT                                             CNB26300
057100              TO WS-UNATT-AMOUNT (WS-COMP-SUB)                    CNB26300
057200     END-IF                                                       CNB26300
057300     MOVE CC-COMPONENT             TO UNL-COMPONENT               CNB26300
057400     MOVE CC-EMP-NBR               TO UNL-EMP-NBR                 CNB26300
057500     MOVE CC-EVENT-DATE-TIME       TO UNL-EVENT-DATE-TIME         CNB26300
057600     MOVE CC-TRAIN                 TO UNL-TRAIN                   CNB26300
057700     MOVE CC-AMOUNT                TO UNL-AMOUNT                  CNB26300
057800     IF WS-COMP-SUB > ZEROS                                       CNB26300
057900        MOVE 'NO CALL ON ARBREG'   TO UNL-NOTE                    CNB26300
058000     ELSE                                                         CNB26300
058100        MOVE 'UNKNOWN COMPONENT'   TO UNL-NOTE                    CNB26300
058200     END-IF                                                       CNB26300
058300     WRITE RPT-LINE FROM WS-UN-LINE.                              CNB26300
058400*                                                                 CNB26300
058500 P2900-ATTRIB-TOTALS.                                             CNB26300
058600     IF WS-UNATT-COUNT = ZEROS                                    CNB26300
058700        MOVE '  NONE'              TO RPT-LINE                    CNB26300
058800        WRITE RPT-LINE                                            CNB26300
058900     END-IF                                                       CNB26300
059000     MOVE SPACES                   TO RPT-LINE                    CNB26300
059100     WRITE RPT-LINE                                               CNB26300
059200     MOVE 'UNATTRIBUTED BY COMPONENT' TO TTL-TEXT                 CNB26300
059300     PERFORM P8900-PRINT-TITLE                                    CNB26300
059400     PERFORM P2910-PRINT-UNATT                                    CNB26300
059500             VARYING WS-COMP-SUB FROM 1 BY 1                      CNB26300
059600             UNTIL WS-COMP-SUB > 6                                CNB26300
059700     MOVE SPACES                   TO RPT-LINE                    CNB26300
059800     WRITE RPT-LINE                                               CNB26300
059900     MOVE 'COST RECORDS READ .........' TO CNT-LABEL              CNB26300
060000     MOVE WS-READ-COUNT            TO CNT-VALUE                   CNB26300
060100     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26300
060200     MOVE 'IN THE MONTH ..............' TO CNT-LABEL              CNB26300
060300     MOVE WS-MONTH-COUNT           TO CNT-VALUE                   CNB26300
060400     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26300
060500     MOVE 'ATTRIBUTED TO A RUN .......' TO CNT-LABEL              CNB26300
060600     MOVE WS-WRITE-COUNT           TO CNT-VALUE                   CNB26300
060700     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26300
060800     MOVE '  ON THE SOURCE TRAIN .....' TO CNT-LABEL              CNB26300
060900     MOVE WS-OTHER-TRAIN-COUNT     TO CNT-VALUE                   CNB26300
061000     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26300
061100     MOVE 'UNATTRIBUTED ..............' TO CNT-LABEL              CNB26300
061200     MOVE WS-UNATT-COUNT           TO CNT-VALUE                   CNB26300
061300     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26300
061400     IF WS-UNATT-COUNT > ZEROS                                    CNB26300
061500        MOVE 4 TO RETURN-CODE                                     CNB26300
061600     END-IF.                                                      CNB26300
061700*                                                                 CNB26300
061800 P2910-PRINT-UNATT.                                               CNB26300
061900     MOVE WS-COMP-NAME (WS-COMP-SUB) TO AMT-LABEL                 CNB26300
062000     MOVE WS-UNATT-AMOUNT (WS-COMP-SUB) TO AMT-VALUE              CNB26300
062100     WRITE RPT-LINE FROM WS-AMT-LINE.                             CNB26300
062200*                                                                 CNB26300
062300*    ROLLUP                                                       CNB26300
062400*                                                                 CNB26300
062500 P3000-ROLLUP.                                                    CNB26300
062600     ADD 1 TO WS-READ-COUNT                                       CNB26300
062700     IF CT-RUN-KEY NOT = WS-PREV-RUN-KEY                          CNB26300
062800        IF WS-PREV-RUN-KEY NOT = LOW-VALUES                       CNB26300
062900           PERFORM P3200-END-RUN                                  CNB26300
063000           IF CT-TRAIN NOT = WS-CUR-TRAIN                         CNB26300
063100              PERFORM P3300-END-TRAIN                             CNB26300
063200           END-IF                                                 CNB26300
063300        END-IF                                                    CNB26300
063400        MOVE CT-RUN-KEY            TO WS-PREV-RUN-KEY             CNB26300
063500        MOVE CT-TRAIN              TO WS-CUR-TRAIN                CNB26300
063600     END-IF                                                       CNB26300
063700     PERFORM P3100-ADD-COST                                       CNB26300
063800     PERFORM P3010-READ-CCTRN.                                    CNB26300
063900*                                                                 CNB26300
064000 P3010-READ-CCTRN.                                                CNB26300
064100     READ CCTRN-FILE                                              CNB26300
064200          AT END                                                  CNB26300
064300             SET WS-EOF-CCTRN TO TRUE                             CNB26300
064400     END-READ                                                     CNB26300
064500     IF NOT WS-EOF-CCTRN                                          CNB26300
064600        IF NOT WS-CCTRN-OK                                        CNB26300
064700           MOVE 'P3010-READ-CCTR'  TO WS-ABEND-PARAGRAPH          CNB26300
064800           MOVE WS-CCTRN-STATUS    TO WS-ABEND-STATUS             CNB26300
064900           PERFORM P9999-GOT-PROBLEM                              CNB26300
065000        END-IF                                                    CNB26300
065100        IF CT-RUN-KEY < WS-PREV-RUN-KEY                           CNB26300
065200           MOVE 'P3010-SEQ-CCTR'   TO WS-ABEND-PARAGRAPH          CNB26300
065300           MOVE 'SQ'               TO WS-ABEND-STATUS             CNB26300
065400           PERFORM P9999-GOT-PROBLEM                              CNB26300
065500        END-IF                                                    CNB26300
065600     END-IF.                                                      CNB26300
065700*                                                                 CNB26300
065800 P3100-ADD-COST.                                                  CNB26300
065900     MOVE CT-COMPONENT             TO WS-FIND-COMP                CNB26300
066000     PERFORM P8000-FIND-COMPONENT                                 CNB26300
066100     IF WS-COMP-SUB > ZEROS                                       CNB26300
066200        ADD CT-AMOUNT              TO WS-TRAIN-COMP (WS-COMP-SUB) CNB26300
066300        ADD CT-AMOUNT              TO WS-TRAIN-COST               CNB26300
066400     ELSE                                                         CNB26300
066500        ADD 1 TO WS-BAD-COMP-COUNT                                CNB26300
066600     END-IF                                                       CNB26300
066700     IF CT-MILES > WS-RUN-MILES                                   CNB26300
066800        MOVE CT-MILES              TO WS-RUN-MILES                CNB26300
066900     END-IF.                                                      CNB26300
067000*                                                                 CNB26300
067100 P3200-END-RUN.                                                   CNB26300
067200     ADD 1 TO WS-TRAIN-RUNS                                       CNB26300
067300     ADD WS-RUN-MILES              TO WS-TRAIN-MILES              CNB26300
067400     MOVE ZEROS                    TO WS-RUN-MILES.               CNB26300
067500*                                                                 CNB26300
067600 P3300-END-TRAIN.                                                 CNB26300
067700     ADD 1 TO WS-TRAIN-COUNT                                      CNB26300
067800     COMPUTE WS-PER-RUN ROUNDED = WS-TRAIN-COST / WS-TRAIN-RUNS   CNB26300
067900     IF WS-TRAIN-MILES > ZEROS                                    CNB26300
068000        COMPUTE WS-PER-MILE ROUNDED =                             CNB26300
068100                WS-TRAIN-COST / WS-TRAIN-MILES                    CNB26300
068200     ELSE                                                         CNB26300
068300        MOVE ZEROS                 TO WS-PER-MILE                 CNB26300
068400     END-IF                                                       CNB26300
068500     PERFORM P3400-PRIOR-MONTH                                    CNB26300
068600     PERFORM P3500-PRINT-TRAIN                                    CNB26300
068700     PERFORM P3600-SAVE-MONTH                                     CNB26300
068800     PERFORM P3700-RANK-TRAIN                                     CNB26300
068900     ADD WS-TRAIN-RUNS             TO WS-TOT-RUNS                 CNB26300
069000     ADD WS-TRAIN-MILES            TO WS-TOT-MILES                CNB26300
069100     ADD WS-TRAIN-COST             TO WS-TOT-COST                 CNB26300
069200     PERFORM P3310-ADD-TOTAL                                      CNB26300
069300             VARYING WS-COMP-SUB FROM 1 BY 1                      CNB26300
069400             UNTIL WS-COMP-SUB > 6                                CNB26300
069500     MOVE ZEROS                    TO WS-TRAIN-RUNS               CNB26300
069600                                      WS-TRAIN-MILES              CNB26300
069700                                      WS-TRAIN-COST               CNB26300
069800     INITIALIZE WS-TRAIN-COMP-TABLE.                              CNB26300
069900*                                                                 CNB26300
070000 P3310-ADD-TOTAL.                                                 CNB26300
070100     ADD WS-TRAIN-COMP (WS-COMP-SUB) TO WS-TOT-COMP (WS-COMP-SUB).CNB26300
070200*                                                                 CNB26300
070300 P3400-PRIOR-MONTH.                                               CNB26300
070400     MOVE 'N'                      TO WS-PRIOR-SW                 CNB26300
070500     MOVE ZEROS                    TO WS-PRIOR-PER-RUN            CNB26300
070600                                      WS-CHANGE-PCT               CNB26300
070700     MOVE WS-CUR-TRAIN             TO TH-TRAIN                    CNB26300
070800     MOVE WS-PRIOR-MONTH-X         TO TH-MONTH                    CNB26300
070900     READ TH-FILE                                                 CNB26300
071000     IF WS-TH-OK                                                  CNB26300
071100        IF TH-RUNS > ZEROS                                        CNB26300
071200           SET WS-HAVE-PRIOR TO TRUE                              CNB26300
071300           COMPUTE WS-PRIOR-PER-RUN ROUNDED = TH-COST / TH-RUNS   CNB26300
071400           IF WS-PRIOR-PER-RUN NOT = ZEROS                        CNB26300
071500              COMPUTE WS-CHANGE-PCT ROUNDED =                     CNB26300
071600                 (WS-PER-RUN - WS-PRIOR-PER-RUN) * 100            CNB26300
071700                 / WS-PRIOR-PER-RUN                               CNB26300
071800           END-IF                                                 CNB26300
071900        END-IF                                                    CNB26300
072000     ELSE                                                         CNB26300
072100        IF NOT WS-TH-NOTFND                                       CNB26300
072200           MOVE 'P3400-READ-TCHS'  TO WS-ABEND-PARAGRAPH          CNB26300
072300           MOVE WS-TH-STATUS       TO WS-ABEND-STATUS             CNB26300
072400           PERFORM P9999-GOT-PROBLEM                              CNB26300
072500        END-IF                                                    CNB26300
072600     END-IF.                                                      CNB26300
072700*                                                                 CNB26300
072800 P3500-PRINT-TRAIN.                                               CNB26300
072900     MOVE SPACES                   TO WS-TR-LINE                  CNB26300
073000     MOVE WS-CUR-TRAIN             TO TRL-TRAIN                   CNB26300
073100     MOVE WS-TRAIN-RUNS            TO TRL-RUNS                    CNB26300
073200     MOVE WS-TRAIN-COMP (1)        TO TRL-WAGES                   CNB26300
073300     PERFORM P3510-EDIT-COMPONENT                                 CNB26300
073400             VARYING WS-COMP-SUB FROM 2 BY 1                      CNB26300
073500             UNTIL WS-COMP-SUB > 6                                CNB26300
073600     MOVE WS-TRAIN-COST            TO TRL-TOTAL                   CNB26300
073700     MOVE WS-PER-RUN               TO TRL-PER-RUN                 CNB26300
073800     MOVE WS-TRAIN-MILES           TO TRL-MILES                   CNB26300
073900     MOVE WS-PER-MILE              TO TRL-PER-MILE                CNB26300
074000     IF WS-HAVE-PRIOR                                             CNB26300
074100        MOVE WS-PRIOR-PER-RUN      TO TRL-PRIOR-PER-RUN           CNB26300
074200        MOVE WS-CHANGE-PCT         TO TRL-CHANGE-N                CNB26300
074300     ELSE                                                         CNB26300
074400        MOVE '  NEW'               TO TRL-CHANGE                  CNB26300
074500     END-IF                                                       CNB26300
074600     WRITE RPT-LINE FROM WS-TR-LINE.                              CNB26300
074700*                                                                 CNB26300
074800 P3510-EDIT-COMPONENT.                                            CNB26300
074900     COMPUTE WS-TOP-SUB = WS-COMP-SUB - 1                         CNB26300
075000     MOVE WS-TRAIN-COMP (WS-COMP-SUB)                             CNB26300
075100                                   TO TRL-COMP-AMT (WS-TOP-SUB).  CNB26300
075200*                                                                 CNB26300
075300*    THE MONTH'S FIGURES ARE KEPT FOR NEXT MONTH'S TREND; A RERUN CNB26300
075400*    OF THE SAME MONTH REPLACES THEM.                             CNB26300
075500*                                                                 CNB26300
075600 P3600-SAVE-MONTH.                                                CNB26300
075700     MOVE WS-CUR-TRAIN             TO TH-TRAIN                    CNB26300
075800     MOVE WS-COST-MONTH-X          TO TH-MONTH                    CNB26300
075900     READ TH-FILE                                                 CNB26300
076000     IF WS-TH-OK                                                  CNB26300
076100        PERFORM P3610-MONTH-FIGURES                               CNB26300
076200        REWRITE TH-RECORD                                         CNB26300
076300     ELSE                                                         CNB26300
076400        MOVE SPACES                TO TH-RECORD                   CNB26300
076500        MOVE WS-CUR-TRAIN          TO TH-TRAIN                    CNB26300
076600        MOVE WS-COST-MONTH-X       TO TH-MONTH                    CNB26300
076700        PERFORM P3610-MONTH-FIGURES                               CNB26300
076800        WRITE TH-RECORD                                           CNB26300
076900     END-IF                                                       CNB26300
077000     IF NOT WS-TH-OK                                              CNB26300
077100        MOVE 'P3600-WRT-TCHS'      TO WS-ABEND-PARAGRAPH          CNB26300
077200        MOVE WS-TH-STATUS          TO WS-ABEND-STATUS             CNB26300
077300        PERFORM P9999-GOT-PROBLEM                                 CNB26300
077400     END-IF.                                                      CNB26300
077500*                                                                 CNB26300
077600 P3610-MONTH-FIGURES.                                             CNB26300
077700     MOVE WS-TRAIN-RUNS            TO TH-RUNS                     CNB26300
077800     MOVE WS-TRAIN-MILES           TO TH-MILES                    CNB26300
077900     MOVE WS-TRAIN-COST            TO TH-COST                     CNB26300
078000     MOVE WS-RUN-DATE-TIME         TO TH-RUN-DATE-TIME.           CNB26300
078100*                                                                 CNB26300
078200 P3700-RANK-TRAIN.                                                CNB26300
078300     COMPUTE WS-TOP-AT = WS-TOP-COUNT + 1                         CNB26300
078400     PERFORM P3710-FIND-RANK                                      CNB26300
078500             VARYING WS-TOP-SUB FROM WS-TOP-COUNT BY -1           CNB26300
078600             UNTIL WS-TOP-SUB < 1                                 CNB26300
078700     IF WS-TOP-AT NOT > WS-TOP-MAX                                CNB26300
078800        PERFORM P3720-SHIFT-DOWN                                  CNB26300
078900                VARYING WS-TOP-SUB FROM WS-TOP-COUNT BY -1        CNB26300
079000                UNTIL WS-TOP-SUB < WS-TOP-AT                      CNB26300
079100        IF WS-TOP-COUNT < WS-TOP-MAX                              CNB26300
079200           ADD 1 TO WS-TOP-COUNT                                  CNB26300
079300        END-IF                                                    CNB26300
079400        MOVE WS-CUR-TRAIN          TO WS-TOP-TRAIN (WS-TOP-AT)    CNB26300
079500        MOVE WS-TRAIN-RUNS         TO WS-TOP-RUNS (WS-TOP-AT)     CNB26300
079600        MOVE WS-TRAIN-MILES        TO WS-TOP-MILES (WS-TOP-AT)    CNB26300
079700        MOVE WS-TRAIN-COST         TO WS-TOP-COST (WS-TOP-AT)     CNB26300
079800        MOVE WS-PER-RUN            TO WS-TOP-PER-RUN (WS-TOP-AT)  CNB26300
079900        MOVE WS-PER-MILE           TO WS-TOP-PER-MILE (WS-TOP-AT) CNB26300
080000     END-IF.                                                      CNB26300
080100*                                                                 CNB26300
080200 P3710-FIND-RANK.                                                 CNB26300
080300     IF WS-TRAIN-COST > WS-TOP-COST (WS-TOP-SUB)                  CNB26300
080400        MOVE WS-TOP-SUB            TO WS-TOP-AT                   CNB26300
080500     END-IF.                                                      CNB26300
080600*                                                                 CNB26300
080700*    THE TABLE HOLDS ONE SPARE ENTRY SO THE 20TH CAN FALL OFF THE CNB26300
080800*    END.                                                         CNB26300
080900*                                                                 CNB26300
081000 P3720-SHIFT-DOWN.                                                CNB26300
081100     COMPUTE WS-TOP-SUB2 = WS-TOP-SUB + 1                         CNB26300
081200     MOVE WS-TOP-ENTRY (WS-TOP-SUB) TO WS-TOP-ENTRY (WS-TOP-SUB2).CNB26300
081300*                                                                 CNB26300
081400 P3900-ROLLUP-TOTALS.                                             CNB26300
081500     IF WS-TRAIN-COUNT = ZEROS                                    CNB26300
081600        MOVE '  NONE'              TO RPT-LINE                    CNB26300
081700        WRITE RPT-LINE                                            CNB26300
081800     END-IF                                                       CNB26300
081900     MOVE SPACES                   TO RPT-LINE                    CNB26300
082000     WRITE RPT-LINE                                               CNB26300
082100     MOVE 'THE 20 MOST EXPENSIVE TRAINS IN CREW COST' TO TTL-TEXT CNB26300
082200     PERFORM P8900-PRINT-TITLE                                    CNB26300
082300     WRITE RPT-LINE FROM WS-TOP-HDR-LINE                          CNB26300
082400     PERFORM P3910-PRINT-TOP                                      CNB26300
082500             VARYING WS-TOP-SUB FROM 1 BY 1                       CNB26300
082600             UNTIL WS-TOP-SUB > WS-TOP-COUNT                      CNB26300
082700     MOVE SPACES                   TO RPT-LINE                    CNB26300
082800     WRITE RPT-LINE                                               CNB26300
082900     MOVE 'THE MONTH BY COMPONENT' TO TTL-TEXT                    CNB26300
083000     PERFORM P8900-PRINT-TITLE                                    CNB26300
083100     PERFORM P3920-PRINT-COMPONENT                                CNB26300
083200             VARYING WS-COMP-SUB FROM 1 BY 1                      CNB26300
083300             UNTIL WS-COMP-SUB > 6                                CNB26300
083400     MOVE 'TOTAL CREW COST' TO AMT-LABEL                          CNB26300
083500     MOVE WS-TOT-COST              TO AMT-VALUE                   CNB26300
083600     WRITE RPT-LINE FROM WS-AMT-LINE                              CNB26300
083700     MOVE SPACES                   TO RPT-LINE                    CNB26300
083800     WRITE RPT-LINE                                               CNB26300
083900     MOVE 'COST RECORDS READ .........' TO CNT-LABEL              CNB26300
084000     MOVE WS-READ-COUNT            TO CNT-VALUE                   CNB26300
084100     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26300
084200     MOVE 'TRAINS ....................' TO CNT-LABEL              CNB26300
084300     MOVE WS-TRAIN-COUNT           TO CNT-VALUE                   CNB26300
084400     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26300
084500     MOVE 'RUNS ......................' TO CNT-LABEL              CNB26300
084600     MOVE WS-TOT-RUNS              TO CNT-VALUE                   CNB26300
084700     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26300
084800     MOVE 'MILES .....................' TO CNT-LABEL              CNB26300
084900     MOVE WS-TOT-MILES             TO CNT-VALUE                   CNB26300
085000     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26300
085100     IF WS-BAD-COMP-COUNT > ZEROS                                 CNB26300
085200        MOVE '** UNKNOWN COMPONENT SKIPPED' TO CNT-LABEL          CNB26300
085300        MOVE WS-BAD-COMP-COUNT     TO CNT-VALUE                   CNB26300
085400        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB26300
085500     END-IF.                                                      CNB26300
085600*                                                                 CNB26300
085700 P3910-PRINT-TOP.                                                 CNB26300
085800     MOVE WS-TOP-SUB               TO TPL-RANK                    CNB26300
085900     MOVE WS-TOP-TRAIN (WS-TOP-SUB)    TO TPL-TRAIN               CNB26300
086000     MOVE WS-TOP-RUNS (WS-TOP-SUB)     TO TPL-RUNS                CNB26300
086100     MOVE WS-TOP-COST (WS-TOP-SUB)     TO TPL-TOTAL               CNB26300
086200     MOVE WS-TOP-PER-RUN (WS-TOP-SUB)  TO TPL-PER-RUN             CNB26300
086300     MOVE WS-TOP-MILES (WS-TOP-SUB)    TO TPL-MILES               CNB26300
086400     MOVE WS-TOP-PER-MILE (WS-TOP-SUB) TO TPL-PER-MILE            CNB26300
086500     WRITE RPT-LINE FROM WS-TOP-LINE.                             CNB26300
086600*                                                                 CNB26300
086700 P3920-PRINT-COMPONENT.                                           CNB26300
086800     MOVE WS-COMP-NAME (WS-COMP-SUB) TO AMT-LABEL                 CNB26300
086900     MOVE WS-TOT-COMP (WS-COMP-SUB)  TO AMT-VALUE                 CNB26300
087000     WRITE RPT-LINE FROM WS-AMT-LINE.                             CNB26300
087100*                                                                 CNB26300
087200*    WS-FIND-COMP TO ITS PLACE IN THE COMPONENT TABLE, ZERO WHEN  CNB26300
087300*    UNKNOWN                                                      CNB26300
087400*                                                                 CNB26300
087500 P8000-FIND-COMPONENT.                                            CNB26300
087600     MOVE ZEROS                    TO WS-COMP-SUB                 CNB26300
087700     PERFORM P8010-MATCH-COMPONENT                                CNB26300
087800             VARYING WS-TOP-SUB2 FROM 1 BY 1                      CNB26300
087900             UNTIL WS-TOP-SUB2 > 6                                CNB26300
088000                OR WS-COMP-SUB > ZEROS.                           CNB26300
088100*                                                                 CNB26300
088200 P8010-MATCH-COMPONENT.                                           CNB26300
088300     IF WS-COMP-CODE (WS-TOP-SUB2) = WS-FIND-COMP                 CNB26300
088400        MOVE WS-TOP-SUB2           TO WS-COMP-SUB                 CNB26300
088500     END-IF.                                                      CNB26300
088600*                                                                 CNB26300
088700 P8900-PRINT-TITLE.                                               CNB26300
088800     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB26300
088900     MOVE SPACES                   TO RPT-LINE                    CNB26300
089000     WRITE RPT-LINE.                                              CNB26300
089100*                                                                 CNB26300
089200 P9000-TERMINATE.                                                 CNB26300
089300     IF WS-FUNC-ATTRIB                                            CNB26300
089400        CLOSE CCEXT-FILE                                          CNB26300
089500              AR-FILE                                             CNB26300
089600              CCTRN-FILE                                          CNB26300
089700     ELSE                                                         CNB26300
089800        CLOSE CCTRN-FILE                                          CNB26300
089900              TH-FILE                                             CNB26300
090000     END-IF                                                       CNB26300
090100     CLOSE RPT-FILE.                                              CNB26300
090200*                                                                 CNB26300
090300 P9999-GOT-PROBLEM.                                               CNB26300
090400     MOVE 'CNB263'                 TO XE-PROGRAM                  CNB26300
090500     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB26300
090600     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB26300
090700     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB26300
090800     DISPLAY 'CNB263 ABEND IN ' WS-ABEND-PARAGRAPH                CNB26300
090900              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB26300
091000     MOVE 16 TO RETURN-CODE                                       CNB26300
091100     GOBACK.                                                      CNB26300
