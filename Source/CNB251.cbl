000100 IDENTIFICATION DIVISION.                                         CNB25100
000200 PROGRAM-ID. CNB251.                                              CNB25100
000300*AUTHOR.     JMC.                                                 CNB25100
000400*DATE-WRITTEN. 10/15/26.                                          CNB25100
000500*REMARKS.                                                         CNB25100
000600*    RETURN-TO-SERVICE READINESS.  AN EMPLOYEE COMING BACK FROM A CNB25100
000700*    LONG ABSENCE MAY NEED A RULES REFRESHER, MEDICAL CLEARANCE ORCNB25100
000800*    TERRITORY RE-FAMILIARIZATION BEFORE WORKING, BUT THE MARK-UP CNB25100
000900*    PATHS IN CNP917 MARKED HIM UP REGARDLESS.                    CNB25100
001000*    RTSRULE HOLDS THE REQUIREMENTS, KEYED BY THE LAYOFF CODE OF  CNB25100
001100*    THE ABSENCE ('*' = ANY CODE), THE MINIMUM DAYS AWAY AND A    CNB25100
001200*    REQUIREMENT CODE, EACH WITH A DESCRIPTION AND AN ACTION:     CNB25100
001300*      B - BLOCK THE MARK-UP UNTIL THE REQUIREMENT IS MET.        CNB25100
001400*      O - ALLOW THE MARK-UP ON A SUPERVISOR OVERRIDE.            CNB25100
001500*    A REQUIREMENT APPLIES WHEN THE EMPLOYEE HAS BEEN AWAY (FROM  CNB25100
001600*    THE MASTER'S LAYOFF-TIME) AT LEAST THE MINIMUM DAYS.         CNB25100
001700*    RTSFILE HOLDS, PER EMPLOYEE, THE EXPECTED RETURN DATE (TYPE  CNB25100
001800*    E), EACH REQUIREMENT RECORDED AS MET OR WAIVED (TYPE M) AND  CNB25100
001900*    EACH SUPERVISOR OVERRIDE TAKEN AT MARK-UP (TYPE V).  A       CNB25100
002000*    REQUIREMENT COUNTS AS MET ONLY IF IT WAS MET ON OR AFTER THE CNB25100
002100*    DAY THE ABSENCE BEGAN, OR WAIVED.                            CNB25100
002200*    CNP917 MAKES THE CHECKS ITSELF BY CICS FILE CONTROL - ON A   CNB25100
002280*    MARK-UP FROM A LAYOFF (P1098) IT CHECKS THE RULES, ON A      CNB25100
002360*    LAYOFF WITH AN EXPIRATION DATE IT RECORDS THE EXPECTED       CNB25100
002440*    RETURN, AND ON THE MARK-UP IT CLEARS IT AND RECORDS ANY      CNB25100
002520*    OVERRIDE (P2098).                                            CNB25100
002600*    FUNCTIONS FROM THE PARM CARD:                                CNB25100
002700*      MAINT   - RTSTRAN CARDS (TYPE, USER, EMPLOYEE, LAYOFF CODE,CNB25100
002800*                MINIMUM DAYS, REQUIREMENT, ACTION, DATE CCYYMMDD,CNB25100
002900*                DESCRIPTION OR REMARK):                          CNB25100
003000*                  A - ADD OR REPLACE A REQUIREMENT RULE.         CNB25100
003100*                  D - DELETE A REQUIREMENT RULE.                 CNB25100
003200*                  M - REQUIREMENT MET ON THE DATE.               CNB25100
003300*                  W - REQUIREMENT WAIVED ON THE DATE.            CNB25100
003400*                  E - EXPECTED RETURN DATE.                      CNB25100
003500*                  X - REMOVE A MET/WAIVED REQUIREMENT, OR THE    CNB25100
003600*                      EXPECTED RETURN DATE IF NO REQUIREMENT.    CNB25100
003700*                REJECTS: USER NO USER, TYPE BAD CARD TYPE, CODE  CNB25100
003800*                BAD LAYOFF CODE, DAYS BAD MINIMUM DAYS, REQT NO  CNB25100
003900*                REQUIREMENT, ACTN BAD ACTION, EMP NO EMPLOYEE,   CNB25100
004000*                DATE BAD OR MISSING DATE, NORL NO SUCH RULE, NRECCNB25100
004100*                NOTHING TO REMOVE.                               CNB25100
004200*      DAILY   - EMPLOYEES STILL OFF WHO ARE EXPECTED BACK WITHIN CNB25100
004300*                WS-LOOK-AHEAD DAYS OF THE RUN DATE (OR ARE       CNB25100
004400*                OVERDUE), WITH THE DAYS THEY WILL HAVE BEEN AWAY CNB25100
004500*                AND EACH REQUIREMENT STILL OUTSTANDING.          CNB25100
004600*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB25100
004700*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB25100
004800*                                                                 CNB25100
004900 ENVIRONMENT DIVISION.                                            CNB25100
005000 CONFIGURATION SECTION.                                           CNB25100
005100 SOURCE-COMPUTER.  IBM-370.                                       CNB25100
005200 OBJECT-COMPUTER.  IBM-370.                                       CNB25100
005300 INPUT-OUTPUT SECTION.                                            CNB25100
005400 FILE-CONTROL.                                                    CNB25100
005500     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB25100
005600            ORGANIZATION  SEQUENTIAL                              CNB25100
005700            FILE STATUS   WS-PARM-STATUS.                         CNB25100
005800     SELECT TRAN-FILE    ASSIGN TO RTSTRAN                        CNB25100
005900            ORGANIZATION  SEQUENTIAL                              CNB25100
006000            FILE STATUS   WS-TRAN-STATUS.                         CNB25100
006100     SELECT RULE-FILE    ASSIGN TO RTSRULE                        CNB25100
006200            ORGANIZATION  INDEXED                                 CNB25100
006300            ACCESS MODE   DYNAMIC                                 CNB25100
006400            RECORD KEY    RR-KEY                                  CNB25100
006500            FILE STATUS   WS-RULE-STATUS.                         CNB25100
006600     SELECT RTS-FILE     ASSIGN TO RTSFILE                        CNB25100
006700            ORGANIZATION  INDEXED                                 CNB25100
006800            ACCESS MODE   DYNAMIC                                 CNB25100
006900            RECORD KEY    RS-KEY                                  CNB25100
007000            FILE STATUS   WS-RTS-STATUS.                          CNB25100
007100     SELECT MSTR-FILE    ASSIGN TO MSTRFILE                       CNB25100
007200            ORGANIZATION  INDEXED                                 CNB25100
007300            ACCESS MODE   DYNAMIC                                 CNB25100
007400            RECORD KEY    MIO-KEY                                 CNB25100
007500            ALTERNATE RECORD KEY MIO-EMP-NBR                      CNB25100
007600            FILE STATUS   WS-MSTRF-STATUS.                        CNB25100
007700     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB25100
007800            ORGANIZATION  LINE SEQUENTIAL                         CNB25100
007900            FILE STATUS   WS-RPT-STATUS.                          CNB25100
008000*                                                                 CNB25100
008100 DATA DIVISION.                                                   CNB25100
008200 FILE SECTION.                                                    CNB25100
008300 FD  PARM-FILE                                                    CNB25100
008400     RECORD CONTAINS 80 CHARACTERS.                               CNB25100
008500 01  WS-PARM-RECORD.                                              CNB25100
008600     05  PARM-FUNC                 PIC X(8).                      CNB25100
008700     05  PARM-DATE-TIME            PIC X(12).                     CNB25100
008800     05  FILLER                    PIC X(60).                     CNB25100
008900 FD  TRAN-FILE                                                    CNB25100
009000     RECORD CONTAINS 80 CHARACTERS.                               CNB25100
009100 01  RC-RECORD.                                                   CNB25100
009200     05  RC-TYPE                   PIC X(1).                      CNB25100
009300         88  RC-ADD-RULE                 VALUE 'A'.               CNB25100
009400         88  RC-DELETE-RULE              VALUE 'D'.               CNB25100
009500         88  RC-MET                      VALUE 'M'.               CNB25100
009600         88  RC-WAIVED                   VALUE 'W'.               CNB25100
009700         88  RC-EXPECTED                 VALUE 'E'.               CNB25100
009800         88  RC-REMOVE                   VALUE 'X'.               CNB25100
009900     05  RC-USER                   PIC X(8).                      CNB25100
010000     05  RC-EMP-NBR                PIC X(9).                      CNB25100
010100     05  RC-LAYOFF-CODE            PIC X(1).                      CNB25100
010200     05  RC-MIN-DAYS               PIC X(3).                      CNB25100
010300     05  RC-MIN-DAYS-N REDEFINES RC-MIN-DAYS                      CNB25100
010400                                   PIC 9(3).                      CNB25100
010500     05  RC-REQ-CODE               PIC X(4).                      CNB25100
010600     05  RC-ACTION                 PIC X(1).                      CNB25100
010700*    CCYYMMDD:                                                    CNB25100
010800     05  RC-DATE                   PIC X(8).                      CNB25100
010900     05  RC-TEXT                   PIC X(30).                     CNB25100
011000     05  FILLER                    PIC X(15).                     CNB25100
011100 FD  RULE-FILE                                                    CNB25100
011200     RECORD CONTAINS 80 CHARACTERS.                               CNB25100
011300 01  RR-RECORD.                                                   CNB25100
011400     05  RR-KEY.                                                  CNB25100
011500         10  RR-LAYOFF-CODE        PIC X(1).                      CNB25100
011600         10  RR-MIN-DAYS           PIC 9(3).                      CNB25100
011700         10  RR-REQ-CODE           PIC X(4).                      CNB25100
011800     05  RR-ACTION                 PIC X(1).                      CNB25100
011900         88  RR-BLOCK                    VALUE 'B'.               CNB25100
012000         88  RR-OVERRIDE                 VALUE 'O'.               CNB25100
012100     05  RR-REQ-DESC               PIC X(30).                     CNB25100
012200     05  RR-UPDATE-USER            PIC X(8).                      CNB25100
012300     05  RR-UPDATE-DATE-TIME       PIC X(12).                     CNB25100
012400     05  FILLER                    PIC X(21).                     CNB25100
012500 FD  RTS-FILE                                                     CNB25100
012600     RECORD CONTAINS 100 CHARACTERS.                              CNB25100
012700 01  RS-RECORD.                                                   CNB25100
012800     05  RS-KEY.                                                  CNB25100
012900         10  RS-EMP-NBR            PIC X(9).                      CNB25100
013000         10  RS-TYPE               PIC X(1).                      CNB25100
013100             88  RS-EXPECTED             VALUE 'E'.               CNB25100
013200             88  RS-MET                  VALUE 'M'.               CNB25100
013300             88  RS-OVERRIDE             VALUE 'V'.               CNB25100
013400*        REQUIREMENT CODE (M), MARK-UP YYMMDDHHMM (V), BLANK (E): CNB25100
013500         10  RS-CODE               PIC X(10).                     CNB25100
013600*    CCYYMMDD - EXPECTED RETURN, DATE MET, DATE OVERRIDDEN:       CNB25100
013700     05  RS-DATE                   PIC X(8).                      CNB25100
013800     05  RS-WAIVED                 PIC X(1).                      CNB25100
013900         88  RS-IS-WAIVED                VALUE 'Y'.               CNB25100
014000     05  RS-USER                   PIC X(8).                      CNB25100
014100     05  RS-REMARK                 PIC X(30).                     CNB25100
014200     05  RS-UPDATE-DATE-TIME       PIC X(12).                     CNB25100
014300     05  FILLER                    PIC X(21).                     CNB25100
014400 FD  MSTR-FILE                                                    CNB25100
014500     RECORD CONTAINS 500 CHARACTERS.                              CNB25100
014600 01  MIO-RECORD.                                                  CNB25100
014700     05  MIO-KEY.                                                 CNB25100
014800         10  MIO-DIST              PIC X(2).                      CNB25100
014900         10  MIO-SDIST             PIC X(2).                      CNB25100
015000         10  MIO-CRAFT             PIC X(2).                      CNB25100
015100         10  MIO-EMP-NAME          PIC X(26).                     CNB25100
015200         10  MIO-EMP-NBR           PIC X(9).                      CNB25100
015300     05  FILLER                    PIC X(459).                    CNB25100
015400 FD  RPT-FILE                                                     CNB25100
015500     RECORD CONTAINS 132 CHARACTERS.                              CNB25100
015600 01  RPT-LINE                      PIC X(132).                    CNB25100
015700*                                                                 CNB25100
015800 WORKING-STORAGE SECTION.                                         CNB25100
015900 COPY WSMSTR.                                                     CNB25100
016000 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB25100
016100     88  WS-PARM-OK                       VALUE '00'.             CNB25100
016200 01  WS-TRAN-STATUS                PIC XX VALUE SPACES.           CNB25100
016300     88  WS-TRAN-OK                       VALUE '00'.             CNB25100
016400 01  WS-RULE-STATUS                PIC XX VALUE SPACES.           CNB25100
016500     88  WS-RULE-OK                       VALUE '00'.             CNB25100
016600     88  WS-RULE-NOTFND                   VALUE '23'.             CNB25100
016700 01  WS-RTS-STATUS                 PIC XX VALUE SPACES.           CNB25100
016800     88  WS-RTS-OK                        VALUE '00'.             CNB25100
016900     88  WS-RTS-NOTFND                    VALUE '23'.             CNB25100
017000 01  WS-MSTRF-STATUS               PIC XX VALUE SPACES.           CNB25100
017100     88  WS-MSTRF-OK                      VALUE '00'.             CNB25100
017200     88  WS-MSTRF-NOTFND                  VALUE '23'.             CNB25100
017300 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB25100
017400     88  WS-RPT-OK                        VALUE '00'.             CNB25100
017500 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB25100
017600 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB25100
017610 COPY WSERRLOG.                                                   CNB25100
017700 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB25100
017800     88  WS-FUNC-MAINT                    VALUE 'MAINT'.          CNB25100
017900     88  WS-FUNC-DAILY                    VALUE 'DAILY'.          CNB25100
018000 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB25100
018100 01  WS-RUN-DATE                   PIC X(8) VALUE SPACES.         CNB25100
018200 01  WS-RUN-SERIAL                 PIC S9(7) COMP VALUE ZEROS.    CNB25100
018300 01  WS-LOOK-AHEAD                 PIC S9(4) COMP VALUE +14.      CNB25100
018400 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB25100
018500     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB25100
018600 01  WS-REJ-REASON                 PIC X(4) VALUE SPACES.         CNB25100
018700 01  WS-LAYOFF-CODES               PIC X(28) VALUE                CNB25100
018800         '*ABCDEFGHIJKLMNOPQRSTUVWXYZ#'.                          CNB25100
018900 01  WS-CODE-OK-SW                 PIC X  VALUE 'N'.              CNB25100
019000     88  WS-CODE-OK                       VALUE 'Y'.              CNB25100
019100 01  WS-CODE-SUB                   PIC S9(4) COMP VALUE ZEROS.    CNB25100
019200 01  WS-OFF-DATE                   PIC X(8) VALUE SPACES.         CNB25100
019300 01  WS-OFF-SERIAL                 PIC S9(7) COMP VALUE ZEROS.    CNB25100
019400 01  WS-EXP-SERIAL                 PIC S9(7) COMP VALUE ZEROS.    CNB25100
019500 01  WS-DAYS-AWAY                  PIC S9(7) COMP VALUE ZEROS.    CNB25100
019600 01  WS-OUTSTANDING                PIC S9(4) COMP VALUE ZEROS.    CNB25100
019700 01  WS-MET-SW                     PIC X  VALUE 'N'.              CNB25100
019800     88  WS-REQ-MET                       VALUE 'Y'.              CNB25100
019900 01  WS-SERIAL-RESULT              PIC S9(7) COMP VALUE ZEROS.    CNB25100
020000 01  WS-SERIAL-DATE.                                              CNB25100
020100     05  WS-SD-CCYY                PIC 9(4).                      CNB25100
020200     05  WS-SD-MM                  PIC 9(2).                      CNB25100
020300     05  WS-SD-DD                  PIC 9(2).                      CNB25100
020400 01  WS-SERIAL-DATE-X REDEFINES WS-SERIAL-DATE                    CNB25100
020500                                   PIC X(8).                      CNB25100
020600 01  WS-MONTH-DAYS                 PIC 9(2) VALUE ZEROS.          CNB25100
020700 01  WS-LEAP-QUOT                  PIC 9(4) VALUE ZEROS.          CNB25100
020800 01  WS-LEAP-REM                   PIC 9(4) VALUE ZEROS.          CNB25100
020900 01  WS-CUM-DAY-TABLE              PIC X(36) VALUE                CNB25100
021000         '000031059090120151181212243273304334'.                  CNB25100
021100 01  WS-CUM-DAY-TABLE-R REDEFINES WS-CUM-DAY-TABLE.               CNB25100
021200     05  WS-CDT-DAYS OCCURS 12 TIMES                              CNB25100
021300                                   PIC 9(3).                      CNB25100
021400 01  WS-DATE-OK-SW                 PIC X  VALUE 'N'.              CNB25100
021500     88  WS-DATE-OK                       VALUE 'Y'.              CNB25100
021600*                                                                 CNB25100
021700*    THE REQUIREMENT RULES, LOADED FOR THE DAILY LIST             CNB25100
021800*                                                                 CNB25100
021900 01  WS-RR-MAX                     PIC S9(4) COMP VALUE 300.      CNB25100
022000 01  WS-RR-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB25100
022100 01  WS-RR-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB25100
022200 01  WS-RR-TABLE.                                                 CNB25100
022300     05  WS-RR-ENTRY OCCURS 300 TIMES.                            CNB25100
022400         10  WS-RR-LAYOFF-CODE     PIC X(1).                      CNB25100
022500         10  WS-RR-MIN-DAYS        PIC 9(3).                      CNB25100
022600         10  WS-RR-REQ-CODE        PIC X(4).                      CNB25100
022700         10  WS-RR-ACTION          PIC X(1).                      CNB25100
022800         10  WS-RR-REQ-DESC        PIC X(30).                     CNB25100
022900*                                                                 CNB25100
023000*    THE EXPECTED RETURNS IN THE WINDOW, TAKEN OFF RTSFILE BEFORE CNB25100
023100*    THE REQUIREMENT RECORDS ARE READ AT RANDOM                   CNB25100
023200*                                                                 CNB25100
023300 01  WS-EX-MAX                     PIC S9(4) COMP VALUE 2000.     CNB25100
023400 01  WS-EX-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB25100
023500 01  WS-EX-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB25100
023600 01  WS-EX-TABLE.                                                 CNB25100
023700     05  WS-EX-ENTRY OCCURS 2000 TIMES.                           CNB25100
023800         10  WS-EX-EMP-NBR         PIC X(9).                      CNB25100
023900         10  WS-EX-DATE            PIC X(8).                      CNB25100
024000 01  WS-TRAN-COUNT                 PIC 9(7) VALUE ZEROS.          CNB25100
024100 01  WS-REJ-COUNT                  PIC 9(7) VALUE ZEROS.          CNB25100
024200 01  WS-EXPECTED-COUNT             PIC 9(7) VALUE ZEROS.          CNB25100
024300 01  WS-BACK-COUNT                 PIC 9(7) VALUE ZEROS.          CNB25100
024400 01  WS-NOT-FOUND-COUNT            PIC 9(7) VALUE ZEROS.          CNB25100
024500 01  WS-LISTED-COUNT               PIC 9(7) VALUE ZEROS.          CNB25100
024600 01  WS-READY-COUNT                PIC 9(7) VALUE ZEROS.          CNB25100
024700 01  WS-NOT-READY-COUNT            PIC 9(7) VALUE ZEROS.          CNB25100
024800 01  WS-OVERDUE-COUNT              PIC 9(7) VALUE ZEROS.          CNB25100
024900 01  WS-REQ-COUNT                  PIC 9(7) VALUE ZEROS.          CNB25100
025000 01  WS-HDR-LINE.                                                 CNB25100
025100     05  FILLER                PIC X(40)  VALUE                   CNB25100
025200         'CNB251 - RETURN-TO-SERVICE READINESS'.                  CNB25100
025300     05  FILLER                PIC X(2)   VALUE SPACES.           CNB25100
025400     05  HDR-FUNC              PIC X(8).                          CNB25100
025500     05  FILLER                PIC X(2)   VALUE SPACES.           CNB25100
025600     05  HDR-DATE-TIME         PIC X(12).                         CNB25100
025700     05  FILLER                PIC X(68)  VALUE SPACES.           CNB25100
025800 01  WS-TITLE-LINE.                                               CNB25100
025900     05  TTL-TEXT                  PIC X(60).                     CNB25100
026000     05  FILLER                    PIC X(72) VALUE SPACES.        CNB25100
026100 01  WS-COL-HDR-LINE.                                             CNB25100
026200     05  FILLER                    PIC X(46) VALUE                CNB25100
026300         'EMPLOYEE  NAME               BOARD     C  OFF '.        CNB25100
026400     05  FILLER                    PIC X(50) VALUE                CNB25100
026500         'DATE  EXPECTED  DAYS  REQT  REQUIREMENT           '.    CNB25100
026600     05  FILLER                    PIC X(36) VALUE                CNB25100
026700         '          ACTION    NOTE'.                              CNB25100
026800 01  WS-DUE-LINE.                                                 CNB25100
026900     05  DL-EMP-NBR                PIC X(9).                      CNB25100
027000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25100
027100     05  DL-EMP-NAME               PIC X(18).                     CNB25100
027200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB25100
027300     05  DL-DIST                   PIC X(2).                      CNB25100
027400     05  FILLER                    PIC X(1) VALUE '/'.            CNB25100
027500     05  DL-SDIST                  PIC X(2).                      CNB25100
027600     05  FILLER                    PIC X(1) VALUE '/'.            CNB25100
027700     05  DL-CRAFT                  PIC X(2).                      CNB25100
027800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25100
027900     05  DL-LAYOFF-CODE            PIC X(1).                      CNB25100
028000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25100
028100     05  DL-OFF-DATE               PIC X(8).                      CNB25100
028200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25100
028300     05  DL-EXP-DATE               PIC X(8).                      CNB25100
028400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25100
028500     05  DL-DAYS-AWAY              PIC ZZZ9.                      CNB25100
028600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25100
028700     05  DL-REQ-CODE               PIC X(4).                      CNB25100
028800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25100
028900     05  DL-REQ-DESC               PIC X(30).                     CNB25100
029000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25100
029100     05  DL-ACTION                 PIC X(8).                      CNB25100
029200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25100
029300     05  DL-NOTE                   PIC X(8).                      CNB25100
029400     05  FILLER                    PIC X(8) VALUE SPACES.         CNB25100
029500 01  WS-TRAN-HDR-LINE.                                            CNB25100
029600     05  FILLER                    PIC X(50) VALUE                CNB25100
029700         'T  USER      EMPLOYEE   C  DAY  REQT  A  DATE     '.    CNB25100
029800     05  FILLER                    PIC X(82) VALUE                CNB25100
029900         ' DESCRIPTION / REMARK            RESULT'.               CNB25100
030000 01  WS-TRAN-LINE.                                                CNB25100
030100     05  TL-TYPE                   PIC X(1).                      CNB25100
030200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25100
030300     05  TL-USER                   PIC X(8).                      CNB25100
030400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25100
030500     05  TL-EMP-NBR                PIC X(9).                      CNB25100
030600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25100
030700     05  TL-LAYOFF-CODE            PIC X(1).                      CNB25100
030800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25100
030900     05  TL-MIN-DAYS               PIC X(3).                      CNB25100
031000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25100
031100     05  TL-REQ-CODE               PIC X(4).                      CNB25100
031200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25100
031300     05  TL-ACTION                 PIC X(1).                      CNB25100
031400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25100
031500     05  TL-DATE                   PIC X(8).                      CNB25100
031600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25100
031700     05  TL-TEXT                   PIC X(30).                     CNB25100
031800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB25100
031900     05  TL-RESULT                 PIC X(24).                     CNB25100
032000     05  FILLER                    PIC X(25) VALUE SPACES.        CNB25100
032100 01  WS-CNT-LINE.                                                 CNB25100
032200     05  CNT-LABEL                 PIC X(30).                     CNB25100
032300     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB25100
032400     05  FILLER                    PIC X(95) VALUE SPACES.        CNB25100
032500*                                                                 CNB25100
032600 PROCEDURE DIVISION.                                              CNB25100
032700 P0000-MAINLINE.                                                  CNB25100
032800     PERFORM P1000-INITIALIZE                                     CNB25100
032900     IF WS-FUNC-MAINT                                             CNB25100
033000        PERFORM P4000-APPLY-CARDS UNTIL WS-EOF-INPUT              CNB25100
033100     ELSE                                                         CNB25100
033200        PERFORM P2000-LOAD-RULES                                  CNB25100
033300        PERFORM P3000-DUE-BACK                                    CNB25100
033400     END-IF                                                       CNB25100
033500     PERFORM P9000-TERMINATE                                      CNB25100
033600     GOBACK.                                                      CNB25100
033700*                                                                 CNB25100
033800 P1000-INITIALIZE.                                                CNB25100
033900     OPEN INPUT PARM-FILE                                         CNB25100
034000     IF NOT WS-PARM-OK                                            CNB25100
034100        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB25100
034200        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB25100
034300        PERFORM P9999-GOT-PROBLEM                                 CNB25100
034400     END-IF                                                       CNB25100
034500     READ PARM-FILE                                               CNB25100
034600     IF NOT WS-PARM-OK                                            CNB25100
034700        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB25100
034800        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB25100
034900        PERFORM P9999-GOT-PROBLEM                                 CNB25100
035000     END-IF                                                       CNB25100
035100     MOVE PARM-FUNC                TO WS-FUNC                     CNB25100
035200     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB25100
035300     MOVE '20'                     TO WS-RUN-DATE (1:2)           CNB25100
035400     MOVE WS-RUN-DATE-TIME (1:6)   TO WS-RUN-DATE (3:6)           CNB25100
035500     MOVE WS-RUN-DATE              TO WS-SERIAL-DATE-X            CNB25100
035600     PERFORM P7000-DATE-TO-SERIAL                                 CNB25100
035700     MOVE WS-SERIAL-RESULT         TO WS-RUN-SERIAL               CNB25100
035800     CLOSE PARM-FILE                                              CNB25100
035900     IF NOT WS-FUNC-MAINT AND NOT WS-FUNC-DAILY                   CNB25100
036000        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB25100
036100        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB25100
036200        PERFORM P9999-GOT-PROBLEM                                 CNB25100
036300     END-IF                                                       CNB25100
036400     OPEN I-O RULE-FILE                                           CNB25100
036500     IF WS-RULE-STATUS = '35'                                     CNB25100
036600        OPEN OUTPUT RULE-FILE                                     CNB25100
036700        CLOSE RULE-FILE                                           CNB25100
036800        OPEN I-O RULE-FILE                                        CNB25100
036900     END-IF                                                       CNB25100
037000     IF NOT WS-RULE-OK                                            CNB25100
037100        MOVE 'P1000-OPEN-RULE'     TO WS-ABEND-PARAGRAPH          CNB25100
037200        MOVE WS-RULE-STATUS        TO WS-ABEND-STATUS             CNB25100
037300        PERFORM P9999-GOT-PROBLEM                                 CNB25100
037400     END-IF                                                       CNB25100
037500     OPEN I-O RTS-FILE                                            CNB25100
037600     IF WS-RTS-STATUS = '35'                                      CNB25100
037700        OPEN OUTPUT RTS-FILE                                      CNB25100
037800        CLOSE RTS-FILE                                            CNB25100
037900        OPEN I-O RTS-FILE                                         CNB25100
038000     END-IF                                                       CNB25100
038100     IF NOT WS-RTS-OK                                             CNB25100
038200        MOVE 'P1000-OPEN-RTS'      TO WS-ABEND-PARAGRAPH          CNB25100
038300        MOVE WS-RTS-STATUS         TO WS-ABEND-STATUS             CNB25100
038400        PERFORM P9999-GOT-PROBLEM                                 CNB25100
038500     END-IF                                                       CNB25100
038600     IF WS-FUNC-MAINT                                             CNB25100
038700        OPEN INPUT TRAN-FILE                                      CNB25100
038800        IF NOT WS-TRAN-OK                                         CNB25100
038900           MOVE 'P1000-OPEN-TRAN'  TO WS-ABEND-PARAGRAPH          CNB25100
039000           MOVE WS-TRAN-STATUS     TO WS-ABEND-STATUS             CNB25100
039100           PERFORM P9999-GOT-PROBLEM                              CNB25100
039200        END-IF                                                    CNB25100
039300     ELSE                                                         CNB25100
039400        OPEN INPUT MSTR-FILE                                      CNB25100
039500        IF NOT WS-MSTRF-OK                                        CNB25100
039600           MOVE 'P1000-OPEN-MSTR'  TO WS-ABEND-PARAGRAPH          CNB25100
039700           MOVE WS-MSTRF-STATUS    TO WS-ABEND-STATUS             CNB25100
039800           PERFORM P9999-GOT-PROBLEM                              CNB25100
039900        END-IF                                                    CNB25100
040000     END-IF                                                       CNB25100
040100     OPEN OUTPUT RPT-FILE                                         CNB25100
040200     IF NOT WS-RPT-OK                                             CNB25100
040300        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB25100
040400        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB25100
040500        PERFORM P9999-GOT-PROBLEM                                 CNB25100
040600     END-IF                                                       CNB25100
040700     MOVE WS-FUNC                  TO HDR-FUNC                    CNB25100
040800     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB25100
040900     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB25100
041000     MOVE SPACES                   TO RPT-LINE                    CNB25100
041100     WRITE RPT-LINE                                               CNB25100
041200     IF WS-FUNC-MAINT                                             CNB25100
041300        WRITE RPT-LINE FROM WS-TRAN-HDR-LINE                      CNB25100
041400     END-IF.                                                      CNB25100
041500*                                                                 CNB25100
041600 P2000-LOAD-RULES.                                                CNB25100
041700     MOVE LOW-VALUES               TO RR-KEY                      CNB25100
041800     START RULE-FILE KEY NOT < RR-KEY                             CNB25100
041900     IF WS-RULE-OK                                                CNB25100
042000        PERFORM P2100-LOAD-RULE UNTIL WS-EOF-INPUT                CNB25100
042100     END-IF                                                       CNB25100
042200     MOVE 'N'                      TO WS-EOF-SW.                  CNB25100
042300*                                                                 CNB25100
042400 P2100-LOAD-RULE.                                                 CNB25100
042500     READ RULE-FILE NEXT                                          CNB25100
042600          AT END                                                  CNB25100
042700             SET WS-EOF-INPUT TO TRUE                             CNB25100
042800     END-READ                                                     CNB25100
042900     IF NOT WS-EOF-INPUT                                          CNB25100
043000        IF NOT WS-RULE-OK                                         CNB25100
043100           MOVE 'P2100-READ-RULE'  TO WS-ABEND-PARAGRAPH          CNB25100
043200           MOVE WS-RULE-STATUS     TO WS-ABEND-STATUS             CNB25100
043300           PERFORM P9999-GOT-PROBLEM                              CNB25100
043400        END-IF                                                    CNB25100
043500        IF WS-RR-COUNT < WS-RR-MAX                                CNB25100
043600           ADD 1 TO WS-RR-COUNT                                   CNB25100
043700           MOVE RR-LAYOFF-CODE                                    CNB25100
043800                              TO WS-RR-LAYOFF-CODE (WS-RR-COUNT)  CNB25100
043900           MOVE RR-MIN-DAYS        TO WS-RR-MIN-DAYS (WS-RR-COUNT)CNB25100
044000           MOVE RR-REQ-CODE        TO WS-RR-REQ-CODE (WS-RR-COUNT)CNB25100
044100           MOVE RR-ACTION          TO WS-RR-ACTION (WS-RR-COUNT)  CNB25100
044200           MOVE RR-REQ-DESC        TO WS-RR-REQ-DESC (WS-RR-COUNT)CNB25100
044300        END-IF                                                    CNB25100
044400     END-IF.                                                      CNB25100
044500*                                                                 CNB25100
044600*    EXPECTED RETURNS ON OR BEFORE THE END OF THE LOOK-AHEAD      CNB25100
044700*    WINDOW (THE ONES BEFORE THE RUN DATE ARE OVERDUE)            CNB25100
044800*                                                                 CNB25100
044900 P3000-DUE-BACK.                                                  CNB25100
045000     MOVE 'EMPLOYEES EXPECTED BACK - OUTSTANDING REQUIREMENTS'    CNB25100
045100                                   TO TTL-TEXT                    CNB25100
045200     PERFORM P8000-PRINT-TITLE                                    CNB25100
045300     WRITE RPT-LINE FROM WS-COL-HDR-LINE                          CNB25100
045400     MOVE LOW-VALUES               TO RS-KEY                      CNB25100
045500     START RTS-FILE KEY NOT < RS-KEY                              CNB25100
045600     IF WS-RTS-OK                                                 CNB25100
045700        PERFORM P3100-TAKE-EXPECTED UNTIL WS-EOF-INPUT            CNB25100
045800     END-IF                                                       CNB25100
045900     PERFORM P3200-CHECK-EMPLOYEE                                 CNB25100
046000             VARYING WS-EX-SUB FROM 1 BY 1                        CNB25100
046100             UNTIL WS-EX-SUB > WS-EX-COUNT.                       CNB25100
046200*                                                                 CNB25100
046300 P3100-TAKE-EXPECTED.                                             CNB25100
046400     READ RTS-FILE NEXT                                           CNB25100
046500          AT END                                                  CNB25100
046600             SET WS-EOF-INPUT TO TRUE                             CNB25100
046700     END-READ                                                     CNB25100
046800     IF NOT WS-EOF-INPUT                                          CNB25100
046900        IF NOT WS-RTS-OK                                          CNB25100
047000           MOVE 'P3100-READ-RTS'   TO WS-ABEND-PARAGRAPH          CNB25100
047100           MOVE WS-RTS-STATUS      TO WS-ABEND-STATUS             CNB25100
047200           PERFORM P9999-GOT-PROBLEM                              CNB25100
047300        END-IF                                                    CNB25100
047400        IF RS-EXPECTED                                            CNB25100
047500           MOVE RS-DATE            TO WS-SERIAL-DATE-X            CNB25100
047600           PERFORM P7000-DATE-TO-SERIAL                           CNB25100
047700           IF WS-SERIAL-RESULT > ZEROS                            CNB25100
047800              AND WS-SERIAL-RESULT NOT >                          CNB25100
047900                  WS-RUN-SERIAL + WS-LOOK-AHEAD                   CNB25100
048000              AND WS-EX-COUNT < WS-EX-MAX                         CNB25100
048100              ADD 1 TO WS-EX-COUNT                                CNB25100
048200              MOVE RS-EMP-NBR      TO WS-EX-EMP-NBR (WS-EX-COUNT) CNB25100
048300              MOVE RS-DATE         TO WS-EX-DATE (WS-EX-COUNT)    CNB25100
048400           END-IF                                                 CNB25100
048500        END-IF                                                    CNB25100
048600     END-IF.                                                      CNB25100
048700*                                                                 CNB25100
048800 P3200-CHECK-EMPLOYEE.                                            CNB25100
048900     ADD 1 TO WS-EXPECTED-COUNT                                   CNB25100
049000     MOVE SPACES                   TO WS-MSTR                     CNB25100
049100     MOVE WS-EX-EMP-NBR (WS-EX-SUB) TO MIO-EMP-NBR                CNB25100
049200     READ MSTR-FILE KEY IS MIO-EMP-NBR                            CNB25100
049300     IF NOT WS-MSTRF-OK AND NOT WS-MSTRF-NOTFND                   CNB25100
049400        MOVE 'P3200-READ-MSTR'     TO WS-ABEND-PARAGRAPH          CNB25100
049500        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB25100
049600        PERFORM P9999-GOT-PROBLEM                                 CNB25100
049700     END-IF                                                       CNB25100
049800     EVALUATE TRUE                                                CNB25100
049900        WHEN WS-MSTRF-NOTFND                                      CNB25100
050000             ADD 1 TO WS-NOT-FOUND-COUNT                          CNB25100
050100        WHEN OTHER                                                CNB25100
050200             MOVE MIO-RECORD       TO WS-MSTR                     CNB25100
050300             IF AVAILABLE OR WORKING                              CNB25100
050400                ADD 1 TO WS-BACK-COUNT                            CNB25100
050500             ELSE                                                 CNB25100
050600                PERFORM P3300-LIST-EMPLOYEE                       CNB25100
050700             END-IF                                               CNB25100
050800     END-EVALUATE.                                                CNB25100
050900*                                                                 CNB25100
051000*    DAYS AWAY AS OF THE EXPECTED RETURN, THEN EVERY RULE FOR THE CNB25100
051100*    LAYOFF CODE (OR ANY CODE) THAT THE ABSENCE IS LONG ENOUGH FORCNB25100
051200*                                                                 CNB25100
051300 P3300-LIST-EMPLOYEE.                                             CNB25100
051400     ADD 1 TO WS-LISTED-COUNT                                     CNB25100
051500     MOVE '20'                     TO WS-OFF-DATE (1:2)           CNB25100
051600     MOVE LAYOFF-DATE              TO WS-OFF-DATE (3:6)           CNB25100
051700     MOVE WS-OFF-DATE              TO WS-SERIAL-DATE-X            CNB25100
051800     PERFORM P7000-DATE-TO-SERIAL                                 CNB25100
051900     MOVE WS-SERIAL-RESULT         TO WS-OFF-SERIAL               CNB25100
052000     MOVE WS-EX-DATE (WS-EX-SUB)   TO WS-SERIAL-DATE-X            CNB25100
052100     PERFORM P7000-DATE-TO-SERIAL                                 CNB25100
052200     MOVE WS-SERIAL-RESULT         TO WS-EXP-SERIAL               CNB25100
052300     COMPUTE WS-DAYS-AWAY = WS-EXP-SERIAL - WS-OFF-SERIAL         CNB25100
052400     IF WS-DAYS-AWAY < ZEROS OR WS-OFF-SERIAL = ZEROS             CNB25100
052500        MOVE ZEROS                 TO WS-DAYS-AWAY                CNB25100
052600     END-IF                                                       CNB25100
052700     MOVE EMP-NBR                  TO DL-EMP-NBR                  CNB25100
052800     MOVE EMP-NAME                 TO DL-EMP-NAME                 CNB25100
052900     MOVE DIST                     TO DL-DIST                     CNB25100
053000     MOVE SUB-DIST                 TO DL-SDIST                    CNB25100
053100     MOVE CRAFT                    TO DL-CRAFT                    CNB25100
053200     MOVE LAYOFF-CODE-1            TO DL-LAYOFF-CODE              CNB25100
053300     MOVE WS-OFF-DATE              TO DL-OFF-DATE                 CNB25100
053400     MOVE WS-EX-DATE (WS-EX-SUB)   TO DL-EXP-DATE                 CNB25100
053500     MOVE WS-DAYS-AWAY             TO DL-DAYS-AWAY                CNB25100
053600     MOVE ZEROS                    TO WS-OUTSTANDING              CNB25100
053700     PERFORM P3400-CHECK-RULE                                     CNB25100
053800             VARYING WS-RR-SUB FROM 1 BY 1                        CNB25100
053900             UNTIL WS-RR-SUB > WS-RR-COUNT                        CNB25100
054000     IF WS-OUTSTANDING = ZEROS                                    CNB25100
054100        ADD 1 TO WS-READY-COUNT                                   CNB25100
054200        MOVE SPACES                TO DL-REQ-CODE                 CNB25100
054300                                      DL-ACTION                   CNB25100
054400        MOVE 'NO REQUIREMENTS OUTSTANDING' TO DL-REQ-DESC         CNB25100
054500        PERFORM P3500-NOTE-OVERDUE                                CNB25100
054600        WRITE RPT-LINE FROM WS-DUE-LINE                           CNB25100
054700     ELSE                                                         CNB25100
054800        ADD 1 TO WS-NOT-READY-COUNT                               CNB25100
054900     END-IF                                                       CNB25100
055000     IF WS-EXP-SERIAL < WS-RUN-SERIAL                             CNB25100
055100        ADD 1 TO WS-OVERDUE-COUNT                                 CNB25100
055200     END-IF.                                                      CNB25100
055300*                                                                 CNB25100
055400 P3400-CHECK-RULE.                                                CNB25100
055500     IF (WS-RR-LAYOFF-CODE (WS-RR-SUB) = LAYOFF-CODE-1            CNB25100
055600         OR WS-RR-LAYOFF-CODE (WS-RR-SUB) = '*')                  CNB25100
055700        AND WS-DAYS-AWAY NOT < WS-RR-MIN-DAYS (WS-RR-SUB)         CNB25100
055800        MOVE EMP-NBR               TO RS-EMP-NBR                  CNB25100
055900        MOVE 'M'                   TO RS-TYPE                     CNB25100
056000        MOVE SPACES                TO RS-CODE                     CNB25100
056100        MOVE WS-RR-REQ-CODE (WS-RR-SUB) TO RS-CODE (1:4)          CNB25100
056200        PERFORM P7200-CHECK-MET                                   CNB25100
056300        IF NOT WS-REQ-MET                                         CNB25100
056400           ADD 1 TO WS-OUTSTANDING                                CNB25100
056500           ADD 1 TO WS-REQ-COUNT                                  CNB25100
056600           MOVE WS-RR-REQ-CODE (WS-RR-SUB) TO DL-REQ-CODE         CNB25100
056700           MOVE WS-RR-REQ-DESC (WS-RR-SUB) TO DL-REQ-DESC         CNB25100
056800           IF WS-RR-ACTION (WS-RR-SUB) = 'B'                      CNB25100
056900              MOVE 'BLOCK'         TO DL-ACTION                   CNB25100
057000           ELSE                                                   CNB25100
057100              MOVE 'OVERRIDE'      TO DL-ACTION                   CNB25100
057200           END-IF                                                 CNB25100
057300           PERFORM P3500-NOTE-OVERDUE                             CNB25100
057400           WRITE RPT-LINE FROM WS-DUE-LINE                        CNB25100
057500        END-IF                                                    CNB25100
057600     END-IF.                                                      CNB25100
057700*                                                                 CNB25100
057800 P3500-NOTE-OVERDUE.                                              CNB25100
057900     IF WS-EXP-SERIAL < WS-RUN-SERIAL                             CNB25100
058000        MOVE 'OVERDUE'             TO DL-NOTE                     CNB25100
058100     ELSE                                                         CNB25100
058200        MOVE SPACES                TO DL-NOTE                     CNB25100
058300     END-IF.                                                      CNB25100
058400*                                                                 CNB25100
058500 P4000-APPLY-CARDS.                                               CNB25100
058600     READ TRAN-FILE                                               CNB25100
058700          AT END                                                  CNB25100
058800             SET WS-EOF-INPUT TO TRUE                             CNB25100
058900     END-READ                                                     CNB25100
059000     IF NOT WS-EOF-INPUT                                          CNB25100
059100        PERFORM P4100-EDIT-CARD                                   CNB25100
059200        MOVE RC-TYPE               TO TL-TYPE                     CNB25100
059300        MOVE RC-USER               TO TL-USER                     CNB25100
059400        MOVE RC-EMP-NBR            TO TL-EMP-NBR                  CNB25100
059500        MOVE RC-LAYOFF-CODE        TO TL-LAYOFF-CODE              CNB25100
059600        MOVE RC-MIN-DAYS           TO TL-MIN-DAYS                 CNB25100
059700        MOVE RC-REQ-CODE           TO TL-REQ-CODE                 CNB25100
059800        MOVE RC-ACTION             TO TL-ACTION                   CNB25100
059900        MOVE RC-DATE               TO TL-DATE                     CNB25100
060000        MOVE RC-TEXT               TO TL-TEXT                     CNB25100
060100        IF WS-REJ-REASON = SPACES                                 CNB25100
060200           PERFORM P4200-POST-CARD                                CNB25100
060300        END-IF                                                    CNB25100
060400        IF WS-REJ-REASON = SPACES                                 CNB25100
060500           ADD 1 TO WS-TRAN-COUNT                                 CNB25100
060600        ELSE                                                      CNB25100
060700           ADD 1 TO WS-REJ-COUNT                                  CNB25100
060800           MOVE SPACES             TO TL-RESULT                   CNB25100
060900           STRING 'REJECTED ' WS-REJ-REASON                       CNB25100
061000                  DELIMITED BY SIZE INTO TL-RESULT                CNB25100
061100        END-IF                                                    CNB25100
061200        WRITE RPT-LINE FROM WS-TRAN-LINE                          CNB25100
061300     END-IF.                                                      CNB25100
061400*                                                                 CNB25100
061500 P4100-EDIT-CARD.                                                 CNB25100
061600     MOVE SPACES                   TO WS-REJ-REASON               CNB25100
061700     MOVE 'N'                      TO WS-CODE-OK-SW               CNB25100
061800     PERFORM P4110-CHECK-CODE                                     CNB25100
061900             VARYING WS-CODE-SUB FROM 1 BY 1                      CNB25100
062000             UNTIL WS-CODE-SUB > 28                               CNB25100
062100     MOVE RC-DATE                  TO WS-SERIAL-DATE-X            CNB25100
062200     PERFORM P7100-CHECK-DATE                                     CNB25100
062300     EVALUATE TRUE                                                CNB25100
062400        WHEN RC-USER = SPACES                                     CNB25100
062500             MOVE 'USER'           TO WS-REJ-REASON               CNB25100
062600        WHEN NOT RC-ADD-RULE AND NOT RC-DELETE-RULE               CNB25100
062700             AND NOT RC-MET AND NOT RC-WAIVED                     CNB25100
062800             AND NOT RC-EXPECTED AND NOT RC-REMOVE                CNB25100
062900             MOVE 'TYPE'           TO WS-REJ-REASON               CNB25100
063000        WHEN RC-ADD-RULE OR RC-DELETE-RULE                        CNB25100
063100             EVALUATE TRUE                                        CNB25100
063200                WHEN NOT WS-CODE-OK                               CNB25100
063300                     MOVE 'CODE'   TO WS-REJ-REASON               CNB25100
063400                WHEN RC-MIN-DAYS NOT NUMERIC                      CNB25100
063500                     MOVE 'DAYS'   TO WS-REJ-REASON               CNB25100
063600                WHEN RC-REQ-CODE = SPACES                         CNB25100
063700                     MOVE 'REQT'   TO WS-REJ-REASON               CNB25100
063800                WHEN RC-ADD-RULE                                  CNB25100
063900                     AND RC-ACTION NOT = 'B'                      CNB25100
064000                     AND RC-ACTION NOT = 'O'                      CNB25100
064100                     MOVE 'ACTN'   TO WS-REJ-REASON               CNB25100
064200                WHEN OTHER                                        CNB25100
064300                     CONTINUE                                     CNB25100
064400             END-EVALUATE                                         CNB25100
064500        WHEN RC-EMP-NBR = SPACES                                  CNB25100
064600             MOVE 'EMP'            TO WS-REJ-REASON               CNB25100
064700        WHEN (RC-MET OR RC-WAIVED) AND RC-REQ-CODE = SPACES       CNB25100
064800             MOVE 'REQT'           TO WS-REJ-REASON               CNB25100
064900        WHEN (RC-MET OR RC-WAIVED OR RC-EXPECTED)                 CNB25100
065000             AND NOT WS-DATE-OK                                   CNB25100
065100             MOVE 'DATE'           TO WS-REJ-REASON               CNB25100
065200        WHEN OTHER                                                CNB25100
065300             CONTINUE                                             CNB25100
065400     END-EVALUATE.                                                CNB25100
065500*                                                                 CNB25100
065600 P4110-CHECK-CODE.                                                CNB25100
065700     IF RC-LAYOFF-CODE = WS-LAYOFF-CODES (WS-CODE-SUB:1)          CNB25100
065800        AND RC-LAYOFF-CODE NOT = SPACE                            CNB25100
065900        SET WS-CODE-OK TO TRUE                                    CNB25100
066000     END-IF.                                                      CNB25100
066100*                                                                 CNB25100
066200 P4200-POST-CARD.                                                 CNB25100
066300     EVALUATE TRUE                                                CNB25100
066400        WHEN RC-ADD-RULE                                          CNB25100
066500             PERFORM P4300-ADD-RULE                               CNB25100
066600        WHEN RC-DELETE-RULE                                       CNB25100
066700             PERFORM P4400-DELETE-RULE                            CNB25100
066800        WHEN RC-MET OR RC-WAIVED OR RC-EXPECTED                   CNB25100
066900             PERFORM P4500-POST-EMPLOYEE                          CNB25100
067000        WHEN OTHER                                                CNB25100
067100             PERFORM P4600-REMOVE-EMPLOYEE                        CNB25100
067200     END-EVALUATE.                                                CNB25100
067300*                                                                 CNB25100
067400 P4300-ADD-RULE.                                                  CNB25100
067500     MOVE RC-LAYOFF-CODE           TO RR-LAYOFF-CODE              CNB25100
067600     MOVE RC-MIN-DAYS-N            TO RR-MIN-DAYS                 CNB25100
067700     MOVE RC-REQ-CODE              TO RR-REQ-CODE                 CNB25100
067800     READ RULE-FILE                                               CNB25100
067900     IF NOT WS-RULE-OK AND NOT WS-RULE-NOTFND                     CNB25100
068000        MOVE 'P4300-READ-RULE'     TO WS-ABEND-PARAGRAPH          CNB25100
068100        MOVE WS-RULE-STATUS        TO WS-ABEND-STATUS             CNB25100
068200        PERFORM P9999-GOT-PROBLEM                                 CNB25100
068300     END-IF                                                       CNB25100
068400     MOVE RC-ACTION                TO RR-ACTION                   CNB25100
068500     MOVE RC-TEXT                  TO RR-REQ-DESC                 CNB25100
068600     MOVE RC-USER                  TO RR-UPDATE-USER              CNB25100
068700     MOVE WS-RUN-DATE-TIME         TO RR-UPDATE-DATE-TIME         CNB25100
068800     IF WS-RULE-OK                                                CNB25100
068900        REWRITE RR-RECORD                                         CNB25100
069000        MOVE 'RULE REPLACED'       TO TL-RESULT                   CNB25100
069100     ELSE                                                         CNB25100
069200        MOVE SPACES                TO RR-RECORD (60:21)           CNB25100
069300        MOVE RC-USER               TO RR-UPDATE-USER              CNB25100
069400        MOVE WS-RUN-DATE-TIME      TO RR-UPDATE-DATE-TIME         CNB25100
069500        WRITE RR-RECORD                                           CNB25100
069600        MOVE 'RULE ADDED'          TO TL-RESULT                   CNB25100
069700     END-IF                                                       CNB25100
069800     IF NOT WS-RULE-OK                                            CNB25100
069900        MOVE 'P4300-WRITE-RULE'    TO WS-ABEND-PARAGRAPH          CNB25100
070000        MOVE WS-RULE-STATUS        TO WS-ABEND-STATUS             CNB25100
070100        PERFORM P9999-GOT-PROBLEM                                 CNB25100
070200     END-IF.                                                      CNB25100
070300*                                                                 CNB25100
070400 P4400-DELETE-RULE.                                               CNB25100
070500     MOVE RC-LAYOFF-CODE           TO RR-LAYOFF-CODE              CNB25100
070600     MOVE RC-MIN-DAYS-N            TO RR-MIN-DAYS                 CNB25100
070700     MOVE RC-REQ-CODE              TO RR-REQ-CODE                 CNB25100
070800     DELETE RULE-FILE                                             CNB25100
070900     IF WS-RULE-OK                                                CNB25100
071000        MOVE 'RULE DELETED'        TO TL-RESULT                   CNB25100
071100     ELSE                                                         CNB25100
071200        MOVE 'NORL'                TO WS-REJ-REASON               CNB25100
071300     END-IF.                                                      CNB25100
071400*                                                                 CNB25100
071500 P4500-POST-EMPLOYEE.                                             CNB25100
071600     MOVE RC-EMP-NBR               TO RS-EMP-NBR                  CNB25100
071700     MOVE SPACES                   TO RS-CODE                     CNB25100
071800     IF RC-EXPECTED                                               CNB25100
071900        MOVE 'E'                   TO RS-TYPE                     CNB25100
072000     ELSE                                                         CNB25100
072100        MOVE 'M'                   TO RS-TYPE                     CNB25100
072200        MOVE RC-REQ-CODE           TO RS-CODE (1:4)               CNB25100
072300     END-IF                                                       CNB25100
072400     READ RTS-FILE                                                CNB25100
072500     IF NOT WS-RTS-OK AND NOT WS-RTS-NOTFND                       CNB25100
072600        MOVE 'P4500-READ-RTS'      TO WS-ABEND-PARAGRAPH          CNB25100
072700        MOVE WS-RTS-STATUS         TO WS-ABEND-STATUS             CNB25100
072800        PERFORM P9999-GOT-PROBLEM                                 CNB25100
072900     END-IF                                                       CNB25100
073000     IF WS-RTS-NOTFND                                             CNB25100
073100        MOVE SPACES                TO RS-RECORD (21:80)           CNB25100
073200     END-IF                                                       CNB25100
073300     MOVE RC-DATE                  TO RS-DATE                     CNB25100
073400     MOVE RC-USER                  TO RS-USER                     CNB25100
073500     MOVE RC-TEXT                  TO RS-REMARK                   CNB25100
073600     MOVE WS-RUN-DATE-TIME         TO RS-UPDATE-DATE-TIME         CNB25100
073700     EVALUATE TRUE                                                CNB25100
073800        WHEN RC-EXPECTED                                          CNB25100
073900             MOVE SPACE            TO RS-WAIVED                   CNB25100
074000             MOVE 'EXPECTED BACK POSTED' TO TL-RESULT             CNB25100
074100        WHEN RC-WAIVED                                            CNB25100
074200             MOVE 'Y'              TO RS-WAIVED                   CNB25100
074300             MOVE 'REQUIREMENT WAIVED' TO TL-RESULT               CNB25100
074400        WHEN OTHER                                                CNB25100
074500             MOVE SPACE            TO RS-WAIVED                   CNB25100
074600             MOVE 'REQUIREMENT MET' TO TL-RESULT                  CNB25100
074700     END-EVALUATE                                                 CNB25100
074800     IF WS-RTS-OK                                                 CNB25100
074900        REWRITE RS-RECORD                                         CNB25100
075000     ELSE                                                         CNB25100
075100        WRITE RS-RECORD                                           CNB25100
075200     END-IF                                                       CNB25100
075300     IF NOT WS-RTS-OK                                             CNB25100
075400        MOVE 'P4500-WRITE-RTS'     TO WS-ABEND-PARAGRAPH          CNB25100
075500        MOVE WS-RTS-STATUS         TO WS-ABEND-STATUS             CNB25100
075600        PERFORM P9999-GOT-PROBLEM                                 CNB25100
075700     END-IF.                                                      CNB25100
075800*                                                                 CNB25100
075900 P4600-REMOVE-EMPLOYEE.                                           CNB25100
076000     MOVE RC-EMP-NBR               TO RS-EMP-NBR                  CNB25100
076100     MOVE SPACES                   TO RS-CODE                     CNB25100
076200     IF RC-REQ-CODE = SPACES                                      CNB25100
076300        MOVE 'E'                   TO RS-TYPE                     CNB25100
076400     ELSE                                                         CNB25100
076500        MOVE 'M'                   TO RS-TYPE                     CNB25100
076600        MOVE RC-REQ-CODE           TO RS-CODE (1:4)               CNB25100
076700     END-IF                                                       CNB25100
076800     DELETE RTS-FILE                                              CNB25100
076900     IF WS-RTS-OK                                                 CNB25100
077000        MOVE 'REMOVED'             TO TL-RESULT                   CNB25100
077100     ELSE                                                         CNB25100
077200        MOVE 'NREC'                TO WS-REJ-REASON               CNB25100
077300     END-IF.                                                      CNB25100
077400*                                                                 CNB25100
077500 P7000-DATE-TO-SERIAL.                                            CNB25100
077600     MOVE ZEROS                    TO WS-SERIAL-RESULT            CNB25100
077700     IF WS-SERIAL-DATE-X NUMERIC                                  CNB25100
077800        AND WS-SD-MM > 0 AND WS-SD-MM < 13                        CNB25100
077900        COMPUTE WS-SERIAL-RESULT =                                CNB25100
078000            (WS-SD-CCYY * 365) + WS-CDT-DAYS (WS-SD-MM)           CNB25100
078100          + WS-SD-DD                                              CNB25100
078200        DIVIDE WS-SD-CCYY BY 4                                    CNB25100
078300               GIVING WS-LEAP-QUOT                                CNB25100
078400               REMAINDER WS-LEAP-REM                              CNB25100
078500        ADD WS-LEAP-QUOT           TO WS-SERIAL-RESULT            CNB25100
078600        IF WS-LEAP-REM = ZEROS AND WS-SD-MM < 3                   CNB25100
078700           SUBTRACT 1 FROM WS-SERIAL-RESULT                       CNB25100
078800        END-IF                                                    CNB25100
078900     END-IF.                                                      CNB25100
079000*                                                                 CNB25100
079100*    IS WS-SERIAL-DATE A REAL CCYYMMDD DATE                       CNB25100
079200*                                                                 CNB25100
079300 P7100-CHECK-DATE.                                                CNB25100
079400     MOVE 'N'                      TO WS-DATE-OK-SW               CNB25100
079500     IF WS-SERIAL-DATE-X NUMERIC                                  CNB25100
079600        AND WS-SD-MM > 00 AND WS-SD-MM < 13                       CNB25100
079700        AND WS-SD-DD > 00                                         CNB25100
079800        IF WS-SD-MM = 12                                          CNB25100
079900           MOVE 31                 TO WS-MONTH-DAYS               CNB25100
080000        ELSE                                                      CNB25100
080100           COMPUTE WS-MONTH-DAYS = WS-CDT-DAYS (WS-SD-MM + 1)     CNB25100
080200                                 - WS-CDT-DAYS (WS-SD-MM)         CNB25100
080300           IF WS-SD-MM = 02                                       CNB25100
080400              DIVIDE WS-SD-CCYY BY 4                              CNB25100
080500                     GIVING WS-LEAP-QUOT                          CNB25100
080600                     REMAINDER WS-LEAP-REM                        CNB25100
080700              IF WS-LEAP-REM = ZEROS                              CNB25100
080800                 ADD 1 TO WS-MONTH-DAYS                           CNB25100
080900              END-IF                                              CNB25100
081000           END-IF                                                 CNB25100
081100        END-IF                                                    CNB25100
081200        IF WS-SD-DD NOT > WS-MONTH-DAYS                           CNB25100
081300           SET WS-DATE-OK TO TRUE                                 CNB25100
081400        END-IF                                                    CNB25100
081500     END-IF.                                                      CNB25100
081600*                                                                 CNB25100
081700*    THE REQUIREMENT KEYED IN RS-KEY IS MET IF IT WAS WAIVED OR   CNB25100
081800*    MET ON OR AFTER THE DAY THE ABSENCE BEGAN (WS-OFF-DATE)      CNB25100
081900*                                                                 CNB25100
082000 P7200-CHECK-MET.                                                 CNB25100
082100     MOVE 'N'                      TO WS-MET-SW                   CNB25100
082200     READ RTS-FILE                                                CNB25100
082300     IF NOT WS-RTS-OK AND NOT WS-RTS-NOTFND                       CNB25100
082400        MOVE 'P7200-READ-RTS'      TO WS-ABEND-PARAGRAPH          CNB25100
082500        MOVE WS-RTS-STATUS         TO WS-ABEND-STATUS             CNB25100
082600        PERFORM P9999-GOT-PROBLEM                                 CNB25100
082700     END-IF                                                       CNB25100
082800     IF WS-RTS-OK                                                 CNB25100
082900        IF RS-IS-WAIVED OR RS-DATE NOT < WS-OFF-DATE              CNB25100
083000           SET WS-REQ-MET TO TRUE                                 CNB25100
083100        END-IF                                                    CNB25100
083200     END-IF.                                                      CNB25100
083300*                                                                 CNB25100
083400 P8000-PRINT-TITLE.                                               CNB25100
083500     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB25100
083600     MOVE SPACES                   TO RPT-LINE                    CNB25100
083700     WRITE RPT-LINE.                                              CNB25100
083800*                                                                 CNB25100
083900 P9000-TERMINATE.                                                 CNB25100
084000     MOVE SPACES                   TO RPT-LINE                    CNB25100
084100     WRITE RPT-LINE                                               CNB25100
084200     IF WS-FUNC-MAINT                                             CNB25100
084300        MOVE 'CARDS APPLIED .............' TO CNT-LABEL           CNB25100
084400        MOVE WS-TRAN-COUNT         TO CNT-VALUE                   CNB25100
084500        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25100
084600        MOVE 'CARDS REJECTED ............' TO CNT-LABEL           CNB25100
084700        MOVE WS-REJ-COUNT          TO CNT-VALUE                   CNB25100
084800        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25100
084900        CLOSE TRAN-FILE                                           CNB25100
085000     ELSE                                                         CNB25100
085100        MOVE 'REQUIREMENT RULES .........' TO CNT-LABEL           CNB25100
085200        MOVE WS-RR-COUNT           TO CNT-VALUE                   CNB25100
085300        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25100
085400        MOVE 'EXPECTED BACK IN WINDOW ...' TO CNT-LABEL           CNB25100
085500        MOVE WS-EXPECTED-COUNT     TO CNT-VALUE                   CNB25100
085600        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25100
085700        MOVE '  ALREADY MARKED UP .......' TO CNT-LABEL           CNB25100
085800        MOVE WS-BACK-COUNT         TO CNT-VALUE                   CNB25100
085900        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25100
086000        MOVE '  NOT ON MASTER ...........' TO CNT-LABEL           CNB25100
086100        MOVE WS-NOT-FOUND-COUNT    TO CNT-VALUE                   CNB25100
086200        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25100
086300        MOVE '  LISTED ..................' TO CNT-LABEL           CNB25100
086400        MOVE WS-LISTED-COUNT       TO CNT-VALUE                   CNB25100
086500        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25100
086600        MOVE '    READY .................' TO CNT-LABEL           CNB25100
086700        MOVE WS-READY-COUNT        TO CNT-VALUE                   CNB25100
086800        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25100
086900        MOVE '    NOT READY .............' TO CNT-LABEL           CNB25100
087000        MOVE WS-NOT-READY-COUNT    TO CNT-VALUE                   CNB25100
087100        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25100
087200        MOVE '    OVERDUE ...............' TO CNT-LABEL           CNB25100
087300        MOVE WS-OVERDUE-COUNT      TO CNT-VALUE                   CNB25100
087400        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25100
087500        MOVE 'REQUIREMENTS OUTSTANDING ..' TO CNT-LABEL           CNB25100
087600        MOVE WS-REQ-COUNT          TO CNT-VALUE                   CNB25100
087700        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB25100
087800        IF WS-EX-COUNT NOT < WS-EX-MAX                            CNB25100
087900           MOVE '** EXPECTED-BACK TABLE FULL - LIST INCOMPLETE'   CNB25100
088000                                   TO RPT-LINE                    CNB25100
088100           WRITE RPT-LINE                                         CNB25100
088200        END-IF                                                    CNB25100
088300        CLOSE MSTR-FILE                                           CNB25100
088400     END-IF                                                       CNB25100
088500     CLOSE RULE-FILE                                              CNB25100
088600           RTS-FILE                                               CNB25100
088700           RPT-FILE.                                              CNB25100
088800*                                                                 CNB25100
088900 P9999-GOT-PROBLEM.                                               CNB25100
088910     MOVE 'CNB251'                 TO XE-PROGRAM                  CNB25100
088920     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB25100
088930     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB25100
088940     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB25100
089000     DISPLAY 'CNB251 ABEND IN ' WS-ABEND-PARAGRAPH                CNB25100
089100              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB25100
089200     MOVE 16 TO RETURN-CODE                                       CNB25100
089300     GOBACK.                                                      CNB25100
