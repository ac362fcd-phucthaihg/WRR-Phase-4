000100 IDENTIFICATION DIVISION.                                         CNB26600
000200 PROGRAM-ID. CNB266.                                              CNB26600
000300*AUTHOR.     JMC.                                                 CNB26600
000400*DATE-WRITTEN. 10/15/26.                                          CNB26600
000500*REMARKS.                                                         CNB26600
000600*    TIMESLIP ADJUSTMENT AND RESUBMISSION.  ONCE CNP917 HAD       CNB26600
000700*    WRITTEN A TIMESLIP (P2600 PERSONAL LEAVE, P2605/P2609 BANKED-CNB26600
000800*    TIME DAYS OFF) THE ONLY WAY TO FIX A MISTAKE WAS TO KEY A    CNB26600
000900*    MANUAL CLAIM, AND PAYROLL COULD NOT TRACE ONE TO THE OTHER.  CNB26600
001000*    CNP917 NOW ADDS EACH TIMESLIP IT WRITES TO TSREG ITSELF BY   CNB26600
001080*    CICS FILE CONTROL (P8655-REGISTER-TMSLIP), AS AN ORIGINAL    CNB26600
001160*    ENTRY KEYED BY EMPLOYEE, ENTRY TIME AND A SEQUENCE - THAT KEYCNB26600
001240*    IS THE TIMESLIP REFERENCE.  THE ENTRY CARRIES THE PAY CUTOFF CNB26600
001340*    IN FORCE WHEN IT WAS MADE (MSTR2-NEXT-PAY-DATE-CENT) AND THE CNB26600
001440*    PAY PERIOD IT IS PAID IN: THE CUTOFF'S PERIOD, OR - FOR AN   CNB26600
001540*    ENTRY MADE AFTER THE CUTOFF - THE FIRST PERIOD AFTER IT THAT CNB26600
001640*    IS STILL OPEN ON THE ENTRY DATE, FLAGGED LATE.  PAY PERIODS  CNB26600
001740*    ARE IDENTIFIED BY THEIR PERIOD-END DATE (YYMMDD) AND RUN     CNB26600
001840*    WS-PERIOD-DAYS APART.                                        CNB26600
002000*    FUNCTIONS FROM THE PARM CARD:                                CNB26600
002100*      MAINT    - TSATRAN CARDS (TYPE, USER, TIMESLIP REFERENCE,  CNB26600
002200*                 CLAIM CODE, AMOUNT, START DATE YYMMDD, REASON,  CNB26600
002300*                 REMARK):                                        CNB26600
002400*                   C - CORRECT THE TIMESLIP.  A BLANK CLAIM      CNB26600
002500*                       CODE, AMOUNT OR START DATE KEEPS THE      CNB26600
002600*                       CURRENT ONE.                              CNB26600
002700*                   R - REVERSE THE TIMESLIP.                     CNB26600
002800*                 THE USER MUST HOLD FUNCTION TSAJ (CNB156).  EACHCNB26600
002900*                 ADJUSTMENT IS KEPT ON TSREG AS ITS OWN ENTRY    CNB26600
003000*                 WITH THE REFERENCE, THE VALUES BEFORE AND AFTER,CNB26600
003100*                 THE REASON AND REMARK AND THE USER; THE ORIGINALCNB26600
003200*                 KEEPS WHAT WAS FIRST WRITTEN AND TAKES THE      CNB26600
003300*                 CURRENT VALUES.  THE CORRECTING ENTRIES GO TO   CNB26600
003400*                 TSGEN (THE RECORD CNB134 WRITES): THE CURRENT   CNB26600
003500*                 VALUE REVERSED AND, ON A CORRECTION, THE NEW    CNB26600
003600*                 VALUE.  THEY ARE PAID IN THE TIMESLIP'S OWN     CNB26600
003700*                 PERIOD IF THAT PERIOD HAS NOT ENDED, OTHERWISE  CNB26600
003800*                 THEY ROUTE TO THE PERIOD OPEN ON THE RUN DATE   CNB26600
003900*                 AND THE ADJUSTMENT IS FLAGGED LATE.             CNB26600
004000*                 REJECTS: USER NO USER, TYPE BAD CARD TYPE, AUTH CNB26600
004100*                 USER NOT AUTHORIZED, NREF NO SUCH TIMESLIP, RVSDCNB26600
004200*                 TIMESLIP ALREADY REVERSED, NPRD TIMESLIP HAS NO CNB26600
004300*                 PAY PERIOD, NCHG NOTHING TO CORRECT, AMT BAD    CNB26600
004400*                 AMOUNT, DATE BAD START DATE, RSN NO REASON.     CNB26600
004500*      REGISTER - THE ADJUSTMENT REGISTER FOR PAYROLL FOR PARM    CNB26600
004600*                 PERIOD-END: EVERY ADJUSTMENT PAID IN THE PERIOD CNB26600
004700*                 WITH ITS REFERENCE, THE VALUES BEFORE AND AFTER,CNB26600
004800*                 THE NET CHANGE AND THE REASON, THEN THE         CNB26600
004900*                 TIMESLIPS ENTERED AFTER THEIR CUTOFF THAT WERE  CNB26600
005000*                 ROUTED INTO THE PERIOD.                         CNB26600
005100*      TRACE    - EVERY TIMESLIP AND ADJUSTMENT FOR PARM EMP-NBR  CNB26600
005200*                 IN THE ORDER THEY WERE MADE, EACH ADJUSTMENT    CNB26600
005300*                 WITH THE REFERENCE OF THE TIMESLIP IT CHANGED.  CNB26600
005400*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB26600
005500*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB26600
005600*                                                                 CNB26600
005700*TBD  P970COMM IS NOT AMONG THE COPYBOOKS PRESENT IN THIS COPY    CNB26600
005800*LIBRARY, SO THE CLAIM AMOUNT CNP917 PASSES                       CNB26600
005900*(P970-EMSA-CLM-AMT-NUM) IS ASSUMED TO CARRY TWO IMPLIED DECIMALS,CNB26600
006000*AND A PERSONAL LEAVE DAY IS CARRIED AS AMOUNT TYPE D, 1.00 DAY,  CNB26600
006100*IN THE TSGEN AMOUNT.  THE PAY CYCLE IS ASSUMED TO BE BI-WEEKLY   CNB26600
006250*(WS-PERIOD-DAYS HERE, TSR-PERIOD-DAYS IN CNP917).                CNB26600
006400*VERIFY BEFORE NEXT COMPILE.                                      CNB26600
006500*                                                                 CNB26600
006600 ENVIRONMENT DIVISION.                                            CNB26600
006700 CONFIGURATION SECTION.                                           CNB26600
006800 SOURCE-COMPUTER.  IBM-370.                                       CNB26600
006900 OBJECT-COMPUTER.  IBM-370.                                       CNB26600
007000 INPUT-OUTPUT SECTION.                                            CNB26600
007100 FILE-CONTROL.                                                    CNB26600
007200     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB26600
007300            ORGANIZATION  SEQUENTIAL                              CNB26600
007400            FILE STATUS   WS-PARM-STATUS.                         CNB26600
007500     SELECT TRAN-FILE    ASSIGN TO TSATRAN                        CNB26600
007600            ORGANIZATION  SEQUENTIAL                              CNB26600
007700            FILE STATUS   WS-TRAN-STATUS.                         CNB26600
007800     SELECT TR-FILE      ASSIGN TO TSREG                          CNB26600
007900            ORGANIZATION  INDEXED                                 CNB26600
008000            ACCESS MODE   DYNAMIC                                 CNB26600
008100            RECORD KEY    TR-KEY                                  CNB26600
008200            FILE STATUS   WS-TR-STATUS.                           CNB26600
008300     SELECT TSGEN-FILE   ASSIGN TO TSGEN                          CNB26600
008400            ORGANIZATION  SEQUENTIAL                              CNB26600
008500            FILE STATUS   WS-TSGEN-STATUS.                        CNB26600
008600     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB26600
008700            ORGANIZATION  LINE SEQUENTIAL                         CNB26600
008800            FILE STATUS   WS-RPT-STATUS.                          CNB26600
008900*                                                                 CNB26600
009000 DATA DIVISION.                                                   CNB26600
009100 FILE SECTION.                                                    CNB26600
009200 FD  PARM-FILE                                                    CNB26600
009300     RECORD CONTAINS 80 CHARACTERS.                               CNB26600
009400 01  WS-PARM-RECORD.                                              CNB26600
009500     05  PARM-FUNC                 PIC X(8).                      CNB26600
009600     05  PARM-DATE-TIME            PIC X(12).                     CNB26600
009700     05  PARM-PERIOD-END           PIC X(6).                      CNB26600
009800     05  PARM-EMP-NBR              PIC X(9).                      CNB26600
009900     05  FILLER                    PIC X(45).                     CNB26600
010000 FD  TRAN-FILE                                                    CNB26600
010100     RECORD CONTAINS 80 CHARACTERS.                               CNB26600
010200 01  RC-RECORD.                                                   CNB26600
010300     05  RC-TYPE                   PIC X(1).                      CNB26600
010400         88  RC-CORRECT                  VALUE 'C'.               CNB26600
010500         88  RC-REVERSE                  VALUE 'R'.               CNB26600
010600     05  RC-USER                   PIC X(8).                      CNB26600
010700     05  RC-REF                    PIC X(21).                     CNB26600
010800     05  RC-CLAIM-CODE             PIC X(2).                      CNB26600
010900     05  RC-AMOUNT                 PIC X(6).                      CNB26600
011000     05  RC-AMOUNT-N REDEFINES RC-AMOUNT                          CNB26600
011100                                   PIC 9(4)V99.                   CNB26600
011200*    YYMMDD:                                                      CNB26600
011300     05  RC-START-DATE             PIC X(6).                      CNB26600
011400     05  RC-REASON                 PIC X(4).                      CNB26600
011500     05  RC-REMARK                 PIC X(30).                     CNB26600
011600     05  FILLER                    PIC X(2).                      CNB26600
011700 FD  TR-FILE                                                      CNB26600
011800     RECORD CONTAINS 200 CHARACTERS.                              CNB26600
011900 01  TR-RECORD.                                                   CNB26600
012000     05  TR-KEY.                                                  CNB26600
012100         10  TR-EMP-NBR            PIC X(9).                      CNB26600
012200*        YYMMDDHHMM:                                              CNB26600
012300         10  TR-ENTRY-DATE-TIME    PIC X(10).                     CNB26600
012400         10  TR-ENTRY-SEQ          PIC 9(2).                      CNB26600
012500     05  TR-REC-TYPE               PIC X(1).                      CNB26600
012600         88  TR-ORIGINAL                 VALUE 'O'.               CNB26600
012700         88  TR-ADJUSTMENT               VALUE 'A'.               CNB26600
012800     05  TR-DIST                   PIC X(2).                      CNB26600
012900     05  TR-SDIST                  PIC X(2).                      CNB26600
013000     05  TR-CRAFT                  PIC X(2).                      CNB26600
013100     05  TR-USER                   PIC X(8).                      CNB26600
013200*    CCYYMMDD - THE CUTOFF IN FORCE FOR THE TIMESLIP:             CNB26600
013300     05  TR-CUTOFF-DATE            PIC X(8).                      CNB26600
013400*    YYMMDD - PERIOD-END OF THE PAY PERIOD PAID IN:               CNB26600
013500     05  TR-PAY-PERIOD             PIC X(6).                      CNB26600
013600     05  TR-LATE-FLAG              PIC X(1).                      CNB26600
013700         88  TR-LATE                     VALUE 'Y'.               CNB26600
013800*    AS WRITTEN (ORIGINAL) OR AS CORRECTED TO (ADJUSTMENT):       CNB26600
013900     05  TR-CLAIM-CODE             PIC X(2).                      CNB26600
014000     05  TR-AMT-TYPE               PIC X(1).                      CNB26600
014100     05  TR-AMOUNT                 PIC 9(4)V99.                   CNB26600
014200     05  TR-START-DATE             PIC X(6).                      CNB26600
014300     05  TR-TYPE-DATA              PIC X(76).                     CNB26600
014400     05  TR-ORIG-VIEW REDEFINES TR-TYPE-DATA.                     CNB26600
014500         10  TR-CUR-CLAIM          PIC X(2).                      CNB26600
014600         10  TR-CUR-AMOUNT         PIC 9(4)V99.                   CNB26600
014700         10  TR-CUR-START          PIC X(6).                      CNB26600
014800         10  TR-STATUS             PIC X(1).                      CNB26600
014900             88  TR-CORRECTED            VALUE 'C'.               CNB26600
015000             88  TR-REVERSED             VALUE 'R'.               CNB26600
015100         10  TR-ADJ-COUNT          PIC 9(2).                      CNB26600
015200         10  TR-LAST-ADJ-KEY       PIC X(21).                     CNB26600
015300         10  FILLER                PIC X(38).                     CNB26600
015400     05  TR-ADJ-VIEW REDEFINES TR-TYPE-DATA.                      CNB26600
015500         10  TR-ORIG-KEY           PIC X(21).                     CNB26600
015600         10  TR-ORIG-PERIOD        PIC X(6).                      CNB26600
015700         10  TR-ADJ-TYPE           PIC X(1).                      CNB26600
015800             88  TR-ADJ-CORRECT          VALUE 'C'.               CNB26600
015900             88  TR-ADJ-REVERSE          VALUE 'R'.               CNB26600
016000         10  TR-PRIOR-CLAIM        PIC X(2).                      CNB26600
016100         10  TR-PRIOR-AMOUNT       PIC 9(4)V99.                   CNB26600
016200         10  TR-PRIOR-START        PIC X(6).                      CNB26600
016300         10  TR-REASON             PIC X(4).                      CNB26600
016400         10  TR-REMARK             PIC X(30).                     CNB26600
016500     05  FILLER                    PIC X(58).                     CNB26600
016600 FD  TSGEN-FILE                                                   CNB26600
016700     RECORD CONTAINS 80 CHARACTERS.                               CNB26600
016800 01  WS-TSGEN-RECORD.                                             CNB26600
016900     05  TG-EMP-NBR                PIC X(9).                      CNB26600
017000     05  TG-EARN-TYPE              PIC X(2).                      CNB26600
017100     05  TG-PAY-PERIOD             PIC X(6).                      CNB26600
017200     05  TG-AMOUNT                 PIC S9(5)V99.                  CNB26600
017300     05  FILLER                    PIC X(56).                     CNB26600
017400 FD  RPT-FILE                                                     CNB26600
017500     RECORD CONTAINS 132 CHARACTERS.                              CNB26600
017600 01  RPT-LINE                      PIC X(132).                    CNB26600
017700*                                                                 CNB26600
017800 WORKING-STORAGE SECTION.                                         CNB26600
017900 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB26600
018000     88  WS-PARM-OK                       VALUE '00'.             CNB26600
018100 01  WS-TRAN-STATUS                PIC XX VALUE SPACES.           CNB26600
018200     88  WS-TRAN-OK                       VALUE '00'.             CNB26600
018300 01  WS-TR-STATUS                  PIC XX VALUE SPACES.           CNB26600
018400     88  WS-TR-OK                         VALUE '00'.             CNB26600
018500     88  WS-TR-DUP                        VALUE '22'.             CNB26600
018600     88  WS-TR-NOTFND                     VALUE '23'.             CNB26600
018700 01  WS-TSGEN-STATUS               PIC XX VALUE SPACES.           CNB26600
018800     88  WS-TSGEN-OK                      VALUE '00'.             CNB26600
018900 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB26600
019000     88  WS-RPT-OK                        VALUE '00'.             CNB26600
019100 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB26600
019200 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB26600
019300 COPY WSERRLOG.                                                   CNB26600
019400 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB26600
019500     88  WS-FUNC-MAINT                    VALUE 'MAINT'.          CNB26600
019600     88  WS-FUNC-REGISTER                 VALUE 'REGISTER'.       CNB26600
019700     88  WS-FUNC-TRACE                    VALUE 'TRACE'.          CNB26600
019800 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB26600
019900 01  WS-RUN-DATE                   PIC X(8) VALUE SPACES.         CNB26600
020000 01  WS-PERIOD-END                 PIC X(6) VALUE SPACES.         CNB26600
020100 01  WS-EMP-NBR                    PIC X(9) VALUE SPACES.         CNB26600
020200 01  WS-PERIOD-DAYS                PIC 9(2) VALUE 14.             CNB26600
020300 01  WS-EOF-INPUT-SW               PIC X  VALUE 'N'.              CNB26600
020400     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB26600
020500 01  WS-EOF-TR-SW                  PIC X  VALUE 'N'.              CNB26600
020600     88  WS-EOF-TR                        VALUE 'Y'.              CNB26600
020700 01  WS-REJ-REASON                 PIC X(4) VALUE SPACES.         CNB26600
020800*                                                                 CNB26600
020900*    THE CARD BEING APPLIED                                       CNB26600
021000*                                                                 CNB26600
021100 01  WS-CNB156-PGM                 PIC X(8) VALUE 'CNB156'.       CNB26600
021200 01  CNB156-COMMAREA.                                             CNB26600
021300     05  CA-USERID                 PIC X(8).                      CNB26600
021400     05  CA-FUNC-CODE              PIC X(4).                      CNB26600
021500     05  CA-TERMINAL               PIC X(4).                      CNB26600
021600     05  CA-REPLY                  PIC X(1).                      CNB26600
021700         88  CA-ALLOWED                  VALUE 'A'.               CNB26600
021800         88  CA-DENIED                   VALUE 'D'.               CNB26600
021900     05  CA-ROLE                   PIC X(8).                      CNB26600
022000 01  WS-ORIG-RECORD                PIC X(200) VALUE SPACES.       CNB26600
022100 01  WS-ORIG-KEY                   PIC X(21) VALUE SPACES.        CNB26600
022200 01  WS-ORIG-PERIOD                PIC X(6) VALUE SPACES.         CNB26600
022300 01  WS-PRIOR-CLAIM                PIC X(2) VALUE SPACES.         CNB26600
022400 01  WS-PRIOR-AMOUNT               PIC 9(4)V99 VALUE ZEROS.       CNB26600
022500 01  WS-PRIOR-START                PIC X(6) VALUE SPACES.         CNB26600
022600 01  WS-ADJ-KEY                    PIC X(21) VALUE SPACES.        CNB26600
022700 01  WS-NEW-CLAIM                  PIC X(2) VALUE SPACES.         CNB26600
022800 01  WS-NEW-AMOUNT                 PIC 9(4)V99 VALUE ZEROS.       CNB26600
022900 01  WS-NEW-START                  PIC X(6) VALUE SPACES.         CNB26600
023000 01  WS-ADJ-PERIOD                 PIC X(6) VALUE SPACES.         CNB26600
023100 01  WS-ADJ-LATE-SW                PIC X  VALUE 'N'.              CNB26600
023200     88  WS-ADJ-LATE                      VALUE 'Y'.              CNB26600
023300 01  WS-AMOUNT                     PIC S9(5)V99 VALUE ZEROS.      CNB26600
023400*                                                                 CNB26600
023500*    PERIOD-END STEPPING - WS-STEP-DATE MOVES FORWARD A PERIOD AT CNB26600
023600*    A TIME UNTIL IT IS NOT BEFORE WS-STEP-TARGET (BOTH CCYYMMDD) CNB26600
023700*                                                                 CNB26600
023800 01  WS-STEP-DATE.                                                CNB26600
023900     05  WS-SP-CCYY                PIC 9(4).                      CNB26600
024000     05  WS-SP-MM                  PIC 9(2).                      CNB26600
024100     05  WS-SP-DD                  PIC 9(2).                      CNB26600
024200 01  WS-STEP-DATE-X REDEFINES WS-STEP-DATE                        CNB26600
024300                                   PIC X(8).                      CNB26600
024400 01  WS-STEP-TARGET                PIC X(8) VALUE SPACES.         CNB26600
024500 01  WS-STEP-SUB                   PIC S9(4) COMP VALUE ZEROS.    CNB26600
024600 01  WS-MONTH-DAYS                 PIC 9(2) VALUE ZEROS.          CNB26600
024700 01  WS-LEAP-QUOT                  PIC 9(4) VALUE ZEROS.          CNB26600
024800 01  WS-LEAP-REM                   PIC 9(4) VALUE ZEROS.          CNB26600
024900 01  WS-MONTH-TABLE                PIC X(24) VALUE                CNB26600
025000         '312831303130313130313031'.                              CNB26600
025100 01  WS-MONTH-TABLE-R REDEFINES WS-MONTH-TABLE.                   CNB26600
025200     05  WS-MT-DAYS OCCURS 12 TIMES                               CNB26600
025300                                   PIC 9(2).                      CNB26600
025400*                                                                 CNB26600
025500 01  WS-TRAN-COUNT                 PIC 9(7) VALUE ZEROS.          CNB26600
025600 01  WS-REJ-COUNT                  PIC 9(7) VALUE ZEROS.          CNB26600
025700 01  WS-CORR-COUNT                 PIC 9(7) VALUE ZEROS.          CNB26600
025800 01  WS-REV-COUNT                  PIC 9(7) VALUE ZEROS.          CNB26600
025900 01  WS-LATE-COUNT                 PIC 9(7) VALUE ZEROS.          CNB26600
026000 01  WS-READ-COUNT                 PIC 9(7) VALUE ZEROS.          CNB26600
026100 01  WS-ADJ-COUNT                  PIC 9(7) VALUE ZEROS.          CNB26600
026200 01  WS-ORIG-COUNT                 PIC 9(7) VALUE ZEROS.          CNB26600
026300 01  WS-NET-AMOUNT                 PIC S9(7)V99 VALUE ZEROS.      CNB26600
026400 01  WS-HDR-LINE.                                                 CNB26600
026500     05  FILLER                PIC X(38)  VALUE                   CNB26600
026600         'CNB266 - TIMESLIP ADJUSTMENTS'.                         CNB26600
026700     05  FILLER                PIC X(2)   VALUE SPACES.           CNB26600
026800     05  HDR-FUNC              PIC X(8).                          CNB26600
026900     05  FILLER                PIC X(2)   VALUE SPACES.           CNB26600
027000     05  HDR-DATE-TIME         PIC X(12).                         CNB26600
027100     05  FILLER                PIC X(70)  VALUE SPACES.           CNB26600
027200 01  WS-TITLE-LINE.                                               CNB26600
027300     05  TTL-TEXT                  PIC X(80).                     CNB26600
027400     05  FILLER                    PIC X(52) VALUE SPACES.        CNB26600
027500 01  WS-TRAN-HDR-LINE.                                            CNB26600
027600     05  FILLER                    PIC X(50) VALUE                CNB26600
027700         'T  USER      TIMESLIP REFERENCE     CL  AMOUNT  ST'.    CNB26600
027800     05  FILLER                    PIC X(82) VALUE                CNB26600
027900         'ART   RSN   REMARK                          RESULT'.    CNB26600
028000 01  WS-TRAN-LINE.                                                CNB26600
028100     05  TL-TYPE                   PIC X(1).                      CNB26600
028200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26600
028300     05  TL-USER                   PIC X(8).                      CNB26600
028400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26600
028500     05  TL-REF                    PIC X(21).                     CNB26600
028600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26600
028700     05  TL-CLAIM-CODE             PIC X(2).                      CNB26600
028800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26600
028900     05  TL-AMOUNT                 PIC X(6).                      CNB26600
029000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26600
029100     05  TL-START-DATE             PIC X(6).                      CNB26600
029200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26600
029300     05  TL-REASON                 PIC X(4).                      CNB26600
029400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26600
029500     05  TL-REMARK                 PIC X(30).                     CNB26600
029600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26600
029700     05  TL-RESULT                 PIC X(24).                     CNB26600
029800     05  FILLER                    PIC X(14) VALUE SPACES.        CNB26600
029900 01  WS-AJ-HDR-LINE.                                              CNB26600
030000     05  FILLER                    PIC X(40) VALUE                CNB26600
030100         'TIMESLIP REFERENCE     T  ADJUSTED    BE'.              CNB26600
030200     05  FILLER                    PIC X(40) VALUE                CNB26600
030300         'FORE             AFTER              NET'.               CNB26600
030400     05  FILLER                    PIC X(52) VALUE                CNB26600
030500         'CHANGE  RSN   USER      FROM    REMARK'.                CNB26600
030600 01  WS-AJ-LINE.                                                  CNB26600
030700     05  AJL-REF                   PIC X(21).                     CNB26600
030800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26600
030900     05  AJL-ADJ-TYPE              PIC X(1).                      CNB26600
031000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26600
031100     05  AJL-ADJ-DATE-TIME         PIC X(10).                     CNB26600
031200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26600
031300     05  AJL-PRIOR-CLAIM           PIC X(2).                      CNB26600
031400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26600
031500     05  AJL-PRIOR-AMOUNT          PIC Z,ZZ9.99.                  CNB26600
031600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26600
031700     05  AJL-PRIOR-START           PIC X(6).                      CNB26600
031800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26600
031900     05  AJL-NEW-CLAIM             PIC X(2).                      CNB26600
032000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26600
032100     05  AJL-NEW-AMOUNT            PIC Z,ZZ9.99.                  CNB26600
032200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26600
032300     05  AJL-NEW-START             PIC X(6).                      CNB26600
032400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26600
032500     05  AJL-NET                   PIC ZZ,ZZ9.99-.                CNB26600
032600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26600
032700     05  AJL-REASON                PIC X(4).                      CNB26600
032800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26600
032900     05  AJL-USER                  PIC X(8).                      CNB26600
033000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26600
033100     05  AJL-FROM-PERIOD           PIC X(6).                      CNB26600
033200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26600
033300     05  AJL-REMARK                PIC X(20).                     CNB26600
033400 01  WS-LT-HDR-LINE.                                              CNB26600
033500     05  FILLER                    PIC X(40) VALUE                CNB26600
033600         'TIMESLIP REFERENCE     CL T   AMOUNT  ST'.              CNB26600
033700     05  FILLER                    PIC X(40) VALUE                CNB26600
033800         'ART   CUTOFF    USER      BOARD'.                       CNB26600
033900     05  FILLER                    PIC X(52) VALUE SPACES.        CNB26600
034000 01  WS-LT-LINE.                                                  CNB26600
034100     05  LTL-REF                   PIC X(21).                     CNB26600
034200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26600
034300     05  LTL-CLAIM                 PIC X(2).                      CNB26600
034400     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26600
034500     05  LTL-AMT-TYPE              PIC X(1).                      CNB26600
034600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26600
034700     05  LTL-AMOUNT                PIC Z,ZZ9.99.                  CNB26600
034800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26600
034900     05  LTL-START                 PIC X(6).                      CNB26600
035000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26600
035100     05  LTL-CUTOFF                PIC X(8).                      CNB26600
035200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26600
035300     05  LTL-USER                  PIC X(8).                      CNB26600
035400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26600
035500     05  LTL-DIST                  PIC X(2).                      CNB26600
035600     05  FILLER                    PIC X(1) VALUE '/'.            CNB26600
035700     05  LTL-SDIST                 PIC X(2).                      CNB26600
035800     05  FILLER                    PIC X(1) VALUE '/'.            CNB26600
035900     05  LTL-CRAFT                 PIC X(2).                      CNB26600
036000     05  FILLER                    PIC X(58) VALUE SPACES.        CNB26600
036100 01  WS-TC-HDR-LINE.                                              CNB26600
036200     05  FILLER                    PIC X(40) VALUE                CNB26600
036300         'ENTERED     SQ  T  CL T   AMOUNT  START'.               CNB26600
036400     05  FILLER                    PIC X(40) VALUE                CNB26600
036500         '   PERIOD  L  USER      STATUS / ADJUSTM'.              CNB26600
036600     05  FILLER                    PIC X(52) VALUE                CNB26600
036700         'ENT OF RSN   REMARK'.                                   CNB26600
036800 01  WS-TC-LINE.                                                  CNB26600
036900     05  TCL-ENTRY-DATE-TIME       PIC X(10).                     CNB26600
037000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26600
037100     05  TCL-SEQ                   PIC X(2).                      CNB26600
037200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26600
037300     05  TCL-REC-TYPE              PIC X(1).                      CNB26600
037400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26600
037500     05  TCL-CLAIM                 PIC X(2).                      CNB26600
037600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26600
037700     05  TCL-AMT-TYPE              PIC X(1).                      CNB26600
037800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26600
037900     05  TCL-AMOUNT                PIC Z,ZZ9.99.                  CNB26600
038000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26600
038100     05  TCL-START                 PIC X(6).                      CNB26600
038200     05  FILLER                    PIC X(3) VALUE SPACES.         CNB26600
038300     05  TCL-PERIOD                PIC X(6).                      CNB26600
038400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26600
038500     05  TCL-LATE                  PIC X(1).                      CNB26600
038600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26600
038700     05  TCL-USER                  PIC X(8).                      CNB26600
038800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26600
038900     05  TCL-NOTE                  PIC X(21).                     CNB26600
039000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26600
039100     05  TCL-REASON                PIC X(4).                      CNB26600
039200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26600
039300     05  TCL-REMARK                PIC X(30).                     CNB26600
039400     05  FILLER                    PIC X(9) VALUE SPACES.         CNB26600
039500 01  WS-CNT-LINE.                                                 CNB26600
039600     05  CNT-LABEL                 PIC X(30).                     CNB26600
039700     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB26600
039800     05  FILLER                    PIC X(95) VALUE SPACES.        CNB26600
039900 01  WS-AMT-LINE.                                                 CNB26600
040000     05  AMT-LABEL                 PIC X(30).                     CNB26600
040100     05  AMT-VALUE                 PIC Z,ZZZ,ZZ9.99-.             CNB26600
040200     05  FILLER                    PIC X(89) VALUE SPACES.        CNB26600
040300*                                                                 CNB26600
040400 PROCEDURE DIVISION.                                              CNB26600
040500 P0000-MAINLINE.                                                  CNB26600
040600     PERFORM P1000-INITIALIZE                                     CNB26600
040700     EVALUATE TRUE                                                CNB26600
040800        WHEN WS-FUNC-MAINT                                        CNB26600
040900             PERFORM P2000-APPLY-CARDS UNTIL WS-EOF-INPUT         CNB26600
041000        WHEN WS-FUNC-REGISTER                                     CNB26600
041100             PERFORM P3000-PRINT-REGISTER                         CNB26600
041200        WHEN OTHER                                                CNB26600
041300             PERFORM P4000-PRINT-TRACE                            CNB26600
041400     END-EVALUATE                                                 CNB26600
041500     PERFORM P9000-TERMINATE                                      CNB26600
041600     GOBACK.                                                      CNB26600
041700*                                                                 CNB26600
041800 P1000-INITIALIZE.                                                CNB26600
041900     OPEN INPUT PARM-FILE                                         CNB26600
042000     IF NOT WS-PARM-OK                                            CNB26600
042100        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB26600
042200        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB26600
042300        PERFORM P9999-GOT-PROBLEM                                 CNB26600
042400     END-IF                                                       CNB26600
042500     READ PARM-FILE                                               CNB26600
042600     IF NOT WS-PARM-OK                                            CNB26600
042700        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB26600
042800        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB26600
042900        PERFORM P9999-GOT-PROBLEM                                 CNB26600
043000     END-IF                                                       CNB26600
043100     MOVE PARM-FUNC                TO WS-FUNC                     CNB26600
043200     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB26600
043300     MOVE PARM-PERIOD-END          TO WS-PERIOD-END               CNB26600
043400     MOVE PARM-EMP-NBR             TO WS-EMP-NBR                  CNB26600
043500     CLOSE PARM-FILE                                              CNB26600
043600     IF NOT WS-FUNC-MAINT AND NOT WS-FUNC-REGISTER                CNB26600
043700        AND NOT WS-FUNC-TRACE                                     CNB26600
043800        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB26600
043900        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB26600
044000        PERFORM P9999-GOT-PROBLEM                                 CNB26600
044100     END-IF                                                       CNB26600
044200     IF WS-RUN-DATE-TIME (1:10) NOT NUMERIC                       CNB26600
044300        OR (WS-FUNC-REGISTER AND WS-PERIOD-END NOT NUMERIC)       CNB26600
044400        OR (WS-FUNC-TRACE AND WS-EMP-NBR = SPACES)                CNB26600
044500        MOVE 'P1000-BAD-PARM'      TO WS-ABEND-PARAGRAPH          CNB26600
044600        MOVE 'PM'                  TO WS-ABEND-STATUS             CNB26600
044700        PERFORM P9999-GOT-PROBLEM                                 CNB26600
044800     END-IF                                                       CNB26600
044900     MOVE '20'                     TO WS-RUN-DATE (1:2)           CNB26600
045000     MOVE WS-RUN-DATE-TIME (1:6)   TO WS-RUN-DATE (3:6)           CNB26600
045100     OPEN OUTPUT RPT-FILE                                         CNB26600
045200     IF NOT WS-RPT-OK                                             CNB26600
045300        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB26600
045400        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB26600
045500        PERFORM P9999-GOT-PROBLEM                                 CNB26600
045600     END-IF                                                       CNB26600
045700     MOVE WS-FUNC                  TO HDR-FUNC                    CNB26600
045800     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB26600
045900     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB26600
046000     MOVE SPACES                   TO RPT-LINE                    CNB26600
046100     WRITE RPT-LINE                                               CNB26600
046200     IF WS-FUNC-MAINT                                             CNB26600
046300        OPEN I-O TR-FILE                                          CNB26600
046400        IF WS-TR-STATUS = '35'                                    CNB26600
046500           OPEN OUTPUT TR-FILE                                    CNB26600
046600           CLOSE TR-FILE                                          CNB26600
046700           OPEN I-O TR-FILE                                       CNB26600
046800        END-IF                                                    CNB26600
046900     ELSE                                                         CNB26600
047000        OPEN INPUT TR-FILE                                        CNB26600
047100     END-IF                                                       CNB26600
047200     IF NOT WS-TR-OK                                              CNB26600
047300        MOVE 'P1000-OPEN-TSRG'     TO WS-ABEND-PARAGRAPH          CNB26600
047400        MOVE WS-TR-STATUS          TO WS-ABEND-STATUS             CNB26600
047500        PERFORM P9999-GOT-PROBLEM                                 CNB26600
047600     END-IF                                                       CNB26600
047700     IF WS-FUNC-MAINT                                             CNB26600
047800        OPEN INPUT TRAN-FILE                                      CNB26600
047900        IF NOT WS-TRAN-OK                                         CNB26600
048000           MOVE 'P1000-OPEN-TRAN'  TO WS-ABEND-PARAGRAPH          CNB26600
048100           MOVE WS-TRAN-STATUS     TO WS-ABEND-STATUS             CNB26600
048200           PERFORM P9999-GOT-PROBLEM                              CNB26600
048300        END-IF                                                    CNB26600
048400        OPEN OUTPUT TSGEN-FILE                                    CNB26600
048500        IF NOT WS-TSGEN-OK                                        CNB26600
048600           MOVE 'P1000-OPEN-TSGN'  TO WS-ABEND-PARAGRAPH          CNB26600
048700           MOVE WS-TSGEN-STATUS    TO WS-ABEND-STATUS             CNB26600
048800           PERFORM P9999-GOT-PROBLEM                              CNB26600
048900        END-IF                                                    CNB26600
049000        MOVE 'ADJUSTMENT CARDS APPLIED' TO TTL-TEXT               CNB26600
049100        PERFORM P8900-PRINT-TITLE                                 CNB26600
049200        WRITE RPT-LINE FROM WS-TRAN-HDR-LINE                      CNB26600
049300     END-IF.                                                      CNB26600
049400*                                                                 CNB26600
049500 P2000-APPLY-CARDS.                                               CNB26600
049600     READ TRAN-FILE                                               CNB26600
049700          AT END                                                  CNB26600
049800             SET WS-EOF-INPUT TO TRUE                             CNB26600
049900     END-READ                                                     CNB26600
050000     IF NOT WS-EOF-INPUT                                          CNB26600
050100        PERFORM P2100-EDIT-CARD THRU P2100-EXIT                   CNB26600
050200        MOVE RC-TYPE               TO TL-TYPE                     CNB26600
050300        MOVE RC-USER               TO TL-USER                     CNB26600
050400        MOVE RC-REF                TO TL-REF                      CNB26600
050500        MOVE RC-CLAIM-CODE         TO TL-CLAIM-CODE               CNB26600
050600        MOVE RC-AMOUNT             TO TL-AMOUNT                   CNB26600
050700        MOVE RC-START-DATE         TO TL-START-DATE               CNB26600
050800        MOVE RC-REASON             TO TL-REASON                   CNB26600
050900        MOVE RC-REMARK             TO TL-REMARK                   CNB26600
051000        IF WS-REJ-REASON = SPACES                                 CNB26600
051100           PERFORM P2200-POST-ADJUSTMENT                          CNB26600
051200        END-IF                                                    CNB26600
051300        IF WS-REJ-REASON = SPACES                                 CNB26600
051400           ADD 1 TO WS-TRAN-COUNT                                 CNB26600
051500        ELSE                                                      CNB26600
051600           ADD 1 TO WS-REJ-COUNT                                  CNB26600
051700           MOVE SPACES             TO TL-RESULT                   CNB26600
051800           STRING 'REJECTED ' WS-REJ-REASON                       CNB26600
051900                  DELIMITED BY SIZE INTO TL-RESULT                CNB26600
052000        END-IF                                                    CNB26600
052100        WRITE RPT-LINE FROM WS-TRAN-LINE                          CNB26600
052200     END-IF.                                                      CNB26600
052300*                                                                 CNB26600
052400*    THE CARD ITSELF, THEN THE USER'S AUTHORITY, THEN THE TIMESLIPCNB26600
052500*    IT REFERS TO - LEFT IN TR-RECORD AND WS-ORIG-RECORD          CNB26600
052600*                                                                 CNB26600
052700 P2100-EDIT-CARD.                                                 CNB26600
052800     MOVE SPACES                   TO WS-REJ-REASON               CNB26600
052900     EVALUATE TRUE                                                CNB26600
053000        WHEN RC-USER = SPACES                                     CNB26600
053100             MOVE 'USER'           TO WS-REJ-REASON               CNB26600
053200        WHEN NOT RC-CORRECT AND NOT RC-REVERSE                    CNB26600
053300             MOVE 'TYPE'           TO WS-REJ-REASON               CNB26600
053400        WHEN RC-REASON = SPACES                                   CNB26600
053500             MOVE 'RSN'            TO WS-REJ-REASON               CNB26600
053600        WHEN RC-CORRECT                                           CNB26600
053700             AND RC-CLAIM-CODE = SPACES                           CNB26600
053800             AND RC-AMOUNT = SPACES                               CNB26600
053900             AND RC-START-DATE = SPACES                           CNB26600
054000             MOVE 'NCHG'           TO WS-REJ-REASON               CNB26600
054100        WHEN RC-CORRECT                                           CNB26600
054200             AND RC-AMOUNT NOT = SPACES                           CNB26600
054300             AND RC-AMOUNT NOT NUMERIC                            CNB26600
054400             MOVE 'AMT'            TO WS-REJ-REASON               CNB26600
054500        WHEN RC-CORRECT                                           CNB26600
054600             AND RC-START-DATE NOT = SPACES                       CNB26600
054700             AND RC-START-DATE NOT NUMERIC                        CNB26600
054800             MOVE 'DATE'           TO WS-REJ-REASON               CNB26600
054900        WHEN OTHER                                                CNB26600
055000             CONTINUE                                             CNB26600
055100     END-EVALUATE                                                 CNB26600
055200     IF WS-REJ-REASON NOT = SPACES                                CNB26600
055300        GO TO P2100-EXIT                                          CNB26600
055400     END-IF                                                       CNB26600
055500     MOVE RC-USER                  TO CA-USERID                   CNB26600
055600     MOVE 'TSAJ'                   TO CA-FUNC-CODE                CNB26600
055700     MOVE 'BTCH'                   TO CA-TERMINAL                 CNB26600
055800     CALL WS-CNB156-PGM USING CNB156-COMMAREA                     CNB26600
055900     IF NOT CA-ALLOWED                                            CNB26600
056000        MOVE 'AUTH'                TO WS-REJ-REASON               CNB26600
056100        GO TO P2100-EXIT                                          CNB26600
056200     END-IF                                                       CNB26600
056300     MOVE RC-REF                   TO TR-KEY                      CNB26600
056400     READ TR-FILE                                                 CNB26600
056500     IF WS-TR-NOTFND                                              CNB26600
056600        MOVE 'NREF'                TO WS-REJ-REASON               CNB26600
056700        GO TO P2100-EXIT                                          CNB26600
056800     END-IF                                                       CNB26600
056900     IF NOT WS-TR-OK                                              CNB26600
057000        MOVE 'P2100-READ-TSRG'     TO WS-ABEND-PARAGRAPH          CNB26600
057100        MOVE WS-TR-STATUS          TO WS-ABEND-STATUS             CNB26600
057200        PERFORM P9999-GOT-PROBLEM                                 CNB26600
057300     END-IF                                                       CNB26600
057400     EVALUATE TRUE                                                CNB26600
057500        WHEN NOT TR-ORIGINAL                                      CNB26600
057600             MOVE 'NREF'           TO WS-REJ-REASON               CNB26600
057700        WHEN TR-REVERSED                                          CNB26600
057800             MOVE 'RVSD'           TO WS-REJ-REASON               CNB26600
057900        WHEN TR-PAY-PERIOD NOT NUMERIC                            CNB26600
058000             MOVE 'NPRD'           TO WS-REJ-REASON               CNB26600
058100        WHEN OTHER                                                CNB26600
058200             MOVE TR-RECORD        TO WS-ORIG-RECORD              CNB26600
058300     END-EVALUATE.                                                CNB26600
058400 P2100-EXIT.                                                      CNB26600
058500     EXIT.                                                        CNB26600
058600*                                                                 CNB26600
058700*    THE NEW VALUES, THE PERIOD THE CORRECTING ENTRIES ARE PAID   CNB26600
058800*    IN, THE CORRECTING ENTRIES THEMSELVES, THE ADJUSTMENT ENTRY, CNB26600
058900*    AND LAST THE ORIGINAL'S CURRENT VALUES                       CNB26600
059000*                                                                 CNB26600
059100 P2200-POST-ADJUSTMENT.                                           CNB26600
059200     MOVE TR-CUR-CLAIM             TO WS-NEW-CLAIM                CNB26600
059300     MOVE TR-CUR-AMOUNT            TO WS-NEW-AMOUNT               CNB26600
059400     MOVE TR-CUR-START             TO WS-NEW-START                CNB26600
059500     IF RC-CORRECT                                                CNB26600
059600        IF RC-CLAIM-CODE NOT = SPACES                             CNB26600
059700           MOVE RC-CLAIM-CODE      TO WS-NEW-CLAIM                CNB26600
059800        END-IF                                                    CNB26600
059900        IF RC-AMOUNT NOT = SPACES                                 CNB26600
060000           MOVE RC-AMOUNT-N        TO WS-NEW-AMOUNT               CNB26600
060100        END-IF                                                    CNB26600
060200        IF RC-START-DATE NOT = SPACES                             CNB26600
060300           MOVE RC-START-DATE      TO WS-NEW-START                CNB26600
060400        END-IF                                                    CNB26600
060500     ELSE                                                         CNB26600
060600        MOVE ZEROS                 TO WS-NEW-AMOUNT               CNB26600
060700     END-IF                                                       CNB26600
060800     PERFORM P2300-ROUTE-PERIOD                                   CNB26600
060900     MOVE SPACES                   TO WS-TSGEN-RECORD             CNB26600
061000     MOVE TR-EMP-NBR               TO TG-EMP-NBR                  CNB26600
061100     MOVE TR-CUR-CLAIM             TO TG-EARN-TYPE                CNB26600
061200     MOVE WS-ADJ-PERIOD            TO TG-PAY-PERIOD               CNB26600
061300     COMPUTE TG-AMOUNT = ZEROS - TR-CUR-AMOUNT                    CNB26600
061400     PERFORM P2400-WRITE-TSGEN                                    CNB26600
061500     IF RC-CORRECT                                                CNB26600
061600        MOVE SPACES                TO WS-TSGEN-RECORD             CNB26600
061700        MOVE TR-EMP-NBR            TO TG-EMP-NBR                  CNB26600
061800        MOVE WS-NEW-CLAIM          TO TG-EARN-TYPE                CNB26600
061900        MOVE WS-ADJ-PERIOD         TO TG-PAY-PERIOD               CNB26600
062000        MOVE WS-NEW-AMOUNT         TO TG-AMOUNT                   CNB26600
062100        PERFORM P2400-WRITE-TSGEN                                 CNB26600
062200     END-IF                                                       CNB26600
062300     PERFORM P2500-WRITE-ADJUSTMENT                               CNB26600
062400     MOVE WS-ORIG-RECORD           TO TR-RECORD                   CNB26600
062500     MOVE WS-NEW-CLAIM             TO TR-CUR-CLAIM                CNB26600
062600     MOVE WS-NEW-AMOUNT            TO TR-CUR-AMOUNT               CNB26600
062700     MOVE WS-NEW-START             TO TR-CUR-START                CNB26600
062800     MOVE RC-TYPE                  TO TR-STATUS                   CNB26600
062900     ADD 1 TO TR-ADJ-COUNT                                        CNB26600
063000     MOVE WS-ADJ-KEY               TO TR-LAST-ADJ-KEY             CNB26600
063100     REWRITE TR-RECORD                                            CNB26600
063200     IF NOT WS-TR-OK                                              CNB26600
063300        MOVE 'P2200-REW-TSRG'      TO WS-ABEND-PARAGRAPH          CNB26600
063400        MOVE WS-TR-STATUS          TO WS-ABEND-STATUS             CNB26600
063500        PERFORM P9999-GOT-PROBLEM                                 CNB26600
063600     END-IF                                                       CNB26600
063700     MOVE SPACES                   TO TL-RESULT                   CNB26600
063800     IF RC-CORRECT                                                CNB26600
063900        ADD 1 TO WS-CORR-COUNT                                    CNB26600
064000        STRING 'CORRECTED ' WS-ADJ-PERIOD                         CNB26600
064100               DELIMITED BY SIZE INTO TL-RESULT                   CNB26600
064200     ELSE                                                         CNB26600
064300        ADD 1 TO WS-REV-COUNT                                     CNB26600
064400        STRING 'REVERSED  ' WS-ADJ-PERIOD                         CNB26600
064500               DELIMITED BY SIZE INTO TL-RESULT                   CNB26600
064600     END-IF                                                       CNB26600
064700     IF WS-ADJ-LATE                                               CNB26600
064800        ADD 1 TO WS-LATE-COUNT                                    CNB26600
064900        MOVE 'ROUTED'              TO TL-RESULT (19:6)            CNB26600
065000     END-IF.                                                      CNB26600
065100*                                                                 CNB26600
065200*    THE TIMESLIP'S OWN PERIOD WHILE IT IS STILL OPEN; ONCE IT HASCNB26600
065300*    ENDED, THE PERIOD OPEN ON THE RUN DATE                       CNB26600
065400*                                                                 CNB26600
065500 P2300-ROUTE-PERIOD.                                              CNB26600
065600     MOVE TR-PAY-PERIOD            TO WS-ADJ-PERIOD               CNB26600
065700     MOVE 'N'                      TO WS-ADJ-LATE-SW              CNB26600
065800     MOVE '20'                     TO WS-STEP-DATE-X (1:2)        CNB26600
065900     MOVE TR-PAY-PERIOD            TO WS-STEP-DATE-X (3:6)        CNB26600
066000     IF WS-STEP-DATE-X < WS-RUN-DATE                              CNB26600
066100        SET WS-ADJ-LATE TO TRUE                                   CNB26600
066200        MOVE WS-RUN-DATE           TO WS-STEP-TARGET              CNB26600
066300        PERFORM P7000-STEP-PERIOD                                 CNB26600
066400                UNTIL WS-STEP-DATE-X NOT < WS-STEP-TARGET         CNB26600
066500        MOVE WS-STEP-DATE-X (3:6)  TO WS-ADJ-PERIOD               CNB26600
066600     END-IF.                                                      CNB26600
066700*                                                                 CNB26600
066800 P2400-WRITE-TSGEN.                                               CNB26600
066900     WRITE WS-TSGEN-RECORD                                        CNB26600
067000     IF NOT WS-TSGEN-OK                                           CNB26600
067100        MOVE 'P2400-WRT-TSGN'      TO WS-ABEND-PARAGRAPH          CNB26600
067200        MOVE WS-TSGEN-STATUS       TO WS-ABEND-STATUS             CNB26600
067300        PERFORM P9999-GOT-PROBLEM                                 CNB26600
067400     END-IF.                                                      CNB26600
067500*                                                                 CNB26600
067600*    KEYED BY EMPLOYEE AND RUN TIME LIKE ANY OTHER ENTRY, SO THE  CNB26600
067700*    EMPLOYEE'S TIMESLIPS AND ADJUSTMENTS READ IN THE ORDER MADE. CNB26600
067800*    BUILT OVER THE ORIGINAL, WHOSE BOARD, CUTOFF AND AMOUNT TYPE CNB26600
067900*    IT KEEPS.                                                    CNB26600
068000*                                                                 CNB26600
068100 P2500-WRITE-ADJUSTMENT.                                          CNB26600
068200     MOVE TR-KEY                   TO WS-ORIG-KEY                 CNB26600
068300     MOVE TR-PAY-PERIOD            TO WS-ORIG-PERIOD              CNB26600
068400     MOVE TR-CUR-CLAIM             TO WS-PRIOR-CLAIM              CNB26600
068500     MOVE TR-CUR-AMOUNT            TO WS-PRIOR-AMOUNT             CNB26600
068600     MOVE TR-CUR-START             TO WS-PRIOR-START              CNB26600
068700     MOVE WS-RUN-DATE-TIME (1:10)  TO TR-ENTRY-DATE-TIME          CNB26600
068800     MOVE ZEROS                    TO TR-ENTRY-SEQ                CNB26600
068900     SET TR-ADJUSTMENT TO TRUE                                    CNB26600
069000     MOVE RC-USER                  TO TR-USER                     CNB26600
069100     MOVE WS-ADJ-PERIOD            TO TR-PAY-PERIOD               CNB26600
069200     IF WS-ADJ-LATE                                               CNB26600
069300        SET TR-LATE TO TRUE                                       CNB26600
069400     ELSE                                                         CNB26600
069500        MOVE 'N'                   TO TR-LATE-FLAG                CNB26600
069600     END-IF                                                       CNB26600
069700     MOVE WS-NEW-CLAIM             TO TR-CLAIM-CODE               CNB26600
069800     MOVE WS-NEW-AMOUNT            TO TR-AMOUNT                   CNB26600
069900     MOVE WS-NEW-START             TO TR-START-DATE               CNB26600
070000     MOVE SPACES                   TO TR-TYPE-DATA                CNB26600
070100     MOVE WS-ORIG-KEY              TO TR-ORIG-KEY                 CNB26600
070200     MOVE WS-ORIG-PERIOD           TO TR-ORIG-PERIOD              CNB26600
070300     MOVE RC-TYPE                  TO TR-ADJ-TYPE                 CNB26600
070400     MOVE WS-PRIOR-CLAIM           TO TR-PRIOR-CLAIM              CNB26600
070500     MOVE WS-PRIOR-AMOUNT          TO TR-PRIOR-AMOUNT             CNB26600
070600     MOVE WS-PRIOR-START           TO TR-PRIOR-START              CNB26600
070700     MOVE RC-REASON                TO TR-REASON                   CNB26600
070800     MOVE RC-REMARK                TO TR-REMARK                   CNB26600
070900     MOVE '22'                     TO WS-TR-STATUS                CNB26600
071000     PERFORM P2510-ADD-ADJUSTMENT                                 CNB26600
071100             UNTIL NOT WS-TR-DUP                                  CNB26600
071200     IF NOT WS-TR-OK                                              CNB26600
071300        MOVE 'P2500-WRT-TSRG'      TO WS-ABEND-PARAGRAPH          CNB26600
071400        MOVE WS-TR-STATUS          TO WS-ABEND-STATUS             CNB26600
071500        PERFORM P9999-GOT-PROBLEM                                 CNB26600
071600     END-IF                                                       CNB26600
071700     MOVE TR-KEY                   TO WS-ADJ-KEY.                 CNB26600
071800*                                                                 CNB26600
071900 P2510-ADD-ADJUSTMENT.                                            CNB26600
072000     ADD 1 TO TR-ENTRY-SEQ                                        CNB26600
072100     WRITE TR-RECORD.                                             CNB26600
072200*                                                                 CNB26600
072300*    ADJUSTMENTS PAID IN THE PERIOD, THEN THE TIMESLIPS ROUTED    CNB26600
072400*    INTO IT BECAUSE THEY WERE ENTERED AFTER THEIR CUTOFF         CNB26600
072500*                                                                 CNB26600
072600 P3000-PRINT-REGISTER.                                            CNB26600
072700     MOVE SPACES                   TO TTL-TEXT                    CNB26600
072800     STRING 'ADJUSTMENT REGISTER - PAY PERIOD ENDING '            CNB26600
072900            WS-PERIOD-END                                         CNB26600
073000            DELIMITED BY SIZE INTO TTL-TEXT                       CNB26600
073100     PERFORM P8900-PRINT-TITLE                                    CNB26600
073200     WRITE RPT-LINE FROM WS-AJ-HDR-LINE                           CNB26600
073300     PERFORM P3900-START-REGISTER                                 CNB26600
073400     PERFORM P3100-REGISTER-ADJUSTMENT UNTIL WS-EOF-TR            CNB26600
073500     IF WS-ADJ-COUNT = ZEROS                                      CNB26600
073600        MOVE '  NONE'              TO RPT-LINE                    CNB26600
073700        WRITE RPT-LINE                                            CNB26600
073800     END-IF                                                       CNB26600
073900     MOVE SPACES                   TO RPT-LINE                    CNB26600
074000     WRITE RPT-LINE                                               CNB26600
074100     MOVE 'TIMESLIPS ENTERED AFTER CUTOFF - PAID IN THIS PERIOD'  CNB26600
074200                                   TO TTL-TEXT                    CNB26600
074300     PERFORM P8900-PRINT-TITLE                                    CNB26600
074400     WRITE RPT-LINE FROM WS-LT-HDR-LINE                           CNB26600
074500     PERFORM P3900-START-REGISTER                                 CNB26600
074600     PERFORM P3200-REGISTER-LATE UNTIL WS-EOF-TR                  CNB26600
074700     IF WS-ORIG-COUNT = ZEROS                                     CNB26600
074800        MOVE '  NONE'              TO RPT-LINE                    CNB26600
074900        WRITE RPT-LINE                                            CNB26600
075000     END-IF.                                                      CNB26600
075100*                                                                 CNB26600
075200 P3100-REGISTER-ADJUSTMENT.                                       CNB26600
075300     ADD 1 TO WS-READ-COUNT                                       CNB26600
075400     IF TR-ADJUSTMENT                                             CNB26600
075500        AND TR-PAY-PERIOD = WS-PERIOD-END                         CNB26600
075600        ADD 1 TO WS-ADJ-COUNT                                     CNB26600
075700        MOVE TR-ORIG-KEY           TO AJL-REF                     CNB26600
075800        MOVE TR-ADJ-TYPE           TO AJL-ADJ-TYPE                CNB26600
075900        MOVE TR-ENTRY-DATE-TIME    TO AJL-ADJ-DATE-TIME           CNB26600
076000        MOVE TR-PRIOR-CLAIM        TO AJL-PRIOR-CLAIM             CNB26600
076100        MOVE TR-PRIOR-AMOUNT       TO AJL-PRIOR-AMOUNT            CNB26600
076200        MOVE TR-PRIOR-START        TO AJL-PRIOR-START             CNB26600
076300        IF TR-ADJ-REVERSE                                         CNB26600
076400           MOVE SPACES             TO AJL-NEW-CLAIM               CNB26600
076500                                      AJL-NEW-START               CNB26600
076600        ELSE                                                      CNB26600
076700           MOVE TR-CLAIM-CODE      TO AJL-NEW-CLAIM               CNB26600
076800           MOVE TR-START-DATE      TO AJL-NEW-START               CNB26600
076900        END-IF                                                    CNB26600
077000        MOVE TR-AMOUNT             TO AJL-NEW-AMOUNT              CNB26600
077100        COMPUTE WS-AMOUNT = TR-AMOUNT - TR-PRIOR-AMOUNT           CNB26600
077200        MOVE WS-AMOUNT             TO AJL-NET                     CNB26600
077300        ADD WS-AMOUNT              TO WS-NET-AMOUNT               CNB26600
077400        MOVE TR-REASON             TO AJL-REASON                  CNB26600
077500        MOVE TR-USER               TO AJL-USER                    CNB26600
077600        IF TR-LATE                                                CNB26600
077700           ADD 1 TO WS-LATE-COUNT                                 CNB26600
077800           MOVE TR-ORIG-PERIOD     TO AJL-FROM-PERIOD             CNB26600
077900        ELSE                                                      CNB26600
078000           MOVE SPACES             TO AJL-FROM-PERIOD             CNB26600
078100        END-IF                                                    CNB26600
078200        MOVE TR-REMARK             TO AJL-REMARK                  CNB26600
078300        WRITE RPT-LINE FROM WS-AJ-LINE                            CNB26600
078400     END-IF                                                       CNB26600
078500     PERFORM P3910-READ-REGISTER.                                 CNB26600
078600*                                                                 CNB26600
078700 P3200-REGISTER-LATE.                                             CNB26600
078800     IF TR-ORIGINAL                                               CNB26600
078900        AND TR-LATE                                               CNB26600
079000        AND TR-PAY-PERIOD = WS-PERIOD-END                         CNB26600
079100        ADD 1 TO WS-ORIG-COUNT                                    CNB26600
079200        MOVE TR-KEY                TO LTL-REF                     CNB26600
079300        MOVE TR-CLAIM-CODE         TO LTL-CLAIM                   CNB26600
079400        MOVE TR-AMT-TYPE           TO LTL-AMT-TYPE                CNB26600
079500        MOVE TR-AMOUNT             TO LTL-AMOUNT                  CNB26600
079600        MOVE TR-START-DATE         TO LTL-START                   CNB26600
079700        MOVE TR-CUTOFF-DATE        TO LTL-CUTOFF                  CNB26600
079800        MOVE TR-USER               TO LTL-USER                    CNB26600
079900        MOVE TR-DIST               TO LTL-DIST                    CNB26600
080000        MOVE TR-SDIST              TO LTL-SDIST                   CNB26600
080100        MOVE TR-CRAFT              TO LTL-CRAFT                   CNB26600
080200        WRITE RPT-LINE FROM WS-LT-LINE                            CNB26600
080300     END-IF                                                       CNB26600
080400     PERFORM P3910-READ-REGISTER.                                 CNB26600
080500*                                                                 CNB26600
080600 P3900-START-REGISTER.                                            CNB26600
080700     MOVE 'N'                      TO WS-EOF-TR-SW                CNB26600
080800     MOVE LOW-VALUES               TO TR-KEY                      CNB26600
080900     IF WS-FUNC-TRACE                                             CNB26600
081000        MOVE WS-EMP-NBR            TO TR-EMP-NBR                  CNB26600
081100     END-IF                                                       CNB26600
081200     START TR-FILE KEY NOT < TR-KEY                               CNB26600
081300     IF WS-TR-OK                                                  CNB26600
081400        PERFORM P3910-READ-REGISTER                               CNB26600
081500     ELSE                                                         CNB26600
081600        SET WS-EOF-TR TO TRUE                                     CNB26600
081700     END-IF.                                                      CNB26600
081800*                                                                 CNB26600
081900 P3910-READ-REGISTER.                                             CNB26600
082000     READ TR-FILE NEXT                                            CNB26600
082100          AT END                                                  CNB26600
082200             SET WS-EOF-TR TO TRUE                                CNB26600
082300     END-READ                                                     CNB26600
082400     IF NOT WS-EOF-TR AND NOT WS-TR-OK                            CNB26600
082500        MOVE 'P3910-READ-TSRG'     TO WS-ABEND-PARAGRAPH          CNB26600
082600        MOVE WS-TR-STATUS          TO WS-ABEND-STATUS             CNB26600
082700        PERFORM P9999-GOT-PROBLEM                                 CNB26600
082800     END-IF.                                                      CNB26600
082900*                                                                 CNB26600
083000 P4000-PRINT-TRACE.                                               CNB26600
083100     MOVE SPACES                   TO TTL-TEXT                    CNB26600
083200     STRING 'TIMESLIPS AND ADJUSTMENTS FOR EMPLOYEE ' WS-EMP-NBR  CNB26600
083300            DELIMITED BY SIZE INTO TTL-TEXT                       CNB26600
083400     PERFORM P8900-PRINT-TITLE                                    CNB26600
083500     WRITE RPT-LINE FROM WS-TC-HDR-LINE                           CNB26600
083600     PERFORM P3900-START-REGISTER                                 CNB26600
083700     PERFORM P4100-TRACE-ENTRY UNTIL WS-EOF-TR                    CNB26600
083800     IF WS-READ-COUNT = ZEROS                                     CNB26600
083900        MOVE '  NONE'              TO RPT-LINE                    CNB26600
084000        WRITE RPT-LINE                                            CNB26600
084100     END-IF.                                                      CNB26600
084200*                                                                 CNB26600
084300 P4100-TRACE-ENTRY.                                               CNB26600
084400     IF TR-EMP-NBR NOT = WS-EMP-NBR                               CNB26600
084500        SET WS-EOF-TR TO TRUE                                     CNB26600
084600     ELSE                                                         CNB26600
084700        ADD 1 TO WS-READ-COUNT                                    CNB26600
084800        MOVE TR-ENTRY-DATE-TIME    TO TCL-ENTRY-DATE-TIME         CNB26600
084900        MOVE TR-ENTRY-SEQ          TO TCL-SEQ                     CNB26600
085000        MOVE TR-REC-TYPE           TO TCL-REC-TYPE                CNB26600
085100        MOVE TR-CLAIM-CODE         TO TCL-CLAIM                   CNB26600
085200        MOVE TR-AMT-TYPE           TO TCL-AMT-TYPE                CNB26600
085300        MOVE TR-AMOUNT             TO TCL-AMOUNT                  CNB26600
085400        MOVE TR-START-DATE         TO TCL-START                   CNB26600
085500        MOVE TR-PAY-PERIOD         TO TCL-PERIOD                  CNB26600
085600        MOVE TR-LATE-FLAG          TO TCL-LATE                    CNB26600
085700        MOVE TR-USER               TO TCL-USER                    CNB26600
085800        IF TR-ORIGINAL                                            CNB26600
085900           ADD 1 TO WS-ORIG-COUNT                                 CNB26600
086000           EVALUATE TRUE                                          CNB26600
086100              WHEN TR-REVERSED                                    CNB26600
086200                   MOVE 'REVERSED'  TO TCL-NOTE                   CNB26600
086300              WHEN TR-CORRECTED                                   CNB26600
086400                   MOVE 'CORRECTED' TO TCL-NOTE                   CNB26600
086500              WHEN OTHER                                          CNB26600
086600                   MOVE 'AS WRITTEN' TO TCL-NOTE                  CNB26600
086700           END-EVALUATE                                           CNB26600
086800           MOVE SPACES             TO TCL-REASON                  CNB26600
086900                                      TCL-REMARK                  CNB26600
087000        ELSE                                                      CNB26600
087100           ADD 1 TO WS-ADJ-COUNT                                  CNB26600
087200           MOVE TR-ORIG-KEY        TO TCL-NOTE                    CNB26600
087300           MOVE TR-REASON          TO TCL-REASON                  CNB26600
087400           MOVE TR-REMARK          TO TCL-REMARK                  CNB26600
087500        END-IF                                                    CNB26600
087600        WRITE RPT-LINE FROM WS-TC-LINE                            CNB26600
087700        PERFORM P3910-READ-REGISTER                               CNB26600
087800     END-IF.                                                      CNB26600
087900*                                                                 CNB26600
088000*    ONE PAY PERIOD ON FROM WS-STEP-DATE, A DAY AT A TIME         CNB26600
088100*                                                                 CNB26600
088200 P7000-STEP-PERIOD.                                               CNB26600
088300     PERFORM P7100-ADD-DAY                                        CNB26600
088400             VARYING WS-STEP-SUB FROM 1 BY 1                      CNB26600
088500             UNTIL WS-STEP-SUB > WS-PERIOD-DAYS.                  CNB26600
088600*                                                                 CNB26600
088700 P7100-ADD-DAY.                                                   CNB26600
088800     MOVE WS-MT-DAYS (WS-SP-MM)    TO WS-MONTH-DAYS               CNB26600
088900     IF WS-SP-MM = 2                                              CNB26600
089000        DIVIDE WS-SP-CCYY BY 4                                    CNB26600
089100               GIVING WS-LEAP-QUOT                                CNB26600
089200               REMAINDER WS-LEAP-REM                              CNB26600
089300        IF WS-LEAP-REM = ZEROS                                    CNB26600
089400           MOVE 29                 TO WS-MONTH-DAYS               CNB26600
089500        END-IF                                                    CNB26600
089600     END-IF                                                       CNB26600
089700     ADD 1 TO WS-SP-DD                                            CNB26600
089800     IF WS-SP-DD > WS-MONTH-DAYS                                  CNB26600
089900        MOVE 1                     TO WS-SP-DD                    CNB26600
090000        ADD 1 TO WS-SP-MM                                         CNB26600
090100        IF WS-SP-MM > 12                                          CNB26600
090200           MOVE 1                  TO WS-SP-MM                    CNB26600
090300           ADD 1 TO WS-SP-CCYY                                    CNB26600
090400        END-IF                                                    CNB26600
090500     END-IF.                                                      CNB26600
090600*                                                                 CNB26600
090700 P8900-PRINT-TITLE.                                               CNB26600
090800     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB26600
090900     MOVE SPACES                   TO RPT-LINE                    CNB26600
091000     WRITE RPT-LINE.                                              CNB26600
091100*                                                                 CNB26600
091200 P9000-TERMINATE.                                                 CNB26600
091300     MOVE SPACES                   TO RPT-LINE                    CNB26600
091400     WRITE RPT-LINE                                               CNB26600
091500     EVALUATE TRUE                                                CNB26600
091600        WHEN WS-FUNC-MAINT                                        CNB26600
091700             MOVE 'CARDS APPLIED .............' TO CNT-LABEL      CNB26600
091800             MOVE WS-TRAN-COUNT    TO CNT-VALUE                   CNB26600
091900             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26600
092000             MOVE 'CARDS REJECTED ............' TO CNT-LABEL      CNB26600
092100             MOVE WS-REJ-COUNT     TO CNT-VALUE                   CNB26600
092200             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26600
092300             MOVE 'TIMESLIPS CORRECTED .......' TO CNT-LABEL      CNB26600
092400             MOVE WS-CORR-COUNT    TO CNT-VALUE                   CNB26600
092500             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26600
092600             MOVE 'TIMESLIPS REVERSED ........' TO CNT-LABEL      CNB26600
092700             MOVE WS-REV-COUNT     TO CNT-VALUE                   CNB26600
092800             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26600
092900             MOVE 'ROUTED TO A LATER PERIOD ..' TO CNT-LABEL      CNB26600
093000             MOVE WS-LATE-COUNT    TO CNT-VALUE                   CNB26600
093100             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26600
093200             CLOSE TRAN-FILE                                      CNB26600
093300                   TSGEN-FILE                                     CNB26600
093400        WHEN WS-FUNC-REGISTER                                     CNB26600
093500             MOVE 'REGISTER ENTRIES READ .....' TO CNT-LABEL      CNB26600
093600             MOVE WS-READ-COUNT    TO CNT-VALUE                   CNB26600
093700             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26600
093800             MOVE 'ADJUSTMENTS IN PERIOD .....' TO CNT-LABEL      CNB26600
093900             MOVE WS-ADJ-COUNT     TO CNT-VALUE                   CNB26600
094000             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26600
094100             MOVE 'ROUTED FROM AN EARLIER ONE ' TO CNT-LABEL      CNB26600
094200             MOVE WS-LATE-COUNT    TO CNT-VALUE                   CNB26600
094300             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26600
094400             MOVE 'NET CHANGE ................' TO AMT-LABEL      CNB26600
094500             MOVE WS-NET-AMOUNT    TO AMT-VALUE                   CNB26600
094600             WRITE RPT-LINE FROM WS-AMT-LINE                      CNB26600
094700             MOVE 'LATE TIMESLIPS IN PERIOD ..' TO CNT-LABEL      CNB26600
094800             MOVE WS-ORIG-COUNT    TO CNT-VALUE                   CNB26600
094900             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26600
095000        WHEN OTHER                                                CNB26600
095100             MOVE 'TIMESLIPS .................' TO CNT-LABEL      CNB26600
095200             MOVE WS-ORIG-COUNT    TO CNT-VALUE                   CNB26600
095300             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26600
095400             MOVE 'ADJUSTMENTS ...............' TO CNT-LABEL      CNB26600
095500             MOVE WS-ADJ-COUNT     TO CNT-VALUE                   CNB26600
095600             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB26600
095700     END-EVALUATE                                                 CNB26600
095800     CLOSE TR-FILE                                                CNB26600
095900           RPT-FILE.                                              CNB26600
096000*                                                                 CNB26600
096100 P9999-GOT-PROBLEM.                                               CNB26600
096200     MOVE 'CNB266'                 TO XE-PROGRAM                  CNB26600
096300     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB26600
096400     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB26600
096500     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB26600
096600     DISPLAY 'CNB266 ABEND IN ' WS-ABEND-PARAGRAPH                CNB26600
096700              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB26600
096800     MOVE 16 TO RETURN-CODE                                       CNB26600
096900     GOBACK.                                                      CNB26600
