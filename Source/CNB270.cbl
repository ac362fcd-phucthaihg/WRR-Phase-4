000100 IDENTIFICATION DIVISION.                                         CNB27000
000200 PROGRAM-ID. CNB270.                                              CNB27000
000300*AUTHOR.     JMC.                                                 CNB27000
000400*DATE-WRITTEN. 10/15/26.                                          CNB27000
000500*REMARKS.                                                         CNB27000
000600*    APPROACHING-FIRST-OUT COURTESY NOTICES.  EMPLOYEES CALL THE  CNB27000
000700*    DESK ALL DAY TO ASK HOW CLOSE THEY ARE TO FIRST OUT.  THIS   CNB27000
000800*    RUN WATCHES EVERY EXTRABOARD (EBFILE, ON-BOARD POSITIONS IN  CNB27000
000900*    POSITION ORDER - POSITION BOARD, POSITION, TURN - AS CNB243  CNB27000
001000*    FILES THEM) AND EVERY POOL (UFPFILE, TURNS IN TOWN IN        CNB27000
001100*    POSITION ORDER) AND SENDS THE EMPLOYEE A TEXT OR AN          CNB27000
001200*    AUTOMATED VOICE CALL THROUGH THE OUTBOUND MESSAGE FILE       CNB27000
001300*    (NOTIFYOT) WHEN THEY COME WITHIN THE NOTICE NUMBER OF TURNS  CNB27000
001400*    OF FIRST OUT, AND AGAIN WHEN A BOARD CHANGE MOVES THEM BACK  CNB27000
001500*    AFTER THAT NOTICE.                                           CNB27000
001600*    FUNCTIONS FROM THE PARM CARD:                                CNB27000
001700*      NOTIFY   - EVERY 15 MINUTES.  EACH TURN'S PLACE FROM FIRST CNB27000
001800*                 OUT (1 = FIRST OUT) IS KEPT ON NOTESTAT, ONE    CNB27000
001900*                 RECORD PER EMPLOYEE PER BOARD, SO THE NEXT RUN  CNB27000
002000*                 KNOWS WHERE THE EMPLOYEE WAS:                   CNB27000
002100*                   APPROACHING - NOW WITHIN THE NOTICE NUMBER ANDCNB27000
002200*                                 NOT YET TOLD.                   CNB27000
002300*                   MOVED BACK  - TOLD, AND NOW FURTHER FROM FIRSTCNB27000
002400*                                 OUT THAN AT THE LAST RUN.  ONCE CNB27000
002500*                                 BACK OUTSIDE THE NOTICE NUMBER  CNB27000
002600*                                 THE EMPLOYEE IS TOLD AGAIN WHEN CNB27000
002700*                                 THEY NEXT COME WITHIN IT.       CNB27000
002800*                 THE NOTICE NUMBER IS THE EMPLOYEE'S OWN         CNB27000
002900*                 (MSTR-NOTIFY-TURNS) OR PARM TURNS (DEFAULT 03). CNB27000
003000*                 NOBODY IS TOLD WHO IS NOT MARKED UP AVAILABLE,  CNB27000
003100*                 WHO IS ON REST (EMP-PERS-REST OR EMP-US-RSTD    CNB27000
003200*                 STILL TO COME) OR WHO HAS DECLINED NOTICES.  THECNB27000
003300*                 CHANNEL IS MSTR-NOTIFY-METHOD: TEXT TO PAGER-NO,CNB27000
003400*                 OR VOICE (THE CALLING SYSTEM DIALS THE NUMBER ITCNB27000
003500*                 HOLDS FOR THE EMPLOYEE, IN EMP-LANG-PREF); BLANKCNB27000
003600*                 IS TEXT WHEN A PAGER NUMBER IS ON FILE, VOICE   CNB27000
003700*                 OTHERWISE.  A TURN NO LONGER ON A BOARD DROPS   CNB27000
003800*                 ITS NOTESTAT RECORD.  EVERY NOTICE SENT IS      CNB27000
003900*                 LOGGED ON NOTELOG AND LISTED.                   CNB27000
004000*      MAINT    - NOTETRAN CARDS (USER, EMPLOYEE, METHOD, TURNS)  CNB27000
004100*                 SET THE EMPLOYEE'S CHANNEL - T TEXT, V VOICE,   CNB27000
004200*                 N NO NOTICES, D BACK TO THE DEFAULT, BLANK NO   CNB27000
004300*                 CHANGE - AND NOTICE NUMBER (01-99, 00 BACK TO   CNB27000
004400*                 THE STANDARD, BLANK NO CHANGE) ON THE MASTER.   CNB27000
004500*                 THE USER MUST HOLD FUNCTION NTFY (CNB156).      CNB27000
004600*                 REJECTS: USER NO USER, EMPL NO EMPLOYEE, METH   CNB27000
004700*                 BAD METHOD, TURN BAD NUMBER, NCHG NOTHING TO    CNB27000
004800*                 CHANGE, AUTH USER NOT AUTHORIZED, EMPN NOT ON   CNB27000
004900*                 THE MASTER.                                     CNB27000
005000*      LOG      - DAILY.  PURGES NOTELOG ENTRIES OLDER THAN PARM  CNB27000
005100*                 KEEP-DAYS (DEFAULT 030), THEN LISTS THE NOTICES CNB27000
005200*                 SENT SINCE PARM FROM-DATE (YYMMDD, BLANK = THE  CNB27000
005300*                 RUN DATE) FOR PARM EMP-NBR, OR FOR EVERYONE.    CNB27000
005400*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB27000
005500*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB27000
005600*                                                                 CNB27000
005700*TBD  THE POOL TURN AND EXTRABOARD LAYOUTS ARE THOSE CNB265 READS;CNB27000
005800*THE POOL POSITION (UFP-POS-DATE-TIME AND TIE-BREAKER, AS CNP02E  CNB27000
005900*USES THEM) IS PLACED AFTER THE DESCRIPTION ON THE SAME           CNB27000
006000*ASSUMPTION.  THE NOTIFYOT LAYOUT IS THIS SUITE'S SIDE OF THE     CNB27000
006100*INTERFACE AS PROPOSED TO THE MESSAGING GATEWAY.  VERIFY BEFORE   CNB27000
006200*NEXT COMPILE.                                                    CNB27000
006300*                                                                 CNB27000
006400 ENVIRONMENT DIVISION.                                            CNB27000
006500 CONFIGURATION SECTION.                                           CNB27000
006600 SOURCE-COMPUTER.  IBM-370.                                       CNB27000
006700 OBJECT-COMPUTER.  IBM-370.                                       CNB27000
006800 INPUT-OUTPUT SECTION.                                            CNB27000
006900 FILE-CONTROL.                                                    CNB27000
007000     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB27000
007100            ORGANIZATION  SEQUENTIAL                              CNB27000
007200            FILE STATUS   WS-PARM-STATUS.                         CNB27000
007300     SELECT TRAN-FILE    ASSIGN TO NOTETRAN                       CNB27000
007400            ORGANIZATION  SEQUENTIAL                              CNB27000
007500            FILE STATUS   WS-TRAN-STATUS.                         CNB27000
007600     SELECT UFP-FILE     ASSIGN TO UFPFILE                        CNB27000
007700            ORGANIZATION  INDEXED                                 CNB27000
007800            ACCESS MODE   SEQUENTIAL                              CNB27000
007900            RECORD KEY    UFIO-KEY                                CNB27000
008000            FILE STATUS   WS-UFP-STATUS.                          CNB27000
008100     SELECT EB-FILE      ASSIGN TO EBFILE                         CNB27000
008200            ORGANIZATION  INDEXED                                 CNB27000
008300            ACCESS MODE   SEQUENTIAL                              CNB27000
008400            RECORD KEY    EBIO-KEY                                CNB27000
008500            FILE STATUS   WS-EB-STATUS.                           CNB27000
008600     SELECT MSTR-FILE    ASSIGN TO MSTRFILE                       CNB27000
008700            ORGANIZATION  INDEXED                                 CNB27000
008800            ACCESS MODE   RANDOM                                  CNB27000
008900            RECORD KEY    MIO-KEY                                 CNB27000
009000            ALTERNATE RECORD KEY MIO-EMP-NBR                      CNB27000
009100            FILE STATUS   WS-MSTRF-STATUS.                        CNB27000
009200     SELECT NS-FILE      ASSIGN TO NOTESTAT                       CNB27000
009300            ORGANIZATION  INDEXED                                 CNB27000
009400            ACCESS MODE   DYNAMIC                                 CNB27000
009500            RECORD KEY    NS-KEY                                  CNB27000
009600            FILE STATUS   WS-NS-STATUS.                           CNB27000
009700     SELECT NL-FILE      ASSIGN TO NOTELOG                        CNB27000
009800            ORGANIZATION  INDEXED                                 CNB27000
009900            ACCESS MODE   DYNAMIC                                 CNB27000
010000            RECORD KEY    NL-KEY                                  CNB27000
010100            FILE STATUS   WS-NL-STATUS.                           CNB27000
010200     SELECT OUT-FILE     ASSIGN TO NOTIFYOT                       CNB27000
010300            ORGANIZATION  SEQUENTIAL                              CNB27000
010400            FILE STATUS   WS-OUT-STATUS.                          CNB27000
010500     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB27000
010600            ORGANIZATION  LINE SEQUENTIAL                         CNB27000
010700            FILE STATUS   WS-RPT-STATUS.                          CNB27000
010800*                                                                 CNB27000
010900 DATA DIVISION.                                                   CNB27000
011000 FILE SECTION.                                                    CNB27000
011100 FD  PARM-FILE                                                    CNB27000
011200     RECORD CONTAINS 80 CHARACTERS.                               CNB27000
011300 01  WS-PARM-RECORD.                                              CNB27000
011400     05  PARM-FUNC                 PIC X(8).                      CNB27000
011500     05  PARM-DATE-TIME            PIC X(12).                     CNB27000
011600     05  PARM-TURNS                PIC X(2).                      CNB27000
011700     05  PARM-KEEP-DAYS            PIC X(3).                      CNB27000
011800     05  PARM-EMP-NBR              PIC X(9).                      CNB27000
011900     05  PARM-FROM-DATE            PIC X(6).                      CNB27000
012000     05  FILLER                    PIC X(40).                     CNB27000
012100 FD  TRAN-FILE                                                    CNB27000
012200     RECORD CONTAINS 80 CHARACTERS.                               CNB27000
012300 01  NC-RECORD.                                                   CNB27000
012400     05  NC-USER                   PIC X(8).                      CNB27000
012500     05  NC-EMP-NBR                PIC X(9).                      CNB27000
012600     05  NC-METHOD                 PIC X(1).                      CNB27000
012700         88  NC-METHOD-VALID             VALUE 'T' 'V' 'N' 'D'.   CNB27000
012800         88  NC-METHOD-DEFAULT           VALUE 'D'.               CNB27000
012900     05  NC-TURNS                  PIC X(2).                      CNB27000
013000     05  NC-TURNS-N REDEFINES NC-TURNS                            CNB27000
013100                                   PIC 9(2).                      CNB27000
013200     05  FILLER                    PIC X(60).                     CNB27000
013300 FD  UFP-FILE                                                     CNB27000
013400     RECORD CONTAINS 100 CHARACTERS.                              CNB27000
013500 01  UFIO-RECORD.                                                 CNB27000
013600     05  UFIO-KEY.                                                CNB27000
013700         10  UFIO-POOL-ID.                                        CNB27000
013800             15  UFIO-DIST         PIC X(2).                      CNB27000
013900             15  UFIO-SDIST        PIC X(2).                      CNB27000
014000             15  UFIO-POOL         PIC X(10).                     CNB27000
014100         10  UFIO-TURN             PIC X(4).                      CNB27000
014200     05  UFIO-EMP-NO               PIC 9(9).                      CNB27000
014300     05  UFIO-IN-TOWN-FLAG         PIC X.                         CNB27000
014400         88  UFIO-IN-TOWN                VALUE 'Y'.               CNB27000
014500     05  UFIO-VCNY-FLAG            PIC X.                         CNB27000
014600     05  UFIO-VCNY-TYPE            PIC X(4).                      CNB27000
014700     05  UFIO-ASSIGNMENT           PIC X(12).                     CNB27000
014800     05  UFIO-DESCRIPTION          PIC X(20).                     CNB27000
014900     05  UFIO-POS-DATE-TIME        PIC X(10).                     CNB27000
015000     05  UFIO-POS-TIE-BREAKER      PIC X(4).                      CNB27000
015100     05  FILLER                    PIC X(21).                     CNB27000
015200 FD  EB-FILE                                                      CNB27000
015300     RECORD CONTAINS 80 CHARACTERS.                               CNB27000
015400 01  EBIO-RECORD.                                                 CNB27000
015500     05  EBIO-KEY.                                                CNB27000
015600         10  EBIO-BOARD.                                          CNB27000
015700             15  EBIO-DIST         PIC X(2).                      CNB27000
015800             15  EBIO-SDIST        PIC X(2).                      CNB27000
015900             15  EBIO-CC           PIC X(2).                      CNB27000
016000         10  EBIO-TURN-NBR         PIC X(2).                      CNB27000
016100     05  EBIO-EMP-NO               PIC 9(9).                      CNB27000
016200     05  EBIO-STATUS               PIC X.                         CNB27000
016300         88  EBIO-ON-BOARD               VALUE 'Y'.               CNB27000
016400     05  EBIO-TAG                  PIC X.                         CNB27000
016500     05  EBIO-POS-BOARD            PIC X.                         CNB27000
016600     05  EBIO-POSITION             PIC X(14).                     CNB27000
016700     05  EBIO-SLOW-POSITION        PIC X(14).                     CNB27000
016800     05  FILLER                    PIC X(32).                     CNB27000
016900 FD  MSTR-FILE                                                    CNB27000
017000     RECORD CONTAINS 500 CHARACTERS.                              CNB27000
017100 01  MIO-RECORD.                                                  CNB27000
017200     05  MIO-KEY.                                                 CNB27000
017300         10  MIO-DIST              PIC X(2).                      CNB27000
017400         10  MIO-SDIST             PIC X(2).                      CNB27000
017500         10  MIO-CRAFT             PIC X(2).                      CNB27000
017600         10  MIO-EMP-NAME          PIC X(26).                     CNB27000
017700         10  MIO-EMP-NBR           PIC X(9).                      CNB27000
017800     05  FILLER                    PIC X(459).                    CNB27000
017900 FD  NS-FILE                                                      CNB27000
018000     RECORD CONTAINS 60 CHARACTERS.                               CNB27000
018100 01  NS-RECORD.                                                   CNB27000
018200     05  NS-KEY.                                                  CNB27000
018300         10  NS-EMP-NBR            PIC X(9).                      CNB27000
018400*        P POOL (DIST, SUB-DIST, POOL) OR X EXTRABOARD (DIST,     CNB27000
018500*        SUB-DIST, CRAFT, POSITION BOARD):                        CNB27000
018600         10  NS-TYPE               PIC X(1).                      CNB27000
018700         10  NS-BOARD              PIC X(16).                     CNB27000
018800     05  NS-POSITION               PIC 9(3).                      CNB27000
018900     05  NS-NOTICE-SW              PIC X(1).                      CNB27000
019000         88  NS-NOTICE-SENT              VALUE 'Y'.               CNB27000
019100*    YYMMDDHHMMSS - THE LAST RUN THAT SAW THE TURN, AND THE LAST  CNB27000
019200*    NOTICE SENT:                                                 CNB27000
019300     05  NS-SEEN                   PIC X(12).                     CNB27000
019400     05  NS-NOTICE-AT              PIC X(12).                     CNB27000
019500     05  FILLER                    PIC X(6).                      CNB27000
019600 FD  NL-FILE                                                      CNB27000
019700     RECORD CONTAINS 200 CHARACTERS.                              CNB27000
019800 01  NL-RECORD.                                                   CNB27000
019900     05  NL-KEY.                                                  CNB27000
020000*        YYMMDDHHMMSS:                                            CNB27000
020100         10  NL-SENT               PIC X(12).                     CNB27000
020200         10  NL-EMP-NBR            PIC X(9).                      CNB27000
020300         10  NL-TYPE               PIC X(1).                      CNB27000
020400         10  NL-BOARD              PIC X(16).                     CNB27000
020500     05  NL-KIND                   PIC X(1).                      CNB27000
020600         88  NL-APPROACHING              VALUE 'A'.               CNB27000
020700         88  NL-MOVED-BACK               VALUE 'B'.               CNB27000
020800     05  NL-POSITION               PIC 9(3).                      CNB27000
020900     05  NL-PREV-POSITION          PIC 9(3).                      CNB27000
021000     05  NL-CHANNEL                PIC X(1).                      CNB27000
021100         88  NL-BY-TEXT                  VALUE 'T'.               CNB27000
021200         88  NL-BY-VOICE                 VALUE 'V'.               CNB27000
021300     05  NL-ADDRESS                PIC X(10).                     CNB27000
021400     05  NL-EMP-NAME               PIC X(26).                     CNB27000
021500     05  NL-BOARD-DESC             PIC X(22).                     CNB27000
021600     05  NL-TEXT                   PIC X(60).                     CNB27000
021700     05  FILLER                    PIC X(36).                     CNB27000
021800 FD  OUT-FILE                                                     CNB27000
021900     RECORD CONTAINS 120 CHARACTERS.                              CNB27000
022000 01  NO-RECORD.                                                   CNB27000
022100     05  NO-EMP-NBR                PIC X(9).                      CNB27000
022200     05  NO-CHANNEL                PIC X(1).                      CNB27000
022300     05  NO-ADDRESS                PIC X(10).                     CNB27000
022400     05  NO-LANG                   PIC X(1).                      CNB27000
022500     05  NO-KIND                   PIC X(1).                      CNB27000
022600     05  NO-POSITION               PIC 9(3).                      CNB27000
022700     05  NO-SENT                   PIC X(12).                     CNB27000
022800     05  NO-TEXT                   PIC X(60).                     CNB27000
022900     05  FILLER                    PIC X(23).                     CNB27000
023000 FD  RPT-FILE                                                     CNB27000
023100     RECORD CONTAINS 132 CHARACTERS.                              CNB27000
023200 01  RPT-LINE                      PIC X(132).                    CNB27000
023300*                                                                 CNB27000
023400 WORKING-STORAGE SECTION.                                         CNB27000
023500 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB27000
023600     88  WS-PARM-OK                       VALUE '00'.             CNB27000
023700 01  WS-TRAN-STATUS                PIC XX VALUE SPACES.           CNB27000
023800     88  WS-TRAN-OK                       VALUE '00'.             CNB27000
023900 01  WS-UFP-STATUS                 PIC XX VALUE SPACES.           CNB27000
024000     88  WS-UFP-OK                        VALUE '00'.             CNB27000
024100 01  WS-EB-STATUS                  PIC XX VALUE SPACES.           CNB27000
024200     88  WS-EB-OK                         VALUE '00'.             CNB27000
024300 01  WS-MSTRF-STATUS               PIC XX VALUE SPACES.           CNB27000
024400     88  WS-MSTRF-OK                      VALUE '00' '02'.        CNB27000
024500     88  WS-MSTRF-NOTFND                  VALUE '23'.             CNB27000
024600 01  WS-NS-STATUS                  PIC XX VALUE SPACES.           CNB27000
024700     88  WS-NS-OK                         VALUE '00'.             CNB27000
024800     88  WS-NS-NOTFND                     VALUE '23'.             CNB27000
024900     88  WS-NS-END                        VALUE '10'.             CNB27000
025000 01  WS-NL-STATUS                  PIC XX VALUE SPACES.           CNB27000
025100     88  WS-NL-OK                         VALUE '00'.             CNB27000
025200     88  WS-NL-NOTFND                     VALUE '23'.             CNB27000
025300     88  WS-NL-END                        VALUE '10'.             CNB27000
025400 01  WS-OUT-STATUS                 PIC XX VALUE SPACES.           CNB27000
025500     88  WS-OUT-OK                        VALUE '00'.             CNB27000
025600 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB27000
025700     88  WS-RPT-OK                        VALUE '00'.             CNB27000
025800 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB27000
025900 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB27000
026000 COPY WSERRLOG.                                                   CNB27000
026100 COPY WSMSTR.                                                     CNB27000
026200 01  WS-CNB156-PGM                 PIC X(8) VALUE 'CNB156'.       CNB27000
026300 01  CNB156-COMMAREA.                                             CNB27000
026400     05  CA-USERID                 PIC X(8).                      CNB27000
026500     05  CA-FUNC-CODE              PIC X(4).                      CNB27000
026600     05  CA-TERMINAL               PIC X(4).                      CNB27000
026700     05  CA-REPLY                  PIC X(1).                      CNB27000
026800         88  CA-ALLOWED                  VALUE 'A'.               CNB27000
026900         88  CA-DENIED                   VALUE 'D'.               CNB27000
027000     05  CA-ROLE                   PIC X(8).                      CNB27000
027100 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB27000
027200     88  WS-FUNC-NOTIFY                   VALUE 'NOTIFY'.         CNB27000
027300     88  WS-FUNC-MAINT                    VALUE 'MAINT'.          CNB27000
027400     88  WS-FUNC-LOG                      VALUE 'LOG'.            CNB27000
027500 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB27000
027600 01  WS-TURNS                      PIC 9(2) VALUE 03.             CNB27000
027700 01  WS-KEEP-DAYS                  PIC 9(3) VALUE 030.            CNB27000
027800 01  WS-EMP-NBR                    PIC X(9) VALUE SPACES.         CNB27000
027900 01  WS-FROM-DATE                  PIC X(6) VALUE SPACES.         CNB27000
028000 01  WS-UFP-EOF-SW                 PIC X  VALUE 'N'.              CNB27000
028100     88  WS-EOF-UFP                       VALUE 'Y'.              CNB27000
028200 01  WS-EB-EOF-SW                  PIC X  VALUE 'N'.              CNB27000
028300     88  WS-EOF-EB                        VALUE 'Y'.              CNB27000
028400 01  WS-TRAN-EOF-SW                PIC X  VALUE 'N'.              CNB27000
028500     88  WS-EOF-TRAN                      VALUE 'Y'.              CNB27000
028600 01  WS-NS-EOF-SW                  PIC X  VALUE 'N'.              CNB27000
028700     88  WS-EOF-NS                        VALUE 'Y'.              CNB27000
028800 01  WS-NL-EOF-SW                  PIC X  VALUE 'N'.              CNB27000
028900     88  WS-EOF-NL                        VALUE 'Y'.              CNB27000
029000 01  WS-STATE-SW                   PIC X  VALUE 'N'.              CNB27000
029100     88  WS-HAVE-STATE                    VALUE 'Y'.              CNB27000
029200 01  WS-ELIGIBLE-SW                PIC X  VALUE 'N'.              CNB27000
029300     88  WS-ELIGIBLE                      VALUE 'Y'.              CNB27000
029400 01  WS-REJ-REASON                 PIC X(4) VALUE SPACES.         CNB27000
029500*                                                                 CNB27000
029600*    THE BOARD BEING RANKED - ITS ON-BOARD TURNS IN POSITION ORDERCNB27000
029700*                                                                 CNB27000
029800 01  WS-TURN-TYPE                  PIC X(1) VALUE SPACES.         CNB27000
029900     88  WS-TURN-POOL                     VALUE 'P'.              CNB27000
030000     88  WS-TURN-XB                       VALUE 'X'.              CNB27000
030100 01  WS-CUR-BOARD                  PIC X(14) VALUE SPACES.        CNB27000
030200 01  WS-BT-MAX                     PIC S9(4) COMP VALUE 400.      CNB27000
030300 01  WS-BT-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB27000
030400 01  WS-BT-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB27000
030500 01  WS-BT-SUB2                    PIC S9(4) COMP VALUE ZEROS.    CNB27000
030600 01  WS-BT-INS-AT                  PIC S9(4) COMP VALUE ZEROS.    CNB27000
030700 01  WS-BT-FIND-KEY                PIC X(19) VALUE SPACES.        CNB27000
030800 01  WS-BT-FIND-EMP                PIC X(9) VALUE SPACES.         CNB27000
030900 01  WS-BT-TABLE.                                                 CNB27000
031000     05  WS-BT-ENTRY OCCURS 400 TIMES.                            CNB27000
031100*        XB: POSITION BOARD, POSITION, TURN.  POOL: POSITION,     CNB27000
031200*        TIE-BREAKER, TURN.                                       CNB27000
031300         10  WS-BT-ORDER-KEY       PIC X(19).                     CNB27000
031400         10  WS-BT-EMP             PIC X(9).                      CNB27000
031500 01  WS-PREV-POS-BOARD             PIC X(1) VALUE SPACES.         CNB27000
031600 01  WS-RANK                       PIC 9(3) VALUE ZEROS.          CNB27000
031700*                                                                 CNB27000
031800*    THE TURN BEING CHECKED                                       CNB27000
031900*                                                                 CNB27000
032000 01  WS-NS-KEY.                                                   CNB27000
032100     05  WS-NSK-EMP-NBR            PIC X(9).                      CNB27000
032200     05  WS-NSK-TYPE               PIC X(1).                      CNB27000
032300     05  WS-NSK-BOARD              PIC X(16).                     CNB27000
032400 01  WS-BOARD-DESC                 PIC X(22) VALUE SPACES.        CNB27000
032500 01  WS-NOTICE-TURNS               PIC 9(2) VALUE ZEROS.          CNB27000
032600 01  WS-PREV-POSITION              PIC 9(3) VALUE ZEROS.          CNB27000
032700 01  WS-NOTICE-KIND                PIC X(1) VALUE SPACES.         CNB27000
032800     88  WS-SEND-NONE                     VALUE SPACE.            CNB27000
032900     88  WS-SEND-APPROACHING              VALUE 'A'.              CNB27000
033000     88  WS-SEND-MOVED-BACK               VALUE 'B'.              CNB27000
033100 01  WS-POS-EDIT                   PIC ZZ9.                       CNB27000
033200 01  WS-POS-LEAD                   PIC S9(4) COMP VALUE ZEROS.    CNB27000
033300 01  WS-NOW-MINS                   PIC S9(9) COMP VALUE ZEROS.    CNB27000
033400 01  WS-AVAIL-MINS                 PIC S9(9) COMP VALUE ZEROS.    CNB27000
033500 01  WS-RUN-SER                    PIC S9(7) COMP VALUE ZEROS.    CNB27000
033600 01  WS-STAMP.                                                    CNB27000
033700     05  WS-ST-YYMMDD              PIC X(6).                      CNB27000
033800     05  WS-ST-HH                  PIC 9(2).                      CNB27000
033900     05  WS-ST-MN                  PIC 9(2).                      CNB27000
034000 01  WS-STAMP-MINS                 PIC S9(9) COMP VALUE ZEROS.    CNB27000
034100 01  WS-SERIAL-RESULT              PIC S9(7) COMP VALUE ZEROS.    CNB27000
034200 01  WS-SERIAL-DATE.                                              CNB27000
034300     05  WS-SD-CCYY                PIC 9(4).                      CNB27000
034400     05  WS-SD-MM                  PIC 9(2).                      CNB27000
034500     05  WS-SD-DD                  PIC 9(2).                      CNB27000
034600 01  WS-SERIAL-DATE-X REDEFINES WS-SERIAL-DATE                    CNB27000
034700                                   PIC X(8).                      CNB27000
034800 01  WS-LEAP-QUOT                  PIC 9(4) VALUE ZEROS.          CNB27000
034900 01  WS-LEAP-REM                   PIC 9(4) VALUE ZEROS.          CNB27000
035000 01  WS-CUM-DAY-TABLE              PIC X(36) VALUE                CNB27000
035100         '000031059090120151181212243273304334'.                  CNB27000
035200 01  WS-CUM-DAY-TABLE-R REDEFINES WS-CUM-DAY-TABLE.               CNB27000
035300     05  WS-CDT-DAYS OCCURS 12 TIMES                              CNB27000
035400                                   PIC 9(3).                      CNB27000
035500*                                                                 CNB27000
035600 01  WS-EB-COUNT                   PIC 9(7) VALUE ZEROS.          CNB27000
035700 01  WS-UFP-COUNT                  PIC 9(7) VALUE ZEROS.          CNB27000
035800 01  WS-RANKED-COUNT               PIC 9(7) VALUE ZEROS.          CNB27000
035900 01  WS-NO-MSTR-COUNT              PIC 9(7) VALUE ZEROS.          CNB27000
036000 01  WS-NOT-AVAIL-COUNT            PIC 9(7) VALUE ZEROS.          CNB27000
036100 01  WS-RESTING-COUNT              PIC 9(7) VALUE ZEROS.          CNB27000
036200 01  WS-DECLINED-COUNT             PIC 9(7) VALUE ZEROS.          CNB27000
036300 01  WS-APPROACH-COUNT             PIC 9(7) VALUE ZEROS.          CNB27000
036400 01  WS-BACK-COUNT                 PIC 9(7) VALUE ZEROS.          CNB27000
036500 01  WS-TEXT-COUNT                 PIC 9(7) VALUE ZEROS.          CNB27000
036600 01  WS-VOICE-COUNT                PIC 9(7) VALUE ZEROS.          CNB27000
036700 01  WS-CLEARED-COUNT              PIC 9(7) VALUE ZEROS.          CNB27000
036800 01  WS-TRAN-COUNT                 PIC 9(7) VALUE ZEROS.          CNB27000
036900 01  WS-REJ-COUNT                  PIC 9(7) VALUE ZEROS.          CNB27000
037000 01  WS-LISTED-COUNT               PIC 9(7) VALUE ZEROS.          CNB27000
037100 01  WS-PURGE-COUNT                PIC 9(7) VALUE ZEROS.          CNB27000
037200 01  WS-HDR-LINE.                                                 CNB27000
037300     05  FILLER                PIC X(38)  VALUE                   CNB27000
037400         'CNB270 - FIRST-OUT COURTESY NOTICES'.                   CNB27000
037500     05  FILLER                PIC X(2)   VALUE SPACES.           CNB27000
037600     05  HDR-FUNC              PIC X(8).                          CNB27000
037700     05  FILLER                PIC X(2)   VALUE SPACES.           CNB27000
037800     05  HDR-DATE-TIME         PIC X(12).                         CNB27000
037900     05  FILLER                PIC X(70)  VALUE SPACES.           CNB27000
038000 01  WS-TITLE-LINE.                                               CNB27000
038100     05  TTL-TEXT                  PIC X(80).                     CNB27000
038200     05  FILLER                    PIC X(52) VALUE SPACES.        CNB27000
038300 01  WS-NL-HDR-LINE.                                              CNB27000
038400     05  FILLER                    PIC X(40) VALUE                CNB27000
038500         'SENT          EMPLOYEE   NAME'.                         CNB27000
038600     05  FILLER                    PIC X(40) VALUE                CNB27000
038700         '             BOARD                   NOT'.              CNB27000
038800     05  FILLER                    PIC X(52) VALUE                CNB27000
038900         'ICE       OUT  WAS  CHANNEL  ADDRESS'.                  CNB27000
039000 01  WS-NL-LINE.                                                  CNB27000
039100     05  NLL-SENT                  PIC X(12).                     CNB27000
039200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB27000
039300     05  NLL-EMP-NBR               PIC X(9).                      CNB27000
039400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB27000
039500     05  NLL-EMP-NAME              PIC X(26).                     CNB27000
039600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB27000
039700     05  NLL-BOARD-DESC            PIC X(22).                     CNB27000
039800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB27000
039900     05  NLL-KIND                  PIC X(11).                     CNB27000
040000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB27000
040100     05  NLL-POSITION              PIC ZZ9.                       CNB27000
040200     05  FILLER                    PIC X(2) VALUE SPACES.         CNB27000
040300     05  NLL-PREV-POSITION         PIC X(3).                      CNB27000
040400     05  NLL-PREV-POSITION-N REDEFINES NLL-PREV-POSITION          CNB27000
040500                                   PIC ZZ9.                       CNB27000
040600     05  FILLER                    PIC X(2) VALUE SPACES.         CNB27000
040700     05  NLL-CHANNEL               PIC X(7).                      CNB27000
040800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB27000
040900     05  NLL-ADDRESS               PIC X(10).                     CNB27000
041000     05  FILLER                    PIC X(13) VALUE SPACES.        CNB27000
041100 01  WS-TRAN-HDR-LINE.                                            CNB27000
041200     05  FILLER                    PIC X(40) VALUE                CNB27000
041300         'USER      EMPLOYEE   NAME'.                             CNB27000
041400     05  FILLER                    PIC X(40) VALUE                CNB27000
041500         '         METHOD   TURNS    RESULT'.                     CNB27000
041600     05  FILLER                    PIC X(52) VALUE SPACES.        CNB27000
041700 01  WS-TRAN-LINE.                                                CNB27000
041800     05  TL-USER                   PIC X(8).                      CNB27000
041900     05  FILLER                    PIC X(2) VALUE SPACES.         CNB27000
042000     05  TL-EMP-NBR                PIC X(9).                      CNB27000
042100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB27000
042200     05  TL-EMP-NAME               PIC X(26).                     CNB27000
042300     05  FILLER                    PIC X(5) VALUE SPACES.         CNB27000
042400     05  TL-METHOD                 PIC X(1).                      CNB27000
042500     05  FILLER                    PIC X(7) VALUE SPACES.         CNB27000
042600     05  TL-TURNS                  PIC X(2).                      CNB27000
042700     05  FILLER                    PIC X(5) VALUE SPACES.         CNB27000
042800     05  TL-RESULT                 PIC X(20).                     CNB27000
042900     05  FILLER                    PIC X(45) VALUE SPACES.        CNB27000
043000 01  WS-CNT-LINE.                                                 CNB27000
043100     05  CNT-LABEL                 PIC X(30).                     CNB27000
043200     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB27000
043300     05  FILLER                    PIC X(95) VALUE SPACES.        CNB27000
043400*                                                                 CNB27000
043500 PROCEDURE DIVISION.                                              CNB27000
043600 P0000-MAINLINE.                                                  CNB27000
043700     PERFORM P1000-INITIALIZE                                     CNB27000
043800     EVALUATE TRUE                                                CNB27000
043900        WHEN WS-FUNC-NOTIFY                                       CNB27000
044000             PERFORM P2000-XB-POSITION UNTIL WS-EOF-EB            CNB27000
044100             PERFORM P2100-POOL-TURN UNTIL WS-EOF-UFP             CNB27000
044200             PERFORM P3500-CLEAR-STATES                           CNB27000
044300        WHEN WS-FUNC-MAINT                                        CNB27000
044400             PERFORM P4000-APPLY-CARDS UNTIL WS-EOF-TRAN          CNB27000
044500        WHEN OTHER                                                CNB27000
044600             PERFORM P5000-NOTICE-LOG                             CNB27000
044700     END-EVALUATE                                                 CNB27000
044800     PERFORM P6000-PRINT-TOTALS                                   CNB27000
044900     PERFORM P9000-TERMINATE                                      CNB27000
045000     GOBACK.                                                      CNB27000
045100*                                                                 CNB27000
045200 P1000-INITIALIZE.                                                CNB27000
045300     OPEN INPUT PARM-FILE                                         CNB27000
045400     IF NOT WS-PARM-OK                                            CNB27000
045500        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB27000
045600        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB27000
045700        PERFORM P9999-GOT-PROBLEM                                 CNB27000
045800     END-IF                                                       CNB27000
045900     READ PARM-FILE                                               CNB27000
046000          AT END                                                  CNB27000
046100             MOVE 'P1000-READ-PARM'                               CNB27000
046200                                   TO WS-ABEND-PARAGRAPH          CNB27000
046300             MOVE 'PM'             TO WS-ABEND-STATUS             CNB27000
046400             PERFORM P9999-GOT-PROBLEM                            CNB27000
046500     END-READ                                                     CNB27000
046600     CLOSE PARM-FILE                                              CNB27000
046700     MOVE PARM-FUNC                TO WS-FUNC                     CNB27000
046800     IF NOT WS-FUNC-NOTIFY AND NOT WS-FUNC-MAINT                  CNB27000
046900        AND NOT WS-FUNC-LOG                                       CNB27000
047000        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB27000
047100        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB27000
047200        PERFORM P9999-GOT-PROBLEM                                 CNB27000
047300     END-IF                                                       CNB27000
047400     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB27000
047500     IF WS-RUN-DATE-TIME (1:10) NOT NUMERIC                       CNB27000
047600        OR (PARM-TURNS NOT = SPACES                               CNB27000
047700            AND PARM-TURNS NOT NUMERIC)                           CNB27000
047800        OR (PARM-FROM-DATE NOT = SPACES                           CNB27000
047900            AND PARM-FROM-DATE NOT NUMERIC)                       CNB27000
048000        MOVE 'P1000-BAD-PARM'      TO WS-ABEND-PARAGRAPH          CNB27000
048100        MOVE 'PM'                  TO WS-ABEND-STATUS             CNB27000
048200        PERFORM P9999-GOT-PROBLEM                                 CNB27000
048300     END-IF                                                       CNB27000
048400     IF PARM-TURNS NUMERIC AND PARM-TURNS > '00'                  CNB27000
048500        MOVE PARM-TURNS            TO WS-TURNS                    CNB27000
048600     END-IF                                                       CNB27000
048700     IF PARM-KEEP-DAYS NUMERIC                                    CNB27000
048800        MOVE PARM-KEEP-DAYS        TO WS-KEEP-DAYS                CNB27000
048900     END-IF                                                       CNB27000
049000     MOVE PARM-EMP-NBR             TO WS-EMP-NBR                  CNB27000
049100     IF PARM-FROM-DATE = SPACES                                   CNB27000
049200        MOVE WS-RUN-DATE-TIME (1:6) TO WS-FROM-DATE               CNB27000
049300     ELSE                                                         CNB27000
049400        MOVE PARM-FROM-DATE        TO WS-FROM-DATE                CNB27000
049500     END-IF                                                       CNB27000
049600     MOVE WS-RUN-DATE-TIME (1:10)  TO WS-STAMP                    CNB27000
049700     PERFORM P7100-STAMP-MINUTES                                  CNB27000
049800     MOVE WS-STAMP-MINS            TO WS-NOW-MINS                 CNB27000
049900     MOVE WS-SERIAL-RESULT         TO WS-RUN-SER                  CNB27000
050000     OPEN OUTPUT RPT-FILE                                         CNB27000
050100     IF NOT WS-RPT-OK                                             CNB27000
050200        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB27000
050300        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB27000
050400        PERFORM P9999-GOT-PROBLEM                                 CNB27000
050500     END-IF                                                       CNB27000
050600     MOVE WS-FUNC                  TO HDR-FUNC                    CNB27000
050700     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB27000
050800     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB27000
050900     MOVE SPACES                   TO RPT-LINE                    CNB27000
051000     WRITE RPT-LINE                                               CNB27000
051100     EVALUATE TRUE                                                CNB27000
051200        WHEN WS-FUNC-NOTIFY                                       CNB27000
051300             PERFORM P1100-OPEN-NOTIFY                            CNB27000
051400        WHEN WS-FUNC-MAINT                                        CNB27000
051500             PERFORM P1200-OPEN-MAINT                             CNB27000
051600        WHEN OTHER                                                CNB27000
051700             PERFORM P1300-OPEN-LOG                               CNB27000
051800     END-EVALUATE.                                                CNB27000
051900*                                                                 CNB27000
052000 P1100-OPEN-NOTIFY.                                               CNB27000
052100     OPEN INPUT EB-FILE                                           CNB27000
052200     IF NOT WS-EB-OK                                              CNB27000
052300        MOVE 'P1100-OPEN-EB'       TO WS-ABEND-PARAGRAPH          CNB27000
052400        MOVE WS-EB-STATUS          TO WS-ABEND-STATUS             CNB27000
052500        PERFORM P9999-GOT-PROBLEM                                 CNB27000
052600     END-IF                                                       CNB27000
052700     OPEN INPUT UFP-FILE                                          CNB27000
052800     IF NOT WS-UFP-OK                                             CNB27000
052900        MOVE 'P1100-OPEN-UFP'      TO WS-ABEND-PARAGRAPH          CNB27000
053000        MOVE WS-UFP-STATUS         TO WS-ABEND-STATUS             CNB27000
053100        PERFORM P9999-GOT-PROBLEM                                 CNB27000
053200     END-IF                                                       CNB27000
053300     OPEN INPUT MSTR-FILE                                         CNB27000
053400     IF NOT WS-MSTRF-OK                                           CNB27000
053500        MOVE 'P1100-OPEN-MSTR'     TO WS-ABEND-PARAGRAPH          CNB27000
053600        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB27000
053700        PERFORM P9999-GOT-PROBLEM                                 CNB27000
053800     END-IF                                                       CNB27000
053900     OPEN I-O NS-FILE                                             CNB27000
054000     IF WS-NS-STATUS = '35'                                       CNB27000
054100        OPEN OUTPUT NS-FILE                                       CNB27000
054200        CLOSE NS-FILE                                             CNB27000
054300        OPEN I-O NS-FILE                                          CNB27000
054400     END-IF                                                       CNB27000
054500     IF NOT WS-NS-OK                                              CNB27000
054600        MOVE 'P1100-OPEN-NS'       TO WS-ABEND-PARAGRAPH          CNB27000
054700        MOVE WS-NS-STATUS          TO WS-ABEND-STATUS             CNB27000
054800        PERFORM P9999-GOT-PROBLEM                                 CNB27000
054900     END-IF                                                       CNB27000
055000     PERFORM P1400-OPEN-NL                                        CNB27000
055100     OPEN OUTPUT OUT-FILE                                         CNB27000
055200     IF NOT WS-OUT-OK                                             CNB27000
055300        MOVE 'P1100-OPEN-OUT'      TO WS-ABEND-PARAGRAPH          CNB27000
055400        MOVE WS-OUT-STATUS         TO WS-ABEND-STATUS             CNB27000
055500        PERFORM P9999-GOT-PROBLEM                                 CNB27000
055600     END-IF                                                       CNB27000
055700     MOVE 'NOTICES SENT'           TO TTL-TEXT                    CNB27000
055800     PERFORM P8900-PRINT-TITLE                                    CNB27000
055900     WRITE RPT-LINE FROM WS-NL-HDR-LINE                           CNB27000
056000     PERFORM P2010-READ-EB                                        CNB27000
056100     PERFORM P2110-READ-UFP.                                      CNB27000
056200*                                                                 CNB27000
056300 P1200-OPEN-MAINT.                                                CNB27000
056400     OPEN INPUT TRAN-FILE                                         CNB27000
056500     IF NOT WS-TRAN-OK                                            CNB27000
056600        MOVE 'P1200-OPEN-TRAN'     TO WS-ABEND-PARAGRAPH          CNB27000
056700        MOVE WS-TRAN-STATUS        TO WS-ABEND-STATUS             CNB27000
056800        PERFORM P9999-GOT-PROBLEM                                 CNB27000
056900     END-IF                                                       CNB27000
057000     OPEN I-O MSTR-FILE                                           CNB27000
057100     IF NOT WS-MSTRF-OK                                           CNB27000
057200        MOVE 'P1200-OPEN-MSTR'     TO WS-ABEND-PARAGRAPH          CNB27000
057300        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB27000
057400        PERFORM P9999-GOT-PROBLEM                                 CNB27000
057500     END-IF                                                       CNB27000
057600     MOVE 'NOTICE SETTINGS APPLIED' TO TTL-TEXT                   CNB27000
057700     PERFORM P8900-PRINT-TITLE                                    CNB27000
057800     WRITE RPT-LINE FROM WS-TRAN-HDR-LINE.                        CNB27000
057900*                                                                 CNB27000
058000 P1300-OPEN-LOG.                                                  CNB27000
058100     PERFORM P1400-OPEN-NL.                                       CNB27000
058200*                                                                 CNB27000
058300 P1400-OPEN-NL.                                                   CNB27000
058400     OPEN I-O NL-FILE                                             CNB27000
058500     IF WS-NL-STATUS = '35'                                       CNB27000
058600        OPEN OUTPUT NL-FILE                                       CNB27000
058700        CLOSE NL-FILE                                             CNB27000
058800        OPEN I-O NL-FILE                                          CNB27000
058900     END-IF                                                       CNB27000
059000     IF NOT WS-NL-OK                                              CNB27000
059100        MOVE 'P1400-OPEN-NL'       TO WS-ABEND-PARAGRAPH          CNB27000
059200        MOVE WS-NL-STATUS          TO WS-ABEND-STATUS             CNB27000
059300        PERFORM P9999-GOT-PROBLEM                                 CNB27000
059400     END-IF.                                                      CNB27000
059500*                                                                 CNB27000
059600*    FUNC NOTIFY - EACH BOARD'S TURNS ARE GATHERED IN POSITION    CNB27000
059700*    ORDER, THEN RANKED FROM FIRST OUT WHEN THE NEXT BOARD STARTS.CNB27000
059800*                                                                 CNB27000
059900 P2000-XB-POSITION.                                               CNB27000
060000     IF EBIO-BOARD NOT = WS-CUR-BOARD                             CNB27000
060100        PERFORM P2800-RANK-BOARD                                  CNB27000
060200        MOVE EBIO-BOARD            TO WS-CUR-BOARD                CNB27000
060300        SET WS-TURN-XB TO TRUE                                    CNB27000
060400     END-IF                                                       CNB27000
060500     ADD 1 TO WS-EB-COUNT                                         CNB27000
060600     IF EBIO-ON-BOARD AND EBIO-EMP-NO > ZEROS                     CNB27000
060700        MOVE SPACES                TO WS-BT-FIND-KEY              CNB27000
060800        MOVE EBIO-POS-BOARD        TO WS-BT-FIND-KEY (1:1)        CNB27000
060900        MOVE EBIO-POSITION         TO WS-BT-FIND-KEY (2:14)       CNB27000
061000        MOVE EBIO-TURN-NBR         TO WS-BT-FIND-KEY (16:2)       CNB27000
061100        MOVE EBIO-EMP-NO           TO WS-BT-FIND-EMP              CNB27000
061200        PERFORM P2600-ADD-TURN                                    CNB27000
061300     END-IF                                                       CNB27000
061400     PERFORM P2010-READ-EB                                        CNB27000
061500     IF WS-EOF-EB                                                 CNB27000
061600        PERFORM P2800-RANK-BOARD                                  CNB27000
061700        MOVE SPACES                TO WS-CUR-BOARD                CNB27000
061800     END-IF.                                                      CNB27000
061900*                                                                 CNB27000
062000 P2010-READ-EB.                                                   CNB27000
062100     READ EB-FILE NEXT                                            CNB27000
062200          AT END                                                  CNB27000
062300             SET WS-EOF-EB TO TRUE                                CNB27000
062400     END-READ                                                     CNB27000
062500     IF NOT WS-EOF-EB AND NOT WS-EB-OK                            CNB27000
062600        MOVE 'P2010-READ-EB'       TO WS-ABEND-PARAGRAPH          CNB27000
062700        MOVE WS-EB-STATUS          TO WS-ABEND-STATUS             CNB27000
062800        PERFORM P9999-GOT-PROBLEM                                 CNB27000
062900     END-IF.                                                      CNB27000
063000*                                                                 CNB27000
063100 P2100-POOL-TURN.                                                 CNB27000
063200     IF UFIO-POOL-ID NOT = WS-CUR-BOARD                           CNB27000
063300        PERFORM P2800-RANK-BOARD                                  CNB27000
063400        MOVE UFIO-POOL-ID          TO WS-CUR-BOARD                CNB27000
063500        SET WS-TURN-POOL TO TRUE                                  CNB27000
063600     END-IF                                                       CNB27000
063700     ADD 1 TO WS-UFP-COUNT                                        CNB27000
063800     IF UFIO-IN-TOWN AND UFIO-EMP-NO > ZEROS                      CNB27000
063900        MOVE SPACES                TO WS-BT-FIND-KEY              CNB27000
064000        MOVE UFIO-POS-DATE-TIME    TO WS-BT-FIND-KEY (1:10)       CNB27000
064100        MOVE UFIO-POS-TIE-BREAKER  TO WS-BT-FIND-KEY (11:4)       CNB27000
064200        MOVE UFIO-TURN             TO WS-BT-FIND-KEY (15:4)       CNB27000
064300        MOVE UFIO-EMP-NO           TO WS-BT-FIND-EMP              CNB27000
064400        PERFORM P2600-ADD-TURN                                    CNB27000
064500     END-IF                                                       CNB27000
064600     PERFORM P2110-READ-UFP                                       CNB27000
064700     IF WS-EOF-UFP                                                CNB27000
064800        PERFORM P2800-RANK-BOARD                                  CNB27000
064900     END-IF.                                                      CNB27000
065000*                                                                 CNB27000
065100 P2110-READ-UFP.                                                  CNB27000
065200     READ UFP-FILE NEXT                                           CNB27000
065300          AT END                                                  CNB27000
065400             SET WS-EOF-UFP TO TRUE                               CNB27000
065500     END-READ                                                     CNB27000
065600     IF NOT WS-EOF-UFP AND NOT WS-UFP-OK                          CNB27000
065700        MOVE 'P2110-READ-UFP'      TO WS-ABEND-PARAGRAPH          CNB27000
065800        MOVE WS-UFP-STATUS         TO WS-ABEND-STATUS             CNB27000
065900        PERFORM P9999-GOT-PROBLEM                                 CNB27000
066000     END-IF.                                                      CNB27000
066100*                                                                 CNB27000
066200 P2200-GET-MASTER.                                                CNB27000
066300     MOVE SPACES                   TO MIO-KEY                     CNB27000
066400     MOVE WS-NSK-EMP-NBR           TO MIO-EMP-NBR                 CNB27000
066500     READ MSTR-FILE KEY IS MIO-EMP-NBR                            CNB27000
066600     EVALUATE TRUE                                                CNB27000
066700        WHEN WS-MSTRF-OK                                          CNB27000
066800             MOVE MIO-RECORD       TO WS-MSTR                     CNB27000
066900        WHEN WS-MSTRF-NOTFND                                      CNB27000
067000             ADD 1 TO WS-NO-MSTR-COUNT                            CNB27000
067100        WHEN OTHER                                                CNB27000
067200             MOVE 'P2200-READ-MSTR'                               CNB27000
067300                                   TO WS-ABEND-PARAGRAPH          CNB27000
067400             MOVE WS-MSTRF-STATUS  TO WS-ABEND-STATUS             CNB27000
067500             PERFORM P9999-GOT-PROBLEM                            CNB27000
067600     END-EVALUATE.                                                CNB27000
067700*                                                                 CNB27000
067800 P2600-ADD-TURN.                                                  CNB27000
067900*    INSERTS THE TURN IN ORDER-KEY ORDER.                         CNB27000
068000     MOVE ZEROS                    TO WS-BT-INS-AT                CNB27000
068100     PERFORM P2610-SCAN-TURN                                      CNB27000
068200             VARYING WS-BT-SUB FROM 1 BY 1                        CNB27000
068300             UNTIL WS-BT-SUB > WS-BT-COUNT                        CNB27000
068400                OR WS-BT-INS-AT > ZEROS                           CNB27000
068500     IF WS-BT-INS-AT = ZEROS                                      CNB27000
068600        COMPUTE WS-BT-INS-AT = WS-BT-COUNT + 1                    CNB27000
068700     END-IF                                                       CNB27000
068800     IF WS-BT-COUNT = WS-BT-MAX                                   CNB27000
068900        MOVE 'P2600-TBL-FULL'      TO WS-ABEND-PARAGRAPH          CNB27000
069000        MOVE 'TF'                  TO WS-ABEND-STATUS             CNB27000
069100        PERFORM P9999-GOT-PROBLEM                                 CNB27000
069200     END-IF                                                       CNB27000
069300     PERFORM P2620-SHIFT-TURN                                     CNB27000
069400             VARYING WS-BT-SUB2 FROM WS-BT-COUNT BY -1            CNB27000
069500             UNTIL WS-BT-SUB2 < WS-BT-INS-AT                      CNB27000
069600     ADD 1 TO WS-BT-COUNT                                         CNB27000
069700     MOVE WS-BT-FIND-KEY                                          CNB27000
069800                               TO WS-BT-ORDER-KEY (WS-BT-INS-AT)  CNB27000
069900     MOVE WS-BT-FIND-EMP           TO WS-BT-EMP (WS-BT-INS-AT).   CNB27000
070000*                                                                 CNB27000
070100 P2610-SCAN-TURN.                                                 CNB27000
070200     IF WS-BT-ORDER-KEY (WS-BT-SUB) > WS-BT-FIND-KEY              CNB27000
070300        MOVE WS-BT-SUB             TO WS-BT-INS-AT                CNB27000
070400     END-IF.                                                      CNB27000
070500*                                                                 CNB27000
070600 P2620-SHIFT-TURN.                                                CNB27000
070700     MOVE WS-BT-ENTRY (WS-BT-SUB2)                                CNB27000
070800                               TO WS-BT-ENTRY (WS-BT-SUB2 + 1).   CNB27000
070900*                                                                 CNB27000
071000*    FIRST OUT IS 1.  ON AN EXTRABOARD EACH POSITION BOARD (THE   CNB27000
071100*    ROAD AND YARD SIDES) COUNTS FROM ITS OWN FIRST OUT.          CNB27000
071200*                                                                 CNB27000
071300 P2800-RANK-BOARD.                                                CNB27000
071400     MOVE SPACES                   TO WS-PREV-POS-BOARD           CNB27000
071500     MOVE ZEROS                    TO WS-RANK                     CNB27000
071600     PERFORM P2810-RANK-TURN                                      CNB27000
071700             VARYING WS-BT-SUB FROM 1 BY 1                        CNB27000
071800             UNTIL WS-BT-SUB > WS-BT-COUNT                        CNB27000
071900     MOVE ZEROS                    TO WS-BT-COUNT.                CNB27000
072000*                                                                 CNB27000
072100 P2810-RANK-TURN.                                                 CNB27000
072200     MOVE SPACES                   TO WS-NS-KEY                   CNB27000
072300     MOVE WS-BT-EMP (WS-BT-SUB)    TO WS-NSK-EMP-NBR              CNB27000
072400     MOVE WS-TURN-TYPE             TO WS-NSK-TYPE                 CNB27000
072500     MOVE WS-CUR-BOARD             TO WS-NSK-BOARD                CNB27000
072600     IF WS-TURN-XB                                                CNB27000
072700        IF WS-BT-ORDER-KEY (WS-BT-SUB) (1:1)                      CNB27000
072800                                   NOT = WS-PREV-POS-BOARD        CNB27000
072900           MOVE ZEROS              TO WS-RANK                     CNB27000
073000           MOVE WS-BT-ORDER-KEY (WS-BT-SUB) (1:1)                 CNB27000
073100                                   TO WS-PREV-POS-BOARD           CNB27000
073200        END-IF                                                    CNB27000
073300        MOVE WS-PREV-POS-BOARD     TO WS-NSK-BOARD (7:1)          CNB27000
073400     END-IF                                                       CNB27000
073500     ADD 1 TO WS-RANK                                             CNB27000
073600     ADD 1 TO WS-RANKED-COUNT                                     CNB27000
073700     PERFORM P3000-CHECK-TURN THRU P3000-EXIT.                    CNB27000
073800*                                                                 CNB27000
073900*    WHETHER THE EMPLOYEE IS TOLD ANYTHING, THEN WHERE THEY STAND CNB27000
074000*    IS SAVED FOR THE NEXT RUN.                                   CNB27000
074100*                                                                 CNB27000
074200 P3000-CHECK-TURN.                                                CNB27000
074300     MOVE SPACES                   TO WS-NOTICE-KIND              CNB27000
074400     MOVE ZEROS                    TO WS-PREV-POSITION            CNB27000
074500     MOVE 'N'                      TO WS-STATE-SW                 CNB27000
074600     MOVE WS-NS-KEY                TO NS-KEY                      CNB27000
074700     READ NS-FILE                                                 CNB27000
074800     EVALUATE TRUE                                                CNB27000
074900        WHEN WS-NS-OK                                             CNB27000
075000             SET WS-HAVE-STATE TO TRUE                            CNB27000
075100             MOVE NS-POSITION      TO WS-PREV-POSITION            CNB27000
075200        WHEN WS-NS-NOTFND                                         CNB27000
075300             MOVE SPACES           TO NS-RECORD                   CNB27000
075400             MOVE WS-NS-KEY        TO NS-KEY                      CNB27000
075500             MOVE 'N'              TO NS-NOTICE-SW                CNB27000
075600        WHEN OTHER                                                CNB27000
075700             MOVE 'P3000-READ-NS'  TO WS-ABEND-PARAGRAPH          CNB27000
075800             MOVE WS-NS-STATUS     TO WS-ABEND-STATUS             CNB27000
075900             PERFORM P9999-GOT-PROBLEM                            CNB27000
076000     END-EVALUATE                                                 CNB27000
076100     PERFORM P3100-CHECK-EMPLOYEE THRU P3100-EXIT                 CNB27000
076200     IF WS-ELIGIBLE                                               CNB27000
076300        EVALUATE TRUE                                             CNB27000
076400           WHEN WS-RANK NOT > WS-NOTICE-TURNS                     CNB27000
076500                AND NOT NS-NOTICE-SENT                            CNB27000
076600                SET WS-SEND-APPROACHING TO TRUE                   CNB27000
076700           WHEN NS-NOTICE-SENT AND WS-HAVE-STATE                  CNB27000
076800                AND WS-RANK > WS-PREV-POSITION                    CNB27000
076900                SET WS-SEND-MOVED-BACK TO TRUE                    CNB27000
077000           WHEN OTHER                                             CNB27000
077100                CONTINUE                                          CNB27000
077200        END-EVALUATE                                              CNB27000
077300     END-IF                                                       CNB27000
077400     IF NOT WS-SEND-NONE                                          CNB27000
077500        PERFORM P3200-SEND-NOTICE                                 CNB27000
077600        MOVE 'Y'                   TO NS-NOTICE-SW                CNB27000
077700        MOVE WS-RUN-DATE-TIME      TO NS-NOTICE-AT                CNB27000
077800     END-IF                                                       CNB27000
077900     IF WS-RANK > WS-NOTICE-TURNS                                 CNB27000
078000        MOVE 'N'                   TO NS-NOTICE-SW                CNB27000
078100     END-IF                                                       CNB27000
078200     MOVE WS-RANK                  TO NS-POSITION                 CNB27000
078300     MOVE WS-RUN-DATE-TIME         TO NS-SEEN                     CNB27000
078400     IF WS-HAVE-STATE                                             CNB27000
078500        REWRITE NS-RECORD                                         CNB27000
078600     ELSE                                                         CNB27000
078700        WRITE NS-RECORD                                           CNB27000
078800     END-IF                                                       CNB27000
078900     IF NOT WS-NS-OK                                              CNB27000
079000        MOVE 'P3000-PUT-NS'        TO WS-ABEND-PARAGRAPH          CNB27000
079100        MOVE WS-NS-STATUS          TO WS-ABEND-STATUS             CNB27000
079200        PERFORM P9999-GOT-PROBLEM                                 CNB27000
079300     END-IF.                                                      CNB27000
079400 P3000-EXIT.                                                      CNB27000
079500     EXIT.                                                        CNB27000
079600*                                                                 CNB27000
079700*    LEAVES WS-ELIGIBLE SET FOR AN EMPLOYEE WHO MAY BE TOLD, AND  CNB27000
079800*    WS-NOTICE-TURNS AS THE EMPLOYEE'S NOTICE NUMBER.             CNB27000
079900*                                                                 CNB27000
080000 P3100-CHECK-EMPLOYEE.                                            CNB27000
080100     MOVE 'N'                      TO WS-ELIGIBLE-SW              CNB27000
080200     MOVE WS-TURNS                 TO WS-NOTICE-TURNS             CNB27000
080300     PERFORM P2200-GET-MASTER                                     CNB27000
080400     IF NOT WS-MSTRF-OK                                           CNB27000
080500        GO TO P3100-EXIT                                          CNB27000
080600     END-IF                                                       CNB27000
080700     IF MSTR-NOTIFY-TURNS NUMERIC                                 CNB27000
080800        AND MSTR-NOTIFY-TURNS-NUM > ZEROS                         CNB27000
080900        MOVE MSTR-NOTIFY-TURNS-NUM TO WS-NOTICE-TURNS             CNB27000
081000     END-IF                                                       CNB27000
081100     IF NOT AVAILABLE                                             CNB27000
081200        ADD 1 TO WS-NOT-AVAIL-COUNT                               CNB27000
081300        GO TO P3100-EXIT                                          CNB27000
081400     END-IF                                                       CNB27000
081500     MOVE ZEROS                    TO WS-AVAIL-MINS               CNB27000
081600     IF EMP-PERS-REST-NUM NUMERIC                                 CNB27000
081700        AND EMP-PERS-REST-NUM > ZEROS                             CNB27000
081800        MOVE EMP-PERS-REST         TO WS-STAMP                    CNB27000
081900        PERFORM P3110-LATER-OF                                    CNB27000
082000     END-IF                                                       CNB27000
082100     IF EMP-US-RSTD-NUM NUMERIC                                   CNB27000
082200        AND EMP-US-RSTD-NUM > ZEROS                               CNB27000
082300        MOVE EMP-US-RSTD           TO WS-STAMP                    CNB27000
082400        PERFORM P3110-LATER-OF                                    CNB27000
082500     END-IF                                                       CNB27000
082600     IF WS-AVAIL-MINS > WS-NOW-MINS                               CNB27000
082700        ADD 1 TO WS-RESTING-COUNT                                 CNB27000
082800        GO TO P3100-EXIT                                          CNB27000
082900     END-IF                                                       CNB27000
083000     IF NOTIFY-DECLINED                                           CNB27000
083100        ADD 1 TO WS-DECLINED-COUNT                                CNB27000
083200        GO TO P3100-EXIT                                          CNB27000
083300     END-IF                                                       CNB27000
083400     SET WS-ELIGIBLE TO TRUE.                                     CNB27000
083500 P3100-EXIT.                                                      CNB27000
083600     EXIT.                                                        CNB27000
083700*                                                                 CNB27000
083800 P3110-LATER-OF.                                                  CNB27000
083900     PERFORM P7100-STAMP-MINUTES                                  CNB27000
084000     IF WS-STAMP-MINS > WS-AVAIL-MINS                             CNB27000
084100        MOVE WS-STAMP-MINS         TO WS-AVAIL-MINS               CNB27000
084200     END-IF.                                                      CNB27000
084300*                                                                 CNB27000
084400*    ONE NOTICE - THE OUTBOUND MESSAGE, THE LOG ENTRY AND THE     CNB27000
084500*    REPORT LINE.                                                 CNB27000
084600*                                                                 CNB27000
084700 P3200-SEND-NOTICE.                                               CNB27000
084800     MOVE SPACES                   TO NL-RECORD                   CNB27000
084900     MOVE WS-RUN-DATE-TIME         TO NL-SENT                     CNB27000
085000     MOVE WS-NSK-EMP-NBR           TO NL-EMP-NBR                  CNB27000
085100     MOVE WS-NSK-TYPE              TO NL-TYPE                     CNB27000
085200     MOVE WS-NSK-BOARD             TO NL-BOARD                    CNB27000
085300     MOVE WS-NOTICE-KIND           TO NL-KIND                     CNB27000
085400     MOVE WS-RANK                  TO NL-POSITION                 CNB27000
085500     MOVE WS-PREV-POSITION         TO NL-PREV-POSITION            CNB27000
085600     MOVE EMP-NAME OF WS-MSTR      TO NL-EMP-NAME                 CNB27000
085700     IF NOTIFY-BY-VOICE                                           CNB27000
085800        OR (NOTIFY-BY-DEFAULT AND NOT PAGER-NO > SPACES)          CNB27000
085900        SET NL-BY-VOICE TO TRUE                                   CNB27000
086000        ADD 1 TO WS-VOICE-COUNT                                   CNB27000
086100     ELSE                                                         CNB27000
086200        SET NL-BY-TEXT TO TRUE                                    CNB27000
086300        MOVE PAGER-NO              TO NL-ADDRESS                  CNB27000
086400        ADD 1 TO WS-TEXT-COUNT                                    CNB27000
086500     END-IF                                                       CNB27000
086600     PERFORM P3210-BOARD-DESC                                     CNB27000
086700     MOVE WS-BOARD-DESC            TO NL-BOARD-DESC               CNB27000
086800     MOVE WS-RANK                  TO WS-POS-EDIT                 CNB27000
086900     MOVE ZEROS                    TO WS-POS-LEAD                 CNB27000
087000     INSPECT WS-POS-EDIT TALLYING WS-POS-LEAD FOR LEADING SPACES  CNB27000
087100     IF WS-SEND-APPROACHING                                       CNB27000
087200        ADD 1 TO WS-APPROACH-COUNT                                CNB27000
087300        STRING 'COURTESY NOTICE - YOU ARE '                       CNB27000
087400               WS-POS-EDIT (WS-POS-LEAD + 1:)                     CNB27000
087500               ' OUT ON ' DELIMITED BY SIZE                       CNB27000
087600               WS-BOARD-DESC DELIMITED BY '  '                    CNB27000
087700               INTO NL-TEXT                                       CNB27000
087800     ELSE                                                         CNB27000
087900        ADD 1 TO WS-BACK-COUNT                                    CNB27000
088000        STRING 'BOARD CHANGE - YOU ARE NOW '                      CNB27000
088100               WS-POS-EDIT (WS-POS-LEAD + 1:)                     CNB27000
088200               ' OUT ON ' DELIMITED BY SIZE                       CNB27000
088300               WS-BOARD-DESC DELIMITED BY '  '                    CNB27000
088400               INTO NL-TEXT                                       CNB27000
088500     END-IF                                                       CNB27000
088600     MOVE SPACES                   TO NO-RECORD                   CNB27000
088700     MOVE NL-EMP-NBR               TO NO-EMP-NBR                  CNB27000
088800     MOVE NL-CHANNEL               TO NO-CHANNEL                  CNB27000
088900     MOVE NL-ADDRESS               TO NO-ADDRESS                  CNB27000
089000     MOVE EMP-LANG-PREF            TO NO-LANG                     CNB27000
089100     MOVE NL-KIND                  TO NO-KIND                     CNB27000
089200     MOVE NL-POSITION              TO NO-POSITION                 CNB27000
089300     MOVE NL-SENT                  TO NO-SENT                     CNB27000
089400     MOVE NL-TEXT                  TO NO-TEXT                     CNB27000
089500     WRITE NO-RECORD                                              CNB27000
089600     IF NOT WS-OUT-OK                                             CNB27000
089700        MOVE 'P3200-WR-OUT'        TO WS-ABEND-PARAGRAPH          CNB27000
089800        MOVE WS-OUT-STATUS         TO WS-ABEND-STATUS             CNB27000
089900        PERFORM P9999-GOT-PROBLEM                                 CNB27000
090000     END-IF                                                       CNB27000
090100     WRITE NL-RECORD                                              CNB27000
090200     IF WS-NL-STATUS = '22'                                       CNB27000
090300        REWRITE NL-RECORD                                         CNB27000
090400     END-IF                                                       CNB27000
090500     IF NOT WS-NL-OK                                              CNB27000
090600        MOVE 'P3200-WR-NL'         TO WS-ABEND-PARAGRAPH          CNB27000
090700        MOVE WS-NL-STATUS          TO WS-ABEND-STATUS             CNB27000
090800        PERFORM P9999-GOT-PROBLEM                                 CNB27000
090900     END-IF                                                       CNB27000
091000     PERFORM P7500-PRINT-NOTICE.                                  CNB27000
091100*                                                                 CNB27000
091200 P3210-BOARD-DESC.                                                CNB27000
091300     MOVE SPACES                   TO WS-BOARD-DESC               CNB27000
091400     IF WS-NSK-TYPE = 'X'                                         CNB27000
091500        STRING 'EXTRABOARD '                                      CNB27000
091600               WS-NSK-BOARD (1:2) '/' WS-NSK-BOARD (3:2) '/'      CNB27000
091700               WS-NSK-BOARD (5:2) ' ' WS-NSK-BOARD (7:1)          CNB27000
091800               DELIMITED BY SIZE INTO WS-BOARD-DESC               CNB27000
091900     ELSE                                                         CNB27000
092000        STRING 'POOL '                                            CNB27000
092100               WS-NSK-BOARD (1:2) '/' WS-NSK-BOARD (3:2) ' '      CNB27000
092200               WS-NSK-BOARD (5:10)                                CNB27000
092300               DELIMITED BY SIZE INTO WS-BOARD-DESC               CNB27000
092400     END-IF.                                                      CNB27000
092500*                                                                 CNB27000
092600*    A TURN THIS RUN DID NOT SEE IS OFF ITS BOARD - ITS STATE GOESCNB27000
092700*    SO THE EMPLOYEE STARTS AFRESH WHEN THEY ARE NEXT PLACED.     CNB27000
092800*                                                                 CNB27000
092900 P3500-CLEAR-STATES.                                              CNB27000
093000     MOVE LOW-VALUES               TO NS-KEY                      CNB27000
093100     START NS-FILE KEY NOT < NS-KEY                               CNB27000
093200     IF NOT WS-NS-OK                                              CNB27000
093300        SET WS-EOF-NS TO TRUE                                     CNB27000
093400     END-IF                                                       CNB27000
093500     PERFORM P3510-NEXT-STATE UNTIL WS-EOF-NS.                    CNB27000
093600*                                                                 CNB27000
093700 P3510-NEXT-STATE.                                                CNB27000
093800     READ NS-FILE NEXT                                            CNB27000
093900          AT END                                                  CNB27000
094000             SET WS-EOF-NS TO TRUE                                CNB27000
094100     END-READ                                                     CNB27000
094200     IF NOT WS-EOF-NS                                             CNB27000
094300        IF NOT WS-NS-OK                                           CNB27000
094400           MOVE 'P3510-READ-NS'    TO WS-ABEND-PARAGRAPH          CNB27000
094500           MOVE WS-NS-STATUS       TO WS-ABEND-STATUS             CNB27000
094600           PERFORM P9999-GOT-PROBLEM                              CNB27000
094700        END-IF                                                    CNB27000
094800        IF NS-SEEN NOT = WS-RUN-DATE-TIME                         CNB27000
094900           DELETE NS-FILE RECORD                                  CNB27000
095000           IF NOT WS-NS-OK                                        CNB27000
095100              MOVE 'P3510-DEL-NS'  TO WS-ABEND-PARAGRAPH          CNB27000
095200              MOVE WS-NS-STATUS    TO WS-ABEND-STATUS             CNB27000
095300              PERFORM P9999-GOT-PROBLEM                           CNB27000
095400           END-IF                                                 CNB27000
095500           ADD 1 TO WS-CLEARED-COUNT                              CNB27000
095600        END-IF                                                    CNB27000
095700     END-IF.                                                      CNB27000
095800*                                                                 CNB27000
095900*    FUNC MAINT - THE EMPLOYEE'S CHANNEL AND NOTICE NUMBER        CNB27000
096000*                                                                 CNB27000
096100 P4000-APPLY-CARDS.                                               CNB27000
096200     READ TRAN-FILE                                               CNB27000
096300          AT END                                                  CNB27000
096400             SET WS-EOF-TRAN TO TRUE                              CNB27000
096500     END-READ                                                     CNB27000
096600     IF NOT WS-EOF-TRAN                                           CNB27000
096700        MOVE SPACES                TO WS-TRAN-LINE                CNB27000
096800        PERFORM P4100-EDIT-CARD THRU P4100-EXIT                   CNB27000
096900        MOVE NC-USER               TO TL-USER                     CNB27000
097000        MOVE NC-EMP-NBR            TO TL-EMP-NBR                  CNB27000
097100        MOVE NC-METHOD             TO TL-METHOD                   CNB27000
097200        MOVE NC-TURNS              TO TL-TURNS                    CNB27000
097300        IF WS-REJ-REASON = SPACES                                 CNB27000
097400           PERFORM P4200-POST-CARD                                CNB27000
097500           ADD 1 TO WS-TRAN-COUNT                                 CNB27000
097600        ELSE                                                      CNB27000
097700           ADD 1 TO WS-REJ-COUNT                                  CNB27000
097800           MOVE SPACES             TO TL-RESULT                   CNB27000
097900           STRING 'REJECTED ' WS-REJ-REASON                       CNB27000
098000                  DELIMITED BY SIZE INTO TL-RESULT                CNB27000
098100        END-IF                                                    CNB27000
098200        WRITE RPT-LINE FROM WS-TRAN-LINE                          CNB27000
098300     END-IF.                                                      CNB27000
098400*                                                                 CNB27000
098500*    THE CARD, THE USER'S AUTHORITY, THEN THE MASTER (LEFT IN     CNB27000
098600*    WS-MSTR).                                                    CNB27000
098700*                                                                 CNB27000
098800 P4100-EDIT-CARD.                                                 CNB27000
098900     MOVE SPACES                   TO WS-REJ-REASON               CNB27000
099000     EVALUATE TRUE                                                CNB27000
099100        WHEN NC-USER = SPACES                                     CNB27000
099200             MOVE 'USER'           TO WS-REJ-REASON               CNB27000
099300        WHEN NC-EMP-NBR = SPACES                                  CNB27000
099400             MOVE 'EMPL'           TO WS-REJ-REASON               CNB27000
099500        WHEN NC-METHOD NOT = SPACE                                CNB27000
099600             AND NOT NC-METHOD-VALID                              CNB27000
099700             MOVE 'METH'           TO WS-REJ-REASON               CNB27000
099800        WHEN NC-TURNS NOT = SPACES                                CNB27000
099900             AND NC-TURNS NOT NUMERIC                             CNB27000
100000             MOVE 'TURN'           TO WS-REJ-REASON               CNB27000
100100        WHEN NC-METHOD = SPACE                                    CNB27000
100200             AND NC-TURNS = SPACES                                CNB27000
100300             MOVE 'NCHG'           TO WS-REJ-REASON               CNB27000
100400        WHEN OTHER                                                CNB27000
100500             CONTINUE                                             CNB27000
100600     END-EVALUATE                                                 CNB27000
100700     IF WS-REJ-REASON NOT = SPACES                                CNB27000
100800        GO TO P4100-EXIT                                          CNB27000
100900     END-IF                                                       CNB27000
101000     MOVE NC-USER                  TO CA-USERID                   CNB27000
101100     MOVE 'NTFY'                   TO CA-FUNC-CODE                CNB27000
101200     MOVE 'BTCH'                   TO CA-TERMINAL                 CNB27000
101300     CALL WS-CNB156-PGM USING CNB156-COMMAREA                     CNB27000
101400     IF NOT CA-ALLOWED                                            CNB27000
101500        MOVE 'AUTH'                TO WS-REJ-REASON               CNB27000
101600        GO TO P4100-EXIT                                          CNB27000
101700     END-IF                                                       CNB27000
101800     MOVE SPACES                   TO MIO-KEY                     CNB27000
101900     MOVE NC-EMP-NBR               TO MIO-EMP-NBR                 CNB27000
102000     READ MSTR-FILE INTO WS-MSTR                                  CNB27000
102100          KEY IS MIO-EMP-NBR                                      CNB27000
102200     IF WS-MSTRF-NOTFND                                           CNB27000
102300        MOVE 'EMPN'                TO WS-REJ-REASON               CNB27000
102400        GO TO P4100-EXIT                                          CNB27000
102500     END-IF                                                       CNB27000
102600     IF NOT WS-MSTRF-OK                                           CNB27000
102700        MOVE 'P4100-RD-MSTR'       TO WS-ABEND-PARAGRAPH          CNB27000
102800        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB27000
102900        PERFORM P9999-GOT-PROBLEM                                 CNB27000
103000     END-IF                                                       CNB27000
103100     MOVE MIO-EMP-NAME             TO TL-EMP-NAME.                CNB27000
103200 P4100-EXIT.                                                      CNB27000
103300     EXIT.                                                        CNB27000
103400*                                                                 CNB27000
103500 P4200-POST-CARD.                                                 CNB27000
103600     IF NC-METHOD-DEFAULT                                         CNB27000
103700        SET NOTIFY-BY-DEFAULT TO TRUE                             CNB27000
103800     ELSE                                                         CNB27000
103900        IF NC-METHOD NOT = SPACE                                  CNB27000
104000           MOVE NC-METHOD          TO MSTR-NOTIFY-METHOD          CNB27000
104100        END-IF                                                    CNB27000
104200     END-IF                                                       CNB27000
104300     IF NC-TURNS NOT = SPACES                                     CNB27000
104400        MOVE NC-TURNS-N            TO MSTR-NOTIFY-TURNS-NUM       CNB27000
104500     END-IF                                                       CNB27000
104600     REWRITE MIO-RECORD FROM WS-MSTR                              CNB27000
104700     IF NOT WS-MSTRF-OK                                           CNB27000
104800        MOVE 'P4200-RW-MSTR'       TO WS-ABEND-PARAGRAPH          CNB27000
104900        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB27000
105000        PERFORM P9999-GOT-PROBLEM                                 CNB27000
105100     END-IF                                                       CNB27000
105200     MOVE 'APPLIED'                TO TL-RESULT.                  CNB27000
105300*                                                                 CNB27000
105400*    FUNC LOG - PURGE, THEN LIST                                  CNB27000
105500*                                                                 CNB27000
105600 P5000-NOTICE-LOG.                                                CNB27000
105700     MOVE LOW-VALUES               TO NL-KEY                      CNB27000
105800     START NL-FILE KEY NOT < NL-KEY                               CNB27000
105900     IF NOT WS-NL-OK                                              CNB27000
106000        SET WS-EOF-NL TO TRUE                                     CNB27000
106100     END-IF                                                       CNB27000
106200     PERFORM P5100-PURGE-ENTRY UNTIL WS-EOF-NL                    CNB27000
106300     MOVE SPACES                   TO TTL-TEXT                    CNB27000
106400     IF WS-EMP-NBR = SPACES                                       CNB27000
106500        STRING 'NOTICES SENT SINCE ' WS-FROM-DATE                 CNB27000
106600               DELIMITED BY SIZE INTO TTL-TEXT                    CNB27000
106700     ELSE                                                         CNB27000
106800        STRING 'NOTICES SENT SINCE ' WS-FROM-DATE                 CNB27000
106900               ' TO EMPLOYEE ' WS-EMP-NBR                         CNB27000
107000               DELIMITED BY SIZE INTO TTL-TEXT                    CNB27000
107100     END-IF                                                       CNB27000
107200     PERFORM P8900-PRINT-TITLE                                    CNB27000
107300     WRITE RPT-LINE FROM WS-NL-HDR-LINE                           CNB27000
107400     MOVE 'N'                      TO WS-NL-EOF-SW                CNB27000
107500     MOVE LOW-VALUES               TO NL-KEY                      CNB27000
107600     MOVE WS-FROM-DATE             TO NL-SENT (1:6)               CNB27000
107700     START NL-FILE KEY NOT < NL-KEY                               CNB27000
107800     IF NOT WS-NL-OK                                              CNB27000
107900        SET WS-EOF-NL TO TRUE                                     CNB27000
108000     END-IF                                                       CNB27000
108100     PERFORM P5200-LIST-ENTRY UNTIL WS-EOF-NL.                    CNB27000
108200*                                                                 CNB27000
108300*    THE LOG IS IN SENT ORDER - THE FIRST ENTRY KEPT ENDS THE     CNB27000
108400*    PURGE.                                                       CNB27000
108500*                                                                 CNB27000
108600 P5100-PURGE-ENTRY.                                               CNB27000
108700     READ NL-FILE NEXT                                            CNB27000
108800          AT END                                                  CNB27000
108900             SET WS-EOF-NL TO TRUE                                CNB27000
109000     END-READ                                                     CNB27000
109100     IF NOT WS-EOF-NL                                             CNB27000
109200        IF NOT WS-NL-OK                                           CNB27000
109300           MOVE 'P5100-READ-NL'    TO WS-ABEND-PARAGRAPH          CNB27000
109400           MOVE WS-NL-STATUS       TO WS-ABEND-STATUS             CNB27000
109500           PERFORM P9999-GOT-PROBLEM                              CNB27000
109600        END-IF                                                    CNB27000
109700        MOVE '20'                  TO WS-SERIAL-DATE-X (1:2)      CNB27000
109800        MOVE NL-SENT (1:6)         TO WS-SERIAL-DATE-X (3:6)      CNB27000
109900        PERFORM P7000-DATE-TO-SERIAL                              CNB27000
110000        IF WS-RUN-SER - WS-SERIAL-RESULT > WS-KEEP-DAYS           CNB27000
110100           DELETE NL-FILE RECORD                                  CNB27000
110200           IF NOT WS-NL-OK                                        CNB27000
110300              MOVE 'P5100-DEL-NL'  TO WS-ABEND-PARAGRAPH          CNB27000
110400              MOVE WS-NL-STATUS    TO WS-ABEND-STATUS             CNB27000
110500              PERFORM P9999-GOT-PROBLEM                           CNB27000
110600           END-IF                                                 CNB27000
110700           ADD 1 TO WS-PURGE-COUNT                                CNB27000
110800        ELSE                                                      CNB27000
110900           SET WS-EOF-NL TO TRUE                                  CNB27000
111000        END-IF                                                    CNB27000
111100     END-IF.                                                      CNB27000
111200*                                                                 CNB27000
111300 P5200-LIST-ENTRY.                                                CNB27000
111400     READ NL-FILE NEXT                                            CNB27000
111500          AT END                                                  CNB27000
111600             SET WS-EOF-NL TO TRUE                                CNB27000
111700     END-READ                                                     CNB27000
111800     IF NOT WS-EOF-NL                                             CNB27000
111900        IF NOT WS-NL-OK                                           CNB27000
112000           MOVE 'P5200-READ-NL'    TO WS-ABEND-PARAGRAPH          CNB27000
112100           MOVE WS-NL-STATUS       TO WS-ABEND-STATUS             CNB27000
112200           PERFORM P9999-GOT-PROBLEM                              CNB27000
112300        END-IF                                                    CNB27000
112400        IF WS-EMP-NBR = SPACES                                    CNB27000
112500           OR WS-EMP-NBR = NL-EMP-NBR                             CNB27000
112600           ADD 1 TO WS-LISTED-COUNT                               CNB27000
112700           PERFORM P7500-PRINT-NOTICE                             CNB27000
112800        END-IF                                                    CNB27000
112900     END-IF.                                                      CNB27000
113000*                                                                 CNB27000
113100 P6000-PRINT-TOTALS.                                              CNB27000
113200     MOVE SPACES                   TO RPT-LINE                    CNB27000
113300     WRITE RPT-LINE                                               CNB27000
113400     MOVE 'TOTALS'                 TO TTL-TEXT                    CNB27000
113500     PERFORM P8900-PRINT-TITLE                                    CNB27000
113600     EVALUATE TRUE                                                CNB27000
113700        WHEN WS-FUNC-NOTIFY                                       CNB27000
113800             MOVE 'EXTRABOARD POSITIONS READ'                     CNB27000
113900                                   TO CNT-LABEL                   CNB27000
114000             MOVE WS-EB-COUNT      TO CNT-VALUE                   CNB27000
114100             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB27000
114200             MOVE 'POOL TURNS READ'                               CNB27000
114300                                   TO CNT-LABEL                   CNB27000
114400             MOVE WS-UFP-COUNT     TO CNT-VALUE                   CNB27000
114500             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB27000
114600             MOVE 'TURNS RANKED'   TO CNT-LABEL                   CNB27000
114700             MOVE WS-RANKED-COUNT  TO CNT-VALUE                   CNB27000
114800             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB27000
114900             MOVE 'NO MASTER RECORD'                              CNB27000
115000                                   TO CNT-LABEL                   CNB27000
115100             MOVE WS-NO-MSTR-COUNT TO CNT-VALUE                   CNB27000
115200             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB27000
115300             MOVE 'NOT MARKED UP AVAILABLE'                       CNB27000
115400                                   TO CNT-LABEL                   CNB27000
115500             MOVE WS-NOT-AVAIL-COUNT                              CNB27000
115600                                   TO CNT-VALUE                   CNB27000
115700             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB27000
115800             MOVE 'ON REST'        TO CNT-LABEL                   CNB27000
115900             MOVE WS-RESTING-COUNT TO CNT-VALUE                   CNB27000
116000             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB27000
116100             MOVE 'NOTICES DECLINED'                              CNB27000
116200                                   TO CNT-LABEL                   CNB27000
116300             MOVE WS-DECLINED-COUNT                               CNB27000
116400                                   TO CNT-VALUE                   CNB27000
116500             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB27000
116600             MOVE 'APPROACHING NOTICES'                           CNB27000
116700                                   TO CNT-LABEL                   CNB27000
116800             MOVE WS-APPROACH-COUNT                               CNB27000
116900                                   TO CNT-VALUE                   CNB27000
117000             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB27000
117100             MOVE 'MOVED-BACK NOTICES'                            CNB27000
117200                                   TO CNT-LABEL                   CNB27000
117300             MOVE WS-BACK-COUNT    TO CNT-VALUE                   CNB27000
117400             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB27000
117500             MOVE 'SENT BY TEXT'   TO CNT-LABEL                   CNB27000
117600             MOVE WS-TEXT-COUNT    TO CNT-VALUE                   CNB27000
117700             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB27000
117800             MOVE 'SENT BY VOICE'  TO CNT-LABEL                   CNB27000
117900             MOVE WS-VOICE-COUNT   TO CNT-VALUE                   CNB27000
118000             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB27000
118100             MOVE 'TURNS OFF THEIR BOARD'                         CNB27000
118200                                   TO CNT-LABEL                   CNB27000
118300             MOVE WS-CLEARED-COUNT TO CNT-VALUE                   CNB27000
118400             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB27000
118500        WHEN WS-FUNC-MAINT                                        CNB27000
118600             MOVE 'CARDS APPLIED'  TO CNT-LABEL                   CNB27000
118700             MOVE WS-TRAN-COUNT    TO CNT-VALUE                   CNB27000
118800             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB27000
118900             MOVE 'CARDS REJECTED' TO CNT-LABEL                   CNB27000
119000             MOVE WS-REJ-COUNT     TO CNT-VALUE                   CNB27000
119100             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB27000
119200             IF WS-REJ-COUNT > ZEROS                              CNB27000
119300                MOVE 4             TO RETURN-CODE                 CNB27000
119400             END-IF                                               CNB27000
119500        WHEN OTHER                                                CNB27000
119600             MOVE 'LOG ENTRIES PURGED'                            CNB27000
119700                                   TO CNT-LABEL                   CNB27000
119800             MOVE WS-PURGE-COUNT   TO CNT-VALUE                   CNB27000
119900             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB27000
120000             MOVE 'NOTICES LISTED' TO CNT-LABEL                   CNB27000
120100             MOVE WS-LISTED-COUNT  TO CNT-VALUE                   CNB27000
120200             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB27000
120300     END-EVALUATE.                                                CNB27000
120400*                                                                 CNB27000
120500 P7000-DATE-TO-SERIAL.                                            CNB27000
120600     MOVE ZEROS                    TO WS-SERIAL-RESULT            CNB27000
120700     IF WS-SERIAL-DATE-X NUMERIC                                  CNB27000
120800        AND WS-SD-MM > 0 AND WS-SD-MM < 13                        CNB27000
120900        COMPUTE WS-SERIAL-RESULT =                                CNB27000
121000            (WS-SD-CCYY * 365) + WS-CDT-DAYS (WS-SD-MM)           CNB27000
121100          + WS-SD-DD                                              CNB27000
121200        DIVIDE WS-SD-CCYY BY 4                                    CNB27000
121300               GIVING WS-LEAP-QUOT                                CNB27000
121400               REMAINDER WS-LEAP-REM                              CNB27000
121500        ADD WS-LEAP-QUOT           TO WS-SERIAL-RESULT            CNB27000
121600        IF WS-LEAP-REM = ZEROS AND WS-SD-MM < 3                   CNB27000
121700           SUBTRACT 1 FROM WS-SERIAL-RESULT                       CNB27000
121800        END-IF                                                    CNB27000
121900     END-IF.                                                      CNB27000
122000*                                                                 CNB27000
122100*    YYMMDDHHMM IN WS-STAMP TO MINUTES                            CNB27000
122200*                                                                 CNB27000
122300 P7100-STAMP-MINUTES.                                             CNB27000
122400     MOVE '20'                     TO WS-SERIAL-DATE-X (1:2)      CNB27000
122500     MOVE WS-ST-YYMMDD             TO WS-SERIAL-DATE-X (3:6)      CNB27000
122600     PERFORM P7000-DATE-TO-SERIAL                                 CNB27000
122700     MOVE ZEROS                    TO WS-STAMP-MINS               CNB27000
122800     IF WS-ST-HH NUMERIC AND WS-ST-MN NUMERIC                     CNB27000
122900        COMPUTE WS-STAMP-MINS = (WS-SERIAL-RESULT * 1440)         CNB27000
123000                              + (WS-ST-HH * 60) + WS-ST-MN        CNB27000
123100     END-IF.                                                      CNB27000
123200*                                                                 CNB27000
123300 P7500-PRINT-NOTICE.                                              CNB27000
123400     MOVE SPACES                   TO WS-NL-LINE                  CNB27000
123500     MOVE NL-SENT                  TO NLL-SENT                    CNB27000
123600     MOVE NL-EMP-NBR               TO NLL-EMP-NBR                 CNB27000
123700     MOVE NL-EMP-NAME              TO NLL-EMP-NAME                CNB27000
123800     MOVE NL-BOARD-DESC            TO NLL-BOARD-DESC              CNB27000
123900     MOVE NL-POSITION              TO NLL-POSITION                CNB27000
124000     IF NL-APPROACHING                                            CNB27000
124100        MOVE 'APPROACHING'         TO NLL-KIND                    CNB27000
124200     ELSE                                                         CNB27000
124300        MOVE 'MOVED BACK'          TO NLL-KIND                    CNB27000
124400        MOVE NL-PREV-POSITION      TO NLL-PREV-POSITION-N         CNB27000
124500     END-IF                                                       CNB27000
124600     IF NL-BY-VOICE                                               CNB27000
124700        MOVE 'VOICE'               TO NLL-CHANNEL                 CNB27000
124800     ELSE                                                         CNB27000
124900        MOVE 'TEXT'                TO NLL-CHANNEL                 CNB27000
125000     END-IF                                                       CNB27000
125100     MOVE NL-ADDRESS               TO NLL-ADDRESS                 CNB27000
125200     WRITE RPT-LINE FROM WS-NL-LINE.                              CNB27000
125300*                                                                 CNB27000
125400 P8900-PRINT-TITLE.                                               CNB27000
125500     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB27000
125600     MOVE SPACES                   TO RPT-LINE                    CNB27000
125700     WRITE RPT-LINE.                                              CNB27000
125800*                                                                 CNB27000
125900 P9000-TERMINATE.                                                 CNB27000
126000     EVALUATE TRUE                                                CNB27000
126100        WHEN WS-FUNC-NOTIFY                                       CNB27000
126200             CLOSE EB-FILE                                        CNB27000
126300                   UFP-FILE                                       CNB27000
126400                   MSTR-FILE                                      CNB27000
126500                   NS-FILE                                        CNB27000
126600                   NL-FILE                                        CNB27000
126700                   OUT-FILE                                       CNB27000
126800        WHEN WS-FUNC-MAINT                                        CNB27000
126900             CLOSE TRAN-FILE                                      CNB27000
127000                   MSTR-FILE                                      CNB27000
127100        WHEN OTHER                                                CNB27000
127200             CLOSE NL-FILE                                        CNB27000
127300     END-EVALUATE                                                 CNB27000
127400     CLOSE RPT-FILE.                                              CNB27000
127500*                                                                 CNB27000
127600 P9999-GOT-PROBLEM.                                               CNB27000
127700     MOVE 'CNB270'                 TO XE-PROGRAM                  CNB27000
127800     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB27000
127900     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB27000
128000     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB27000
128100     DISPLAY 'CNB270 ABEND IN ' WS-ABEND-PARAGRAPH                CNB27000
128200              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB27000
128300     MOVE 16 TO RETURN-CODE                                       CNB27000
128400     GOBACK.                                                      CNB27000
