000100 IDENTIFICATION DIVISION.                                         CNB26100
000200 PROGRAM-ID. CNB261.                                              CNB26100
000300*AUTHOR.     JMC.                                                 CNB26100
000400*DATE-WRITTEN. 10/15/26.                                          CNB26100
000500*REMARKS.                                                         CNB26100
000600*    INBOUND EM STATUS RECONCILIATION.  STATUS CHANGES FROM THE   CNB26100
000700*    EXTERNAL EM SYSTEM ARE MARKED ON THE MASTER (MSTR-EM-CODE =  CNB26100
000800*    EMP-FROM-EM, LAYOFF-EM-CODE) AND THE OUTBOUND FEED IS KEPT   CNB26100
000900*    WHOLE BY CNB177, BUT NOTHING CHECKED THAT OUR STATUSES AND   CNB26100
001000*    EM'S AGREE - AND A DISAGREEMENT GOES STRAIGHT TO PAY.        CNB26100
001100*    FUNCTION FROM THE PARM CARD:                                 CNB26100
001200*      RECON    - DAILY.  READS EM'S STATUS SNAPSHOT (EMSNAP, ONE CNB26100
001300*                 RECORD PER EMPLOYEE IN EMPLOYEE ORDER: EM STATUSCNB26100
001400*                 CODE AND ITS EFFECTIVE YYMMDDHHMM) AND COMPARES CNB26100
001500*                 EACH EMPLOYEE WITH THE MASTER'S LAYOFF-CODE,    CNB26100
001600*                 LAYOFF / MARKUP TIME AND EM CODE, THEN SWEEPS   CNB26100
001700*                 THE MASTER FOR EMPLOYEES EM DOES NOT HAVE.  EM  CNB26100
001800*                 CODES ARE TRANSLATED TO OUR LAYOFF CODES BY THE CNB26100
001900*                 EMMAP CARDS (EM CODE, LAYOFF CODE - 'A' FOR EM'SCNB26100
002000*                 ACTIVE CODES - AND DESCRIPTION).  AN EMPLOYEE   CNB26100
002100*                 WHOSE STATUS CHANGED HERE AFTER THE SNAPSHOT    CNB26100
002200*                 (PARM SNAP-DATE-TIME, DEFAULT THE RUN TIME) IS  CNB26100
002300*                 NOT COMPARED.  TIMES AGREE WITHIN PARM TOLERANCECNB26100
002400*                 MINUTES (DEFAULT 15).  THE WORKLIST IS BY       CNB26100
002500*                 MISMATCH TYPE, THEN BOARD, WITH THE SUGGESTED   CNB26100
002600*                 CORRECTING TRANSACTION: WHERE THE STATUS CAME   CNB26100
002700*                 FROM EM (OR EM HAS A LEAVE WE DO NOT) OURS IS   CNB26100
002800*                 CORRECTED ON CNP917; WHERE IT STARTED HERE IT ISCNB26100
002900*                 RESENT TO EM THROUGH THE CNB177 CAPTURE.        CNB26100
003000*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB26100
003100*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB26100
003200*                                                                 CNB26100
003300*TBD  THE EMSNAP RECORD IS TAKEN AS EMPLOYEE / EM CODE / EFFECTIVECNB26100
003400*DATE-TIME IN THE MASTER'S YYMMDDHHMM FORM, AS EM'S OUTBOUND FEED CNB26100
003500*WAS AGREED.  VERIFY BEFORE NEXT COMPILE.                         CNB26100
003600*                                                                 CNB26100
003700 ENVIRONMENT DIVISION.                                            CNB26100
003800 CONFIGURATION SECTION.                                           CNB26100
003900 SOURCE-COMPUTER.  IBM-370.                                       CNB26100
004000 OBJECT-COMPUTER.  IBM-370.                                       CNB26100
004100 INPUT-OUTPUT SECTION.                                            CNB26100
004200 FILE-CONTROL.                                                    CNB26100
004300     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB26100
004400            ORGANIZATION  SEQUENTIAL                              CNB26100
004500            FILE STATUS   WS-PARM-STATUS.                         CNB26100
004600     SELECT EMMAP-FILE   ASSIGN TO EMMAP                          CNB26100
004700            ORGANIZATION  SEQUENTIAL                              CNB26100
004800            FILE STATUS   WS-EMMAP-STATUS.                        CNB26100
004900     SELECT SNAP-FILE    ASSIGN TO EMSNAP                         CNB26100
005000            ORGANIZATION  SEQUENTIAL                              CNB26100
005100            FILE STATUS   WS-SNAP-STATUS.                         CNB26100
005200     SELECT MSTR-FILE    ASSIGN TO MSTRFILE                       CNB26100
005300            ORGANIZATION  INDEXED                                 CNB26100
005400            ACCESS MODE   DYNAMIC                                 CNB26100
005500            RECORD KEY    MIO-KEY                                 CNB26100
005600            ALTERNATE RECORD KEY MIO-EMP-NBR                      CNB26100
005700            FILE STATUS   WS-MSTRF-STATUS.                        CNB26100
005800     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB26100
005900            ORGANIZATION  LINE SEQUENTIAL                         CNB26100
006000            FILE STATUS   WS-RPT-STATUS.                          CNB26100
006100*                                                                 CNB26100
006200 DATA DIVISION.                                                   CNB26100
006300 FILE SECTION.                                                    CNB26100
006400 FD  PARM-FILE                                                    CNB26100
006500     RECORD CONTAINS 80 CHARACTERS.                               CNB26100
006600 01  WS-PARM-RECORD.                                              CNB26100
006700     05  PARM-FUNC                 PIC X(8).                      CNB26100
006800     05  PARM-DATE-TIME            PIC X(12).                     CNB26100
006900*    YYMMDDHHMM:                                                  CNB26100
007000     05  PARM-SNAP-DATE-TIME       PIC X(10).                     CNB26100
007100     05  PARM-TOLERANCE            PIC X(3).                      CNB26100
007200     05  FILLER                    PIC X(47).                     CNB26100
007300 FD  EMMAP-FILE                                                   CNB26100
007400     RECORD CONTAINS 80 CHARACTERS.                               CNB26100
007500 01  WS-EMMAP-RECORD.                                             CNB26100
007600     05  EMM-EM-CODE               PIC X(2).                      CNB26100
007700     05  EMM-LAYOFF-CODE           PIC X(1).                      CNB26100
007800     05  EMM-DESC                  PIC X(20).                     CNB26100
007900     05  FILLER                    PIC X(57).                     CNB26100
008000 FD  SNAP-FILE                                                    CNB26100
008100     RECORD CONTAINS 80 CHARACTERS.                               CNB26100
008200 01  WS-SNAP-RECORD.                                              CNB26100
008300     05  EMS-EMP-NBR               PIC X(9).                      CNB26100
008400     05  EMS-EM-CODE               PIC X(2).                      CNB26100
008500*    YYMMDDHHMM:                                                  CNB26100
008600     05  EMS-EFF-DATE-TIME         PIC X(10).                     CNB26100
008700     05  FILLER                    PIC X(59).                     CNB26100
008800 FD  MSTR-FILE                                                    CNB26100
008900     RECORD CONTAINS 500 CHARACTERS.                              CNB26100
009000 01  MIO-RECORD.                                                  CNB26100
009100     05  MIO-KEY.                                                 CNB26100
009200         10  MIO-DIST              PIC X(2).                      CNB26100
009300         10  MIO-SDIST             PIC X(2).                      CNB26100
009400         10  MIO-CRAFT             PIC X(2).                      CNB26100
009500         10  MIO-EMP-NAME          PIC X(26).                     CNB26100
009600         10  MIO-EMP-NBR           PIC X(9).                      CNB26100
009700     05  FILLER                    PIC X(459).                    CNB26100
009800 FD  RPT-FILE                                                     CNB26100
009900     RECORD CONTAINS 132 CHARACTERS.                              CNB26100
010000 01  RPT-LINE                      PIC X(132).                    CNB26100
010100*                                                                 CNB26100
010200 WORKING-STORAGE SECTION.                                         CNB26100
010300 COPY WSMSTR.                                                     CNB26100
010400 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB26100
010500     88  WS-PARM-OK                       VALUE '00'.             CNB26100
010600 01  WS-EMMAP-STATUS               PIC XX VALUE SPACES.           CNB26100
010700     88  WS-EMMAP-OK                      VALUE '00'.             CNB26100
010800 01  WS-SNAP-STATUS                PIC XX VALUE SPACES.           CNB26100
010900     88  WS-SNAP-OK                       VALUE '00'.             CNB26100
011000 01  WS-MSTRF-STATUS               PIC XX VALUE SPACES.           CNB26100
011100     88  WS-MSTRF-OK                      VALUE '00'.             CNB26100
011200     88  WS-MSTRF-NOTFND                  VALUE '23'.             CNB26100
011300 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB26100
011400     88  WS-RPT-OK                        VALUE '00'.             CNB26100
011500 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB26100
011600 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB26100
011700 COPY WSERRLOG.                                                   CNB26100
011800 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB26100
011900     88  WS-FUNC-RECON                    VALUE 'RECON'.          CNB26100
012000 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB26100
012100 01  WS-SNAP-DATE-TIME             PIC X(10) VALUE SPACES.        CNB26100
012200 01  WS-TOLERANCE                  PIC 9(3) VALUE 15.             CNB26100
012300 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB26100
012400     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB26100
012500 01  WS-MSTR-EOF-SW                PIC X  VALUE 'N'.              CNB26100
012600     88  WS-EOF-MSTR                      VALUE 'Y'.              CNB26100
012700 01  WS-MAP-EOF-SW                 PIC X  VALUE 'N'.              CNB26100
012800     88  WS-EOF-MAP                       VALUE 'Y'.              CNB26100
012900*                                                                 CNB26100
013000*    EM CODE TO LAYOFF CODE                                       CNB26100
013100*                                                                 CNB26100
013200 01  WS-MP-MAX                     PIC S9(4) COMP VALUE 200.      CNB26100
013300 01  WS-MP-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB26100
013400 01  WS-MP-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB26100
013500 01  WS-MP-FOUND-SW                PIC X  VALUE 'N'.              CNB26100
013600     88  WS-MP-FOUND                      VALUE 'Y'.              CNB26100
013700 01  WS-MP-TABLE.                                                 CNB26100
013800     05  WS-MP-ENTRY OCCURS 200 TIMES.                            CNB26100
013900         10  WS-MP-EM-CODE         PIC X(2).                      CNB26100
014000         10  WS-MP-LAYOFF-CODE     PIC X(1).                      CNB26100
014100 01  WS-EM-LAYOFF-CODE             PIC X(1) VALUE SPACES.         CNB26100
014200     88  WS-EM-ACTIVE                     VALUE 'A'.              CNB26100
014300*                                                                 CNB26100
014400*    THE SNAPSHOT'S EMPLOYEES, FOR THE MASTER SWEEP               CNB26100
014500*                                                                 CNB26100
014600 01  WS-SN-MAX                     PIC S9(8) COMP VALUE 40000.    CNB26100
014700 01  WS-SN-COUNT                   PIC S9(8) COMP VALUE ZEROS.    CNB26100
014800 01  WS-SN-LOW                     PIC S9(8) COMP VALUE ZEROS.    CNB26100
014900 01  WS-SN-HIGH                    PIC S9(8) COMP VALUE ZEROS.    CNB26100
015000 01  WS-SN-MID                     PIC S9(8) COMP VALUE ZEROS.    CNB26100
015100 01  WS-SN-FOUND-SW                PIC X  VALUE 'N'.              CNB26100
015200     88  WS-SN-FOUND                      VALUE 'Y'.              CNB26100
015300 01  WS-SN-TABLE.                                                 CNB26100
015400     05  WS-SN-EMP-NBR OCCURS 40000 TIMES                         CNB26100
015500                                   PIC X(9).                      CNB26100
015600 01  WS-LAST-SNAP-EMP              PIC X(9) VALUE LOW-VALUES.     CNB26100
015700*                                                                 CNB26100
015800*    OUR SIDE OF THE COMPARISON                                   CNB26100
015900*                                                                 CNB26100
016000 01  WS-OUR-ACTIVE-SW              PIC X  VALUE 'N'.              CNB26100
016100     88  WS-OUR-ACTIVE                    VALUE 'Y'.              CNB26100
016200 01  WS-OUR-TIME                   PIC X(10) VALUE SPACES.        CNB26100
016300 01  WS-MIS-TYPE                   PIC 9(2) VALUE ZEROS.          CNB26100
016400 01  WS-SUGGEST                    PIC X(40) VALUE SPACES.        CNB26100
016500 01  WS-EM-MINS                    PIC S9(9) COMP VALUE ZEROS.    CNB26100
016600 01  WS-OUR-MINS                   PIC S9(9) COMP VALUE ZEROS.    CNB26100
016700 01  WS-DIFF-MINS                  PIC S9(9) COMP VALUE ZEROS.    CNB26100
016800*                                                                 CNB26100
016900*    YYMMDDHHMM TO MINUTES                                        CNB26100
017000*                                                                 CNB26100
017100 01  WS-STAMP.                                                    CNB26100
017200     05  WS-ST-YYMMDD              PIC X(6).                      CNB26100
017300     05  WS-ST-HH                  PIC 9(2).                      CNB26100
017400     05  WS-ST-MN                  PIC 9(2).                      CNB26100
017500 01  WS-STAMP-MINS                 PIC S9(9) COMP VALUE ZEROS.    CNB26100
017600 01  WS-SERIAL-RESULT              PIC S9(7) COMP VALUE ZEROS.    CNB26100
017700 01  WS-SERIAL-DATE.                                              CNB26100
017800     05  WS-SD-CCYY                PIC 9(4).                      CNB26100
017900     05  WS-SD-MM                  PIC 9(2).                      CNB26100
018000     05  WS-SD-DD                  PIC 9(2).                      CNB26100
018100 01  WS-SERIAL-DATE-X REDEFINES WS-SERIAL-DATE                    CNB26100
018200                                   PIC X(8).                      CNB26100
018300 01  WS-LEAP-QUOT                  PIC 9(4) VALUE ZEROS.          CNB26100
018400 01  WS-LEAP-REM                   PIC 9(4) VALUE ZEROS.          CNB26100
018500 01  WS-CUM-DAY-TABLE              PIC X(36) VALUE                CNB26100
018600         '000031059090120151181212243273304334'.                  CNB26100
018700 01  WS-CUM-DAY-TABLE-R REDEFINES WS-CUM-DAY-TABLE.               CNB26100
018800     05  WS-CDT-DAYS OCCURS 12 TIMES                              CNB26100
018900                                   PIC 9(3).                      CNB26100
019000*                                                                 CNB26100
019100*    MISMATCH TYPES                                               CNB26100
019200*                                                                 CNB26100
019300 01  WS-MT-VALUES.                                                CNB26100
019400     05  FILLER                    PIC X(30) VALUE                CNB26100
019500         'EM ON LEAVE - WE SAY AVAILABLE'.                        CNB26100
019600     05  FILLER                    PIC X(30) VALUE                CNB26100
019700         'EM AVAILABLE - WE SAY OFF'.                             CNB26100
019800     05  FILLER                    PIC X(30) VALUE                CNB26100
019900         'BOTH OFF - DIFFERENT CODE'.                             CNB26100
020000     05  FILLER                    PIC X(30) VALUE                CNB26100
020100         'EM CODE DIFFERS'.                                       CNB26100
020200     05  FILLER                    PIC X(30) VALUE                CNB26100
020300         'STATUS TIME DIFFERS'.                                   CNB26100
020400     05  FILLER                    PIC X(30) VALUE                CNB26100
020500         'IN EM - NOT ON MASTER'.                                 CNB26100
020600     05  FILLER                    PIC X(30) VALUE                CNB26100
020700         'ON MASTER - NOT IN EM'.                                 CNB26100
020800     05  FILLER                    PIC X(30) VALUE                CNB26100
020900         'EM CODE NOT ON EMMAP'.                                  CNB26100
021000 01  WS-MT-TABLE REDEFINES WS-MT-VALUES.                          CNB26100
021100     05  WS-MT-DESC OCCURS 8 TIMES PIC X(30).                     CNB26100
021200 01  WS-MT-COUNTS.                                                CNB26100
021300     05  WS-MT-COUNT OCCURS 8 TIMES                               CNB26100
021400                                   PIC 9(7).                      CNB26100
021500 01  WS-MT-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB26100
021600*                                                                 CNB26100
021700*    THE WORKLIST - TYPE, BOARD, EMPLOYEE                         CNB26100
021800*                                                                 CNB26100
021900 01  WS-WL-MAX                     PIC S9(4) COMP VALUE 5000.     CNB26100
022000 01  WS-WL-COUNT                   PIC S9(4) COMP VALUE ZEROS.    CNB26100
022100 01  WS-WL-SUB                     PIC S9(4) COMP VALUE ZEROS.    CNB26100
022200 01  WS-WL-SUB2                    PIC S9(4) COMP VALUE ZEROS.    CNB26100
022300 01  WS-WL-INS-AT                  PIC S9(4) COMP VALUE ZEROS.    CNB26100
022400 01  WS-WL-NEW.                                                   CNB26100
022500     05  WS-WL-NEW-KEY.                                           CNB26100
022600         10  WS-WL-NEW-TYPE        PIC 9(2).                      CNB26100
022700         10  WS-WL-NEW-BOARD       PIC X(6).                      CNB26100
022800         10  WS-WL-NEW-EMP         PIC X(9).                      CNB26100
022900     05  WS-WL-NEW-NAME            PIC X(26).                     CNB26100
023000     05  WS-WL-NEW-OUR-CODE        PIC X(1).                      CNB26100
023100     05  WS-WL-NEW-OUR-EM          PIC X(2).                      CNB26100
023200     05  WS-WL-NEW-OUR-TIME        PIC X(10).                     CNB26100
023300     05  WS-WL-NEW-EM-CODE         PIC X(2).                      CNB26100
023400     05  WS-WL-NEW-EM-LAYOFF       PIC X(1).                      CNB26100
023500     05  WS-WL-NEW-EM-TIME         PIC X(10).                     CNB26100
023600     05  WS-WL-NEW-SUGGEST         PIC X(40).                     CNB26100
023700 01  WS-WL-TABLE.                                                 CNB26100
023800     05  WS-WL-ENTRY OCCURS 5000 TIMES.                           CNB26100
023900         10  WS-WL-KEY             PIC X(17).                     CNB26100
024000         10  WS-WL-DATA            PIC X(92).                     CNB26100
024100 01  WS-WL-LOST-COUNT              PIC 9(7) VALUE ZEROS.          CNB26100
024200 01  WS-WL-LAST-TYPE               PIC 9(2) VALUE ZEROS.          CNB26100
024300*                                                                 CNB26100
024400 01  WS-SNAP-COUNT                 PIC 9(7) VALUE ZEROS.          CNB26100
024500 01  WS-MSTR-COUNT                 PIC 9(7) VALUE ZEROS.          CNB26100
024600 01  WS-AGREE-COUNT                PIC 9(7) VALUE ZEROS.          CNB26100
024700 01  WS-CHANGED-COUNT              PIC 9(7) VALUE ZEROS.          CNB26100
024800 01  WS-MISMATCH-COUNT             PIC 9(7) VALUE ZEROS.          CNB26100
024900 01  WS-HDR-LINE.                                                 CNB26100
025000     05  FILLER                PIC X(38)  VALUE                   CNB26100
025100         'CNB261 - EM STATUS RECONCILIATION'.                     CNB26100
025200     05  FILLER                PIC X(2)   VALUE SPACES.           CNB26100
025300     05  HDR-FUNC              PIC X(8).                          CNB26100
025400     05  FILLER                PIC X(2)   VALUE SPACES.           CNB26100
025500     05  HDR-DATE-TIME         PIC X(12).                         CNB26100
025600     05  FILLER                PIC X(70)  VALUE SPACES.           CNB26100
025700 01  WS-TITLE-LINE.                                               CNB26100
025800     05  TTL-TEXT                  PIC X(80).                     CNB26100
025900     05  FILLER                    PIC X(52) VALUE SPACES.        CNB26100
026000 01  WS-MAP-LINE.                                                 CNB26100
026100     05  FILLER                    PIC X(4) VALUE SPACES.         CNB26100
026200     05  MPL-EM-CODE               PIC X(2).                      CNB26100
026300     05  FILLER                    PIC X(4) VALUE ' -> '.         CNB26100
026400     05  MPL-LAYOFF-CODE           PIC X(1).                      CNB26100
026500     05  FILLER                    PIC X(3) VALUE SPACES.         CNB26100
026600     05  MPL-DESC                  PIC X(20).                     CNB26100
026700     05  FILLER                    PIC X(98) VALUE SPACES.        CNB26100
026800 01  WS-TYPE-LINE.                                                CNB26100
026900     05  TYL-DESC                  PIC X(30).                     CNB26100
027000     05  FILLER                    PIC X(102) VALUE SPACES.       CNB26100
027100 01  WS-WL-HDR-LINE.                                              CNB26100
027200     05  FILLER                    PIC X(40) VALUE                CNB26100
027300         'EMPLOYEE  NAME                       BO'.               CNB26100
027400     05  FILLER                    PIC X(40) VALUE                CNB26100
027500         'ARD     -- OURS ---------  -- EM ------'.               CNB26100
027600     05  FILLER                    PIC X(52) VALUE                CNB26100
027700         '---------  SUGGESTED CORRECTION'.                       CNB26100
027800 01  WS-WL-LINE.                                                  CNB26100
027900     05  WLL-EMP-NBR               PIC X(9).                      CNB26100
028000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26100
028100     05  WLL-EMP-NAME              PIC X(26).                     CNB26100
028200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26100
028300     05  WLL-DIST                  PIC X(2).                      CNB26100
028400     05  FILLER                    PIC X(1) VALUE '/'.            CNB26100
028500     05  WLL-SDIST                 PIC X(2).                      CNB26100
028600     05  FILLER                    PIC X(1) VALUE '/'.            CNB26100
028700     05  WLL-CRAFT                 PIC X(2).                      CNB26100
028800     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26100
028900     05  WLL-OUR-CODE              PIC X(1).                      CNB26100
029000     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26100
029100     05  WLL-OUR-EM                PIC X(2).                      CNB26100
029200     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26100
029300     05  WLL-OUR-TIME              PIC X(10).                     CNB26100
029400     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26100
029500     05  WLL-EM-CODE               PIC X(2).                      CNB26100
029600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26100
029700     05  WLL-EM-LAYOFF             PIC X(1).                      CNB26100
029800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB26100
029900     05  WLL-EM-TIME               PIC X(10).                     CNB26100
030000     05  FILLER                    PIC X(2) VALUE SPACES.         CNB26100
030100     05  WLL-SUGGEST               PIC X(40).                     CNB26100
030200     05  FILLER                    PIC X(11) VALUE SPACES.        CNB26100
030300 01  WS-CNT-LINE.                                                 CNB26100
030400     05  CNT-LABEL                 PIC X(30).                     CNB26100
030500     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB26100
030600     05  FILLER                    PIC X(95) VALUE SPACES.        CNB26100
030700*                                                                 CNB26100
030800 PROCEDURE DIVISION.                                              CNB26100
030900 P0000-MAINLINE.                                                  CNB26100
031000     PERFORM P1000-INITIALIZE                                     CNB26100
031100     PERFORM P2000-COMPARE-SNAPSHOT UNTIL WS-EOF-INPUT            CNB26100
031200     PERFORM P3000-SWEEP-MASTER                                   CNB26100
031300     PERFORM P4000-PRINT-WORKLIST                                 CNB26100
031400     PERFORM P9000-TERMINATE                                      CNB26100
031500     GOBACK.                                                      CNB26100
031600*                                                                 CNB26100
031700 P1000-INITIALIZE.                                                CNB26100
031800     OPEN INPUT PARM-FILE                                         CNB26100
031900     IF NOT WS-PARM-OK                                            CNB26100
032000        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB26100
032100        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB26100
032200        PERFORM P9999-GOT-PROBLEM                                 CNB26100
032300     END-IF                                                       CNB26100
032400     READ PARM-FILE                                               CNB26100
032500     IF NOT WS-PARM-OK                                            CNB26100
032600        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB26100
032700        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB26100
032800        PERFORM P9999-GOT-PROBLEM                                 CNB26100
032900     END-IF                                                       CNB26100
033000     MOVE PARM-FUNC                TO WS-FUNC                     CNB26100
033100     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB26100
033200     CLOSE PARM-FILE                                              CNB26100
033300     IF NOT WS-FUNC-RECON                                         CNB26100
033400        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB26100
033500        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB26100
033600        PERFORM P9999-GOT-PROBLEM                                 CNB26100
033700     END-IF                                                       CNB26100
033800     IF PARM-SNAP-DATE-TIME NUMERIC                               CNB26100
033900        MOVE PARM-SNAP-DATE-TIME   TO WS-SNAP-DATE-TIME           CNB26100
034000     ELSE                                                         CNB26100
034100        MOVE WS-RUN-DATE-TIME (1:10) TO WS-SNAP-DATE-TIME         CNB26100
034200     END-IF                                                       CNB26100
034300     IF PARM-TOLERANCE NUMERIC                                    CNB26100
034400        MOVE PARM-TOLERANCE        TO WS-TOLERANCE                CNB26100
034500     END-IF                                                       CNB26100
034600     INITIALIZE WS-MT-COUNTS                                      CNB26100
034700     OPEN OUTPUT RPT-FILE                                         CNB26100
034800     IF NOT WS-RPT-OK                                             CNB26100
034900        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB26100
035000        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB26100
035100        PERFORM P9999-GOT-PROBLEM                                 CNB26100
035200     END-IF                                                       CNB26100
035300     MOVE WS-FUNC                  TO HDR-FUNC                    CNB26100
035400     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB26100
035500     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB26100
035600     MOVE SPACES                   TO RPT-LINE                    CNB26100
035700     WRITE RPT-LINE                                               CNB26100
035800     OPEN INPUT EMMAP-FILE                                        CNB26100
035900     IF NOT WS-EMMAP-OK                                           CNB26100
036000        MOVE 'P1000-OPEN-EMMP'     TO WS-ABEND-PARAGRAPH          CNB26100
036100        MOVE WS-EMMAP-STATUS       TO WS-ABEND-STATUS             CNB26100
036200        PERFORM P9999-GOT-PROBLEM                                 CNB26100
036300     END-IF                                                       CNB26100
036400     OPEN INPUT SNAP-FILE                                         CNB26100
036500     IF NOT WS-SNAP-OK                                            CNB26100
036600        MOVE 'P1000-OPEN-SNAP'     TO WS-ABEND-PARAGRAPH          CNB26100
036700        MOVE WS-SNAP-STATUS        TO WS-ABEND-STATUS             CNB26100
036800        PERFORM P9999-GOT-PROBLEM                                 CNB26100
036900     END-IF                                                       CNB26100
037000     OPEN INPUT MSTR-FILE                                         CNB26100
037100     IF NOT WS-MSTRF-OK                                           CNB26100
037200        MOVE 'P1000-OPEN-MSTR'     TO WS-ABEND-PARAGRAPH          CNB26100
037300        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB26100
037400        PERFORM P9999-GOT-PROBLEM                                 CNB26100
037500     END-IF                                                       CNB26100
037600     MOVE SPACES                   TO TTL-TEXT                    CNB26100
037700     STRING 'EM CODES (EMMAP) - SNAPSHOT ' WS-SNAP-DATE-TIME      CNB26100
037800            DELIMITED BY SIZE INTO TTL-TEXT                       CNB26100
037900     PERFORM P8900-PRINT-TITLE                                    CNB26100
038000     PERFORM P1100-LOAD-MAP UNTIL WS-EOF-MAP                      CNB26100
038100     CLOSE EMMAP-FILE                                             CNB26100
038200     PERFORM P2010-READ-SNAP.                                     CNB26100
038300*                                                                 CNB26100
038400 P1100-LOAD-MAP.                                                  CNB26100
038500     READ EMMAP-FILE                                              CNB26100
038600          AT END                                                  CNB26100
038700             SET WS-EOF-MAP TO TRUE                               CNB26100
038800     END-READ                                                     CNB26100
038900     IF NOT WS-EOF-MAP                                            CNB26100
039000        AND EMM-EM-CODE NOT = SPACES                              CNB26100
039100        AND EMM-LAYOFF-CODE NOT = SPACE                           CNB26100
039200        IF WS-MP-COUNT < WS-MP-MAX                                CNB26100
039300           ADD 1 TO WS-MP-COUNT                                   CNB26100
039400           MOVE EMM-EM-CODE        TO WS-MP-EM-CODE (WS-MP-COUNT) CNB26100
039500           MOVE EMM-LAYOFF-CODE                                   CNB26100
039600                TO WS-MP-LAYOFF-CODE (WS-MP-COUNT)                CNB26100
039700           MOVE EMM-EM-CODE        TO MPL-EM-CODE                 CNB26100
039800           MOVE EMM-LAYOFF-CODE    TO MPL-LAYOFF-CODE             CNB26100
039900           MOVE EMM-DESC           TO MPL-DESC                    CNB26100
040000           WRITE RPT-LINE FROM WS-MAP-LINE                        CNB26100
040100        ELSE                                                      CNB26100
040200           MOVE 'P1100-MAP-FULL'   TO WS-ABEND-PARAGRAPH          CNB26100
040300           MOVE 'TF'               TO WS-ABEND-STATUS             CNB26100
040400           PERFORM P9999-GOT-PROBLEM                              CNB26100
040500        END-IF                                                    CNB26100
040600     END-IF.                                                      CNB26100
040700*                                                                 CNB26100
040800*    ONE EM EMPLOYEE AGAINST THE MASTER                           CNB26100
040900*                                                                 CNB26100
041000 P2000-COMPARE-SNAPSHOT.                                          CNB26100
041100     ADD 1 TO WS-SNAP-COUNT                                       CNB26100
041200     IF EMS-EMP-NBR NOT > WS-LAST-SNAP-EMP                        CNB26100
041300        MOVE 'P2000-SNAP-SEQ'      TO WS-ABEND-PARAGRAPH          CNB26100
041400        MOVE 'SQ'                  TO WS-ABEND-STATUS             CNB26100
041500        PERFORM P9999-GOT-PROBLEM                                 CNB26100
041600     END-IF                                                       CNB26100
041700     MOVE EMS-EMP-NBR              TO WS-LAST-SNAP-EMP            CNB26100
041800     IF WS-SN-COUNT < WS-SN-MAX                                   CNB26100
041900        ADD 1 TO WS-SN-COUNT                                      CNB26100
042000        MOVE EMS-EMP-NBR           TO WS-SN-EMP-NBR (WS-SN-COUNT) CNB26100
042100     ELSE                                                         CNB26100
042200        MOVE 'P2000-SNAP-FULL'     TO WS-ABEND-PARAGRAPH          CNB26100
042300        MOVE 'TF'                  TO WS-ABEND-STATUS             CNB26100
042400        PERFORM P9999-GOT-PROBLEM                                 CNB26100
042500     END-IF                                                       CNB26100
042600     PERFORM P2100-COMPARE-ONE THRU P2100-EXIT                    CNB26100
042700     PERFORM P2010-READ-SNAP.                                     CNB26100
042800*                                                                 CNB26100
042900 P2010-READ-SNAP.                                                 CNB26100
043000     READ SNAP-FILE                                               CNB26100
043100          AT END                                                  CNB26100
043200             SET WS-EOF-INPUT TO TRUE                             CNB26100
043300     END-READ.                                                    CNB26100
043400*                                                                 CNB26100
043500 P2100-COMPARE-ONE.                                               CNB26100
043600     MOVE SPACES                   TO WS-WL-NEW                   CNB26100
043700     MOVE EMS-EMP-NBR              TO WS-WL-NEW-EMP               CNB26100
043800     MOVE EMS-EM-CODE              TO WS-WL-NEW-EM-CODE           CNB26100
043900     MOVE EMS-EFF-DATE-TIME        TO WS-WL-NEW-EM-TIME           CNB26100
044000     MOVE SPACES                   TO WS-MSTR                     CNB26100
044100     MOVE EMS-EMP-NBR              TO MIO-EMP-NBR                 CNB26100
044200     READ MSTR-FILE KEY IS MIO-EMP-NBR                            CNB26100
044300     IF NOT WS-MSTRF-OK AND NOT WS-MSTRF-NOTFND                   CNB26100
044400        MOVE 'P2100-RD-MSTR'       TO WS-ABEND-PARAGRAPH          CNB26100
044500        MOVE WS-MSTRF-STATUS       TO WS-ABEND-STATUS             CNB26100
044600        PERFORM P9999-GOT-PROBLEM                                 CNB26100
044700     END-IF                                                       CNB26100
044800     IF WS-MSTRF-NOTFND                                           CNB26100
044900        MOVE 6                     TO WS-MIS-TYPE                 CNB26100
045000        MOVE 'CHECK EMPLOYEE NUMBER WITH EM'                      CNB26100
045100                                   TO WS-SUGGEST                  CNB26100
045200        PERFORM P2900-ADD-MISMATCH                                CNB26100
045300        GO TO P2100-EXIT                                          CNB26100
045400     END-IF                                                       CNB26100
045500     MOVE MIO-RECORD               TO WS-MSTR                     CNB26100
045600     PERFORM P2200-OUR-SIDE                                       CNB26100
045700     IF WS-OUR-TIME NOT = SPACES                                  CNB26100
045800        AND WS-OUR-TIME > WS-SNAP-DATE-TIME                       CNB26100
045900        ADD 1 TO WS-CHANGED-COUNT                                 CNB26100
046000        GO TO P2100-EXIT                                          CNB26100
046100     END-IF                                                       CNB26100
046200     PERFORM P2300-MAP-EM-CODE                                    CNB26100
046300     IF NOT WS-MP-FOUND                                           CNB26100
046400        MOVE 8                     TO WS-MIS-TYPE                 CNB26100
046500        MOVE SPACES                TO WS-SUGGEST                  CNB26100
046600        STRING 'ADD AN EMMAP CARD FOR EM CODE ' EMS-EM-CODE       CNB26100
046700               DELIMITED BY SIZE INTO WS-SUGGEST                  CNB26100
046800        PERFORM P2900-ADD-MISMATCH                                CNB26100
046900        GO TO P2100-EXIT                                          CNB26100
047000     END-IF                                                       CNB26100
047100     MOVE WS-EM-LAYOFF-CODE        TO WS-WL-NEW-EM-LAYOFF         CNB26100
047200*                                                                 CNB26100
047300*    EM ON LEAVE, WE HAVE THEM AVAILABLE - EM HOLDS THE LEAVE     CNB26100
047400*                                                                 CNB26100
047500     IF NOT WS-EM-ACTIVE AND WS-OUR-ACTIVE                        CNB26100
047600        MOVE 1                     TO WS-MIS-TYPE                 CNB26100
047700        MOVE SPACES                TO WS-SUGGEST                  CNB26100
047800        STRING 'CNP917 LAY OFF ' WS-EM-LAYOFF-CODE                CNB26100
047900               ' EFF ' EMS-EFF-DATE-TIME                          CNB26100
048000               DELIMITED BY SIZE INTO WS-SUGGEST                  CNB26100
048100        PERFORM P2900-ADD-MISMATCH                                CNB26100
048200        GO TO P2100-EXIT                                          CNB26100
048300     END-IF                                                       CNB26100
048400     IF WS-EM-ACTIVE AND NOT WS-OUR-ACTIVE                        CNB26100
048500        MOVE 2                     TO WS-MIS-TYPE                 CNB26100
048600        MOVE SPACES                TO WS-SUGGEST                  CNB26100
048700        IF EMP-FROM-EM                                            CNB26100
048800           STRING 'CNP917 MARK UP EFF ' EMS-EFF-DATE-TIME         CNB26100
048900                  DELIMITED BY SIZE INTO WS-SUGGEST               CNB26100
049000        ELSE                                                      CNB26100
049100           MOVE 'RESEND LAYOFF TO EM (CNB177 CAPTURE)'            CNB26100
049200                                   TO WS-SUGGEST                  CNB26100
049300        END-IF                                                    CNB26100
049400        PERFORM P2900-ADD-MISMATCH                                CNB26100
049500        GO TO P2100-EXIT                                          CNB26100
049600     END-IF                                                       CNB26100
049700     IF NOT WS-EM-ACTIVE                                          CNB26100
049800        AND WS-EM-LAYOFF-CODE NOT = LAYOFF-CODE-1                 CNB26100
049900        MOVE 3                     TO WS-MIS-TYPE                 CNB26100
050000        MOVE SPACES                TO WS-SUGGEST                  CNB26100
050100        IF EMP-FROM-EM                                            CNB26100
050200           STRING 'CNP917 CORRECT LAYOFF TO ' WS-EM-LAYOFF-CODE   CNB26100
050300                  DELIMITED BY SIZE INTO WS-SUGGEST               CNB26100
050400        ELSE                                                      CNB26100
050500           MOVE 'RESEND LAYOFF TO EM (CNB177 CAPTURE)'            CNB26100
050600                                   TO WS-SUGGEST                  CNB26100
050700        END-IF                                                    CNB26100
050800        PERFORM P2900-ADD-MISMATCH                                CNB26100
050900        GO TO P2100-EXIT                                          CNB26100
051000     END-IF                                                       CNB26100
051100     IF NOT WS-EM-ACTIVE                                          CNB26100
051200        AND EMP-FROM-EM                                           CNB26100
051300        AND LAYOFF-EM-CODE NOT = EMS-EM-CODE                      CNB26100
051400        MOVE 4                     TO WS-MIS-TYPE                 CNB26100
051500        MOVE SPACES                TO WS-SUGGEST                  CNB26100
051600        STRING 'CNP917 CORRECT EM CODE TO ' EMS-EM-CODE           CNB26100
051700               DELIMITED BY SIZE INTO WS-SUGGEST                  CNB26100
051800        PERFORM P2900-ADD-MISMATCH                                CNB26100
051900        GO TO P2100-EXIT                                          CNB26100
052000     END-IF                                                       CNB26100
052100     PERFORM P2400-COMPARE-TIMES                                  CNB26100
052200     IF WS-DIFF-MINS > WS-TOLERANCE                               CNB26100
052300        MOVE 5                     TO WS-MIS-TYPE                 CNB26100
052400        MOVE SPACES                TO WS-SUGGEST                  CNB26100
052500        IF EMP-FROM-EM                                            CNB26100
052600           STRING 'CNP917 CORRECT TIME TO ' EMS-EFF-DATE-TIME     CNB26100
052700                  DELIMITED BY SIZE INTO WS-SUGGEST               CNB26100
052800        ELSE                                                      CNB26100
052900           MOVE 'RESEND STATUS TO EM (CNB177 CAPTURE)'            CNB26100
053000                                   TO WS-SUGGEST                  CNB26100
053100        END-IF                                                    CNB26100
053200        PERFORM P2900-ADD-MISMATCH                                CNB26100
053300        GO TO P2100-EXIT                                          CNB26100
053400     END-IF                                                       CNB26100
053500     ADD 1 TO WS-AGREE-COUNT.                                     CNB26100
053600 P2100-EXIT.                                                      CNB26100
053700     EXIT.                                                        CNB26100
053800*                                                                 CNB26100
053900*    AVAILABLE OR WORKING IS THE ACTIVE SIDE; THE TIME THAT GOES  CNB26100
054000*    WITH OUR STATUS IS THE MARKUP OR THE LAYOFF TIME             CNB26100
054100*                                                                 CNB26100
054200 P2200-OUR-SIDE.                                                  CNB26100
054300     MOVE 'N'                      TO WS-OUR-ACTIVE-SW            CNB26100
054400     IF AVAILABLE OR WORKING                                      CNB26100
054500        SET WS-OUR-ACTIVE          TO TRUE                        CNB26100
054600        MOVE MARKUP-TIME           TO WS-OUR-TIME                 CNB26100
054700     ELSE                                                         CNB26100
054800        MOVE LAYOFF-TIME           TO WS-OUR-TIME                 CNB26100
054900     END-IF                                                       CNB26100
055000     IF WS-OUR-TIME NOT NUMERIC OR WS-OUR-TIME = ZEROS            CNB26100
055100        MOVE SPACES                TO WS-OUR-TIME                 CNB26100
055200     END-IF                                                       CNB26100
055300     MOVE DIST                     TO WS-WL-NEW-BOARD (1:2)       CNB26100
055400     MOVE SUB-DIST                 TO WS-WL-NEW-BOARD (3:2)       CNB26100
055500     MOVE CRAFT                    TO WS-WL-NEW-BOARD (5:2)       CNB26100
055600     MOVE EMP-NAME                 TO WS-WL-NEW-NAME              CNB26100
055700     MOVE LAYOFF-CODE-1            TO WS-WL-NEW-OUR-CODE          CNB26100
055800     IF EMP-FROM-EM                                               CNB26100
055900        MOVE LAYOFF-EM-CODE        TO WS-WL-NEW-OUR-EM            CNB26100
056000     END-IF                                                       CNB26100
056100     MOVE WS-OUR-TIME              TO WS-WL-NEW-OUR-TIME.         CNB26100
056200*                                                                 CNB26100
056300 P2300-MAP-EM-CODE.                                               CNB26100
056400     MOVE 'N'                      TO WS-MP-FOUND-SW              CNB26100
056500     MOVE SPACES                   TO WS-EM-LAYOFF-CODE           CNB26100
056600     PERFORM P2310-CHECK-MAP                                      CNB26100
056700             VARYING WS-MP-SUB FROM 1 BY 1                        CNB26100
056800             UNTIL WS-MP-SUB > WS-MP-COUNT                        CNB26100
056900                OR WS-MP-FOUND.                                   CNB26100
057000*                                                                 CNB26100
057100 P2310-CHECK-MAP.                                                 CNB26100
057200     IF WS-MP-EM-CODE (WS-MP-SUB) = EMS-EM-CODE                   CNB26100
057300        SET WS-MP-FOUND TO TRUE                                   CNB26100
057400        MOVE WS-MP-LAYOFF-CODE (WS-MP-SUB) TO WS-EM-LAYOFF-CODE   CNB26100
057500     END-IF.                                                      CNB26100
057600*                                                                 CNB26100
057700 P2400-COMPARE-TIMES.                                             CNB26100
057800     MOVE ZEROS                    TO WS-DIFF-MINS                CNB26100
057900     IF WS-OUR-TIME NOT = SPACES                                  CNB26100
058000        AND EMS-EFF-DATE-TIME NUMERIC                             CNB26100
058100        MOVE EMS-EFF-DATE-TIME     TO WS-STAMP                    CNB26100
058200        PERFORM P7100-STAMP-MINUTES                               CNB26100
058300        MOVE WS-STAMP-MINS         TO WS-EM-MINS                  CNB26100
058400        MOVE WS-OUR-TIME           TO WS-STAMP                    CNB26100
058500        PERFORM P7100-STAMP-MINUTES                               CNB26100
058600        MOVE WS-STAMP-MINS         TO WS-OUR-MINS                 CNB26100
058700        COMPUTE WS-DIFF-MINS = WS-EM-MINS - WS-OUR-MINS           CNB26100
058800        IF WS-DIFF-MINS < ZEROS                                   CNB26100
058900           COMPUTE WS-DIFF-MINS = ZEROS - WS-DIFF-MINS            CNB26100
059000        END-IF                                                    CNB26100
059100     END-IF.                                                      CNB26100
059200*                                                                 CNB26100
059300*    INSERT INTO THE WORKLIST IN TYPE / BOARD / EMPLOYEE ORDER    CNB26100
059400*                                                                 CNB26100
059500 P2900-ADD-MISMATCH.                                              CNB26100
059600     ADD 1 TO WS-MISMATCH-COUNT                                   CNB26100
059700     ADD 1 TO WS-MT-COUNT (WS-MIS-TYPE)                           CNB26100
059800     MOVE WS-MIS-TYPE              TO WS-WL-NEW-TYPE              CNB26100
059900     MOVE WS-SUGGEST               TO WS-WL-NEW-SUGGEST           CNB26100
060000     IF WS-WL-COUNT NOT < WS-WL-MAX                               CNB26100
060100        ADD 1 TO WS-WL-LOST-COUNT                                 CNB26100
060200     ELSE                                                         CNB26100
060300        MOVE 1                     TO WS-WL-INS-AT                CNB26100
060400        PERFORM P2910-FIND-SLOT                                   CNB26100
060500                VARYING WS-WL-SUB FROM 1 BY 1                     CNB26100
060600                UNTIL WS-WL-SUB > WS-WL-COUNT                     CNB26100
060700        PERFORM P2920-SHIFT-WORKLIST                              CNB26100
060800                VARYING WS-WL-SUB FROM WS-WL-COUNT BY -1          CNB26100
060900                UNTIL WS-WL-SUB < WS-WL-INS-AT                    CNB26100
061000        ADD 1 TO WS-WL-COUNT                                      CNB26100
061100        MOVE WS-WL-NEW             TO WS-WL-ENTRY (WS-WL-INS-AT)  CNB26100
061200     END-IF.                                                      CNB26100
061300*                                                                 CNB26100
061400 P2910-FIND-SLOT.                                                 CNB26100
061500     IF WS-WL-KEY (WS-WL-SUB) NOT > WS-WL-NEW-KEY                 CNB26100
061600        COMPUTE WS-WL-INS-AT = WS-WL-SUB + 1                      CNB26100
061700     END-IF.                                                      CNB26100
061800*                                                                 CNB26100
061900 P2920-SHIFT-WORKLIST.                                            CNB26100
062000     COMPUTE WS-WL-SUB2 = WS-WL-SUB + 1                           CNB26100
062100     MOVE WS-WL-ENTRY (WS-WL-SUB)  TO WS-WL-ENTRY (WS-WL-SUB2).   CNB26100
062200*                                                                 CNB26100
062300*    EVERYONE ON THE MASTER NOT IN THE SNAPSHOT, EXCEPT THE       CNB26100
062400*    TERMINATED                                                   CNB26100
062500*                                                                 CNB26100
062600 P3000-SWEEP-MASTER.                                              CNB26100
062700     MOVE LOW-VALUES               TO MIO-KEY                     CNB26100
062800     START MSTR-FILE KEY NOT < MIO-KEY                            CNB26100
062900     IF WS-MSTRF-OK                                               CNB26100
063000        PERFORM P3100-NEXT-MASTER UNTIL WS-EOF-MSTR               CNB26100
063100     END-IF.                                                      CNB26100
063200*                                                                 CNB26100
063300 P3100-NEXT-MASTER.                                               CNB26100
063400     READ MSTR-FILE NEXT                                          CNB26100
063500          AT END                                                  CNB26100
063600             SET WS-EOF-MSTR TO TRUE                              CNB26100
063700     END-READ                                                     CNB26100
063800     IF NOT WS-EOF-MSTR                                           CNB26100
063900        IF NOT WS-MSTRF-OK                                        CNB26100
064000           MOVE 'P3100-READ-MSTR'  TO WS-ABEND-PARAGRAPH          CNB26100
064100           MOVE WS-MSTRF-STATUS    TO WS-ABEND-STATUS             CNB26100
064200           PERFORM P9999-GOT-PROBLEM                              CNB26100
064300        END-IF                                                    CNB26100
064400        ADD 1 TO WS-MSTR-COUNT                                    CNB26100
064500        MOVE MIO-RECORD            TO WS-MSTR                     CNB26100
064600        IF NOT TERMINATION                                        CNB26100
064700           PERFORM P3200-FIND-IN-SNAPSHOT                         CNB26100
064800           IF NOT WS-SN-FOUND                                     CNB26100
064900              MOVE SPACES          TO WS-WL-NEW                   CNB26100
065000              MOVE EMP-NBR         TO WS-WL-NEW-EMP               CNB26100
065100              PERFORM P2200-OUR-SIDE                              CNB26100
065200              MOVE 7               TO WS-MIS-TYPE                 CNB26100
065300              MOVE 'RESEND STATUS TO EM (CNB177 CAPTURE)'         CNB26100
065400                                   TO WS-SUGGEST                  CNB26100
065500              PERFORM P2900-ADD-MISMATCH                          CNB26100
065600           END-IF                                                 CNB26100
065700        END-IF                                                    CNB26100
065800     END-IF.                                                      CNB26100
065900*                                                                 CNB26100
066000*    BINARY SEARCH OF THE SNAPSHOT'S EMPLOYEES                    CNB26100
066100*                                                                 CNB26100
066200 P3200-FIND-IN-SNAPSHOT.                                          CNB26100
066300     MOVE 'N'                      TO WS-SN-FOUND-SW              CNB26100
066400     MOVE 1                        TO WS-SN-LOW                   CNB26100
066500     MOVE WS-SN-COUNT              TO WS-SN-HIGH                  CNB26100
066600     PERFORM P3210-HALVE                                          CNB26100
066700             UNTIL WS-SN-LOW > WS-SN-HIGH                         CNB26100
066800                OR WS-SN-FOUND.                                   CNB26100
066900*                                                                 CNB26100
067000 P3210-HALVE.                                                     CNB26100
067100     COMPUTE WS-SN-MID = (WS-SN-LOW + WS-SN-HIGH) / 2             CNB26100
067200     EVALUATE TRUE                                                CNB26100
067300        WHEN WS-SN-EMP-NBR (WS-SN-MID) = EMP-NBR                  CNB26100
067400             SET WS-SN-FOUND       TO TRUE                        CNB26100
067500        WHEN WS-SN-EMP-NBR (WS-SN-MID) < EMP-NBR                  CNB26100
067600             COMPUTE WS-SN-LOW = WS-SN-MID + 1                    CNB26100
067700        WHEN OTHER                                                CNB26100
067800             COMPUTE WS-SN-HIGH = WS-SN-MID - 1                   CNB26100
067900     END-EVALUATE.                                                CNB26100
068000*                                                                 CNB26100
068100 P4000-PRINT-WORKLIST.                                            CNB26100
068200     MOVE SPACES                   TO RPT-LINE                    CNB26100
068300     WRITE RPT-LINE                                               CNB26100
068400     MOVE 'RECONCILIATION WORKLIST' TO TTL-TEXT                   CNB26100
068500     PERFORM P8900-PRINT-TITLE                                    CNB26100
068600     PERFORM P4100-PRINT-ENTRY                                    CNB26100
068700             VARYING WS-WL-SUB FROM 1 BY 1                        CNB26100
068800             UNTIL WS-WL-SUB > WS-WL-COUNT                        CNB26100
068900     IF WS-WL-COUNT = ZEROS                                       CNB26100
069000        MOVE '  EM AND THE MASTER AGREE' TO RPT-LINE              CNB26100
069100        WRITE RPT-LINE                                            CNB26100
069200     END-IF.                                                      CNB26100
069300*                                                                 CNB26100
069400 P4100-PRINT-ENTRY.                                               CNB26100
069500     MOVE WS-WL-ENTRY (WS-WL-SUB)  TO WS-WL-NEW                   CNB26100
069600     IF WS-WL-NEW-TYPE NOT = WS-WL-LAST-TYPE                      CNB26100
069700        MOVE WS-WL-NEW-TYPE        TO WS-WL-LAST-TYPE             CNB26100
069800        MOVE SPACES                TO RPT-LINE                    CNB26100
069900        WRITE RPT-LINE                                            CNB26100
070000        MOVE WS-MT-DESC (WS-WL-NEW-TYPE) TO TYL-DESC              CNB26100
070100        WRITE RPT-LINE FROM WS-TYPE-LINE                          CNB26100
070200        WRITE RPT-LINE FROM WS-WL-HDR-LINE                        CNB26100
070300     END-IF                                                       CNB26100
070400     MOVE WS-WL-NEW-EMP            TO WLL-EMP-NBR                 CNB26100
070500     MOVE WS-WL-NEW-NAME           TO WLL-EMP-NAME                CNB26100
070600     MOVE WS-WL-NEW-BOARD (1:2)    TO WLL-DIST                    CNB26100
070700     MOVE WS-WL-NEW-BOARD (3:2)    TO WLL-SDIST                   CNB26100
070800     MOVE WS-WL-NEW-BOARD (5:2)    TO WLL-CRAFT                   CNB26100
070900     MOVE WS-WL-NEW-OUR-CODE       TO WLL-OUR-CODE                CNB26100
071000     MOVE WS-WL-NEW-OUR-EM         TO WLL-OUR-EM                  CNB26100
071100     MOVE WS-WL-NEW-OUR-TIME       TO WLL-OUR-TIME                CNB26100
071200     MOVE WS-WL-NEW-EM-CODE        TO WLL-EM-CODE                 CNB26100
071300     MOVE WS-WL-NEW-EM-LAYOFF      TO WLL-EM-LAYOFF               CNB26100
071400     MOVE WS-WL-NEW-EM-TIME        TO WLL-EM-TIME                 CNB26100
071500     MOVE WS-WL-NEW-SUGGEST        TO WLL-SUGGEST                 CNB26100
071600     WRITE RPT-LINE FROM WS-WL-LINE.                              CNB26100
071700*                                                                 CNB26100
071800 P7000-DATE-TO-SERIAL.                                            CNB26100
071900     MOVE ZEROS                    TO WS-SERIAL-RESULT            CNB26100
072000     IF WS-SERIAL-DATE-X NUMERIC                                  CNB26100
072100        AND WS-SD-MM > 0 AND WS-SD-MM < 13                        CNB26100
072200        COMPUTE WS-SERIAL-RESULT =                                CNB26100
072300            (WS-SD-CCYY * 365) + WS-CDT-DAYS (WS-SD-MM)           CNB26100
072400          + WS-SD-DD                                              CNB26100
072500        DIVIDE WS-SD-CCYY BY 4                                    CNB26100
072600               GIVING WS-LEAP-QUOT                                CNB26100
072700               REMAINDER WS-LEAP-REM                              CNB26100
072800        ADD WS-LEAP-QUOT           TO WS-SERIAL-RESULT            CNB26100
072900        IF WS-LEAP-REM = ZEROS AND WS-SD-MM < 3                   CNB26100
073000           SUBTRACT 1 FROM WS-SERIAL-RESULT                       CNB26100
073100        END-IF                                                    CNB26100
073200     END-IF.                                                      CNB26100
073300*                                                                 CNB26100
073400*    YYMMDDHHMM IN WS-STAMP TO MINUTES                            CNB26100
073500*                                                                 CNB26100
073600 P7100-STAMP-MINUTES.                                             CNB26100
073700     MOVE '20'                     TO WS-SERIAL-DATE-X (1:2)      CNB26100
073800     MOVE WS-ST-YYMMDD             TO WS-SERIAL-DATE-X (3:6)      CNB26100
073900     PERFORM P7000-DATE-TO-SERIAL                                 CNB26100
074000     MOVE ZEROS                    TO WS-STAMP-MINS               CNB26100
074100     IF WS-ST-HH NUMERIC AND WS-ST-MN NUMERIC                     CNB26100
074200        COMPUTE WS-STAMP-MINS = (WS-SERIAL-RESULT * 1440)         CNB26100
074300                              + (WS-ST-HH * 60) + WS-ST-MN        CNB26100
074400     END-IF.                                                      CNB26100
074500*                                                                 CNB26100
074600 P8900-PRINT-TITLE.                                               CNB26100
074700     WRITE RPT-LINE FROM WS-TITLE-LINE                            CNB26100
074800     MOVE SPACES                   TO RPT-LINE                    CNB26100
074900     WRITE RPT-LINE.                                              CNB26100
075000*                                                                 CNB26100
075100 P9000-TERMINATE.                                                 CNB26100
075200     MOVE SPACES                   TO RPT-LINE                    CNB26100
075300     WRITE RPT-LINE                                               CNB26100
075400     MOVE 'EM SNAPSHOT RECORDS .......' TO CNT-LABEL              CNB26100
075500     MOVE WS-SNAP-COUNT            TO CNT-VALUE                   CNB26100
075600     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26100
075700     MOVE 'MASTER RECORDS SWEPT ......' TO CNT-LABEL              CNB26100
075800     MOVE WS-MSTR-COUNT            TO CNT-VALUE                   CNB26100
075900     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26100
076000     MOVE 'AGREE .....................' TO CNT-LABEL              CNB26100
076100     MOVE WS-AGREE-COUNT           TO CNT-VALUE                   CNB26100
076200     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26100
076300     MOVE 'CHANGED SINCE SNAPSHOT ....' TO CNT-LABEL              CNB26100
076400     MOVE WS-CHANGED-COUNT         TO CNT-VALUE                   CNB26100
076500     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26100
076600     MOVE 'MISMATCHES ................' TO CNT-LABEL              CNB26100
076700     MOVE WS-MISMATCH-COUNT        TO CNT-VALUE                   CNB26100
076800     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB26100
076900     PERFORM P9100-PRINT-TYPE-COUNT                               CNB26100
077000             VARYING WS-MT-SUB FROM 1 BY 1                        CNB26100
077100             UNTIL WS-MT-SUB > 8                                  CNB26100
077200     IF WS-WL-LOST-COUNT > ZEROS                                  CNB26100
077300        MOVE '** NOT LISTED - TABLE FULL ' TO CNT-LABEL           CNB26100
077400        MOVE WS-WL-LOST-COUNT      TO CNT-VALUE                   CNB26100
077500        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB26100
077600     END-IF                                                       CNB26100
077700     IF WS-MISMATCH-COUNT > ZEROS                                 CNB26100
077800        MOVE 4                     TO RETURN-CODE                 CNB26100
077900     END-IF                                                       CNB26100
078000     CLOSE SNAP-FILE                                              CNB26100
078100           MSTR-FILE                                              CNB26100
078200           RPT-FILE.                                              CNB26100
078300*                                                                 CNB26100
078400 P9100-PRINT-TYPE-COUNT.                                          CNB26100
078500     MOVE SPACES                   TO CNT-LABEL                   CNB26100
078600     STRING '  ' WS-MT-DESC (WS-MT-SUB) (1:27)                    CNB26100
078700            DELIMITED BY SIZE INTO CNT-LABEL                      CNB26100
078800     MOVE WS-MT-COUNT (WS-MT-SUB)  TO CNT-VALUE                   CNB26100
078900     WRITE RPT-LINE FROM WS-CNT-LINE.                             CNB26100
079000*                                                                 CNB26100
079100 P9999-GOT-PROBLEM.                                               CNB26100
079200     MOVE 'CNB261'                 TO XE-PROGRAM                  CNB26100
079300     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB26100
079400     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB26100
079500     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB26100
079600     DISPLAY 'CNB261 ABEND IN ' WS-ABEND-PARAGRAPH                CNB26100
079700              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB26100
079800     MOVE 16 TO RETURN-CODE                                       CNB26100
079900     GOBACK.                                                      CNB26100
