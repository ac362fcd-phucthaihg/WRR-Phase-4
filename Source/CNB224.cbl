000100 IDENTIFICATION DIVISION.                                         CNB22400
000200 PROGRAM-ID. CNB224.                                              CNB22400
000300*AUTHOR.     JMC.                                                 CNB22400
000400*DATE-WRITTEN. 10/15/26.                                          CNB22400
000500*REMARKS.                                                         CNB22400
000600*    STAFF-FORM ARCHIVE - INQUIRY, REPRINT, RESEND AND THE DAILY  CNB22400
000700*    FAILED-SEND LIST.  CNP917'S P3000-SEND-STAFF-FORM BUILDS THE CNB22400
000800*    15-LINE STAFF FORM (BEFORE/AFTER STATUS, ECC DESCRIPTIONS,   CNB22400
000900*    LAYOFF/MARKUP TIMES, SIN/SSN, BIRTH AND ENTRY DATES FROM     CNB22400
001000*    MSTR2) AND HANDS IT TO P930, AFTER WHICH IT WAS GONE -       CNB22400
001100*    PAYROLL AND HR COULD NOT GET A COPY.  P3000 NOW ARCHIVES     CNB22400
001200*    EVERY FORM AFTER THE P930 LINK (P3010-ARCHIVE-STAFF-FORM, BY CNB22400
001300*    CICS FILE CONTROL) ON SFAFILE KEYED BY EMPLOYEE AND          CNB22400
001400*    EFFECTIVE DATE-TIME, WITH WHETHER THE SEND WORKED.           CNB22400
001500*    FUNCTIONS FROM THE PARM CARD:                                CNB22400
001600*      INQUIRY - ONE LINE PER ARCHIVED FORM.  PARM EMP-NBR LIMITS CNB22400
001700*                IT TO ONE EMPLOYEE.                              CNB22400
001800*      REPRINT - PRINTS THE FULL FORM FOR THE PARM EMP-NBR (ONE   CNB22400
001900*                FORM IF THE PARM EFF-DATE-TIME IS GIVEN, ELSE ALLCNB22400
002000*                OF THAT EMPLOYEE'S FORMS).  SIN, SSN AND BIRTH   CNB22400
002100*                DATE ARE MASKED UNLESS THE PARM USERID PASSES THECNB22400
002200*                CNB156 CHECK FOR FUNCTION SFPI.                  CNB22400
002300*      RESEND  - WRITES THE FORM TO SFOUT FOR THE P930 ROUTING TO CNB22400
002400*                PICK UP AND MARKS IT RESENT.  WITH NO PARM       CNB22400
002500*                EMP-NBR EVERY FORM STILL MARKED FAILED IS RESENT.CNB22400
002600*      FAILED  - DAILY LIST OF STATUS CHANGES WHOSE STAFF FORM    CNB22400
002700*                FAILED TO SEND AND HAS NOT BEEN RESENT.  FORMS   CNB22400
002800*                FROM THE RUN DATE ARE MARKED TODAY.              CNB22400
002900*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB22400
003000*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB22400
003100*                                                                 CNB22400
003200*TBD  THE SFOUT PICK-UP INTO THE P930 ROUTING BELONGS TO THE      CNB22400
003300*ONLINE LIBRARY.                                                  CNB22400
003400*                                                                 CNB22400
003500 ENVIRONMENT DIVISION.                                            CNB22400
003600 CONFIGURATION SECTION.                                           CNB22400
003700 SOURCE-COMPUTER.  IBM-370.                                       CNB22400
003800 OBJECT-COMPUTER.  IBM-370.                                       CNB22400
003900 INPUT-OUTPUT SECTION.                                            CNB22400
004000 FILE-CONTROL.                                                    CNB22400
004100     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB22400
004200            ORGANIZATION  SEQUENTIAL                              CNB22400
004300            FILE STATUS   WS-PARM-STATUS.                         CNB22400
004400     SELECT SFA-FILE     ASSIGN TO SFAFILE                        CNB22400
004500            ORGANIZATION  INDEXED                                 CNB22400
004600            ACCESS MODE   DYNAMIC                                 CNB22400
004700            RECORD KEY    SA-KEY                                  CNB22400
004800            FILE STATUS   WS-SFA-STATUS.                          CNB22400
004900     SELECT SFOUT-FILE   ASSIGN TO SFOUT                          CNB22400
005000            ORGANIZATION  SEQUENTIAL                              CNB22400
005100            FILE STATUS   WS-SFOUT-STATUS.                        CNB22400
005200     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB22400
005300            ORGANIZATION  LINE SEQUENTIAL                         CNB22400
005400            FILE STATUS   WS-RPT-STATUS.                          CNB22400
005500*                                                                 CNB22400
005600 DATA DIVISION.                                                   CNB22400
005700 FILE SECTION.                                                    CNB22400
005800 FD  PARM-FILE                                                    CNB22400
005900     RECORD CONTAINS 80 CHARACTERS.                               CNB22400
006000 01  WS-PARM-RECORD.                                              CNB22400
006100     05  PARM-FUNC                 PIC X(8).                      CNB22400
006200     05  PARM-DATE-TIME            PIC X(12).                     CNB22400
006300     05  PARM-EMP-NBR              PIC X(9).                      CNB22400
006400     05  PARM-EFF-DATE-TIME        PIC X(12).                     CNB22400
006500     05  PARM-USERID               PIC X(8).                      CNB22400
006600     05  FILLER                    PIC X(31).                     CNB22400
006700 FD  SFA-FILE                                                     CNB22400
006800     RECORD CONTAINS 320 CHARACTERS.                              CNB22400
006900 01  SA-RECORD.                                                   CNB22400
007000     05  SA-KEY.                                                  CNB22400
007100         10  SA-EMP-NBR            PIC X(9).                      CNB22400
007200         10  SA-EFF-DATE-TIME      PIC X(12).                     CNB22400
007300     05  SA-DIST                   PIC X(2).                      CNB22400
007400     05  SA-SDIST                  PIC X(2).                      CNB22400
007500     05  SA-CRAFT                  PIC X(2).                      CNB22400
007600     05  SA-EMP-NAME               PIC X(26).                     CNB22400
007700     05  SA-STATUS                 PIC X(2).                      CNB22400
007800     05  SA-STATUS-DESC            PIC X(30).                     CNB22400
007900     05  SA-ECC                    PIC X(2).                      CNB22400
008000     05  SA-ECC-DESC               PIC X(40).                     CNB22400
008100     05  SA-LAST-STATUS            PIC X(2).                      CNB22400
008200     05  SA-LAST-STATUS-DESC       PIC X(30).                     CNB22400
008300     05  SA-LAST-ECC               PIC X(2).                      CNB22400
008400     05  SA-LAST-ECC-DESC          PIC X(40).                     CNB22400
008500     05  SA-LAST-OFF               PIC X(10).                     CNB22400
008600     05  SA-LAST-ON                PIC X(10).                     CNB22400
008700     05  SA-ON-DUTY                PIC X(10).                     CNB22400
008800     05  SA-TIE-UP                 PIC X(10).                     CNB22400
008900     05  SA-LAST-ASSGN             PIC X(12).                     CNB22400
009000     05  SA-EMP-SIN                PIC X(9).                      CNB22400
009100     05  SA-EMP-SSN                PIC X(9).                      CNB22400
009200     05  SA-BIRTH-DATE             PIC X(6).                      CNB22400
009300     05  SA-ENTRY-DATE             PIC X(6).                      CNB22400
009400     05  SA-SEND-STATUS            PIC X(1).                      CNB22400
009500         88  SA-SENT                     VALUE 'S'.               CNB22400
009600         88  SA-SEND-FAILED              VALUE 'F'.               CNB22400
009700         88  SA-RESENT                   VALUE 'R'.               CNB22400
009800     05  SA-SEND-COUNT             PIC 9(2).                      CNB22400
009900     05  SA-LAST-SEND              PIC X(12).                     CNB22400
010000     05  FILLER                    PIC X(22).                     CNB22400
010100 FD  SFOUT-FILE                                                   CNB22400
010200     RECORD CONTAINS 132 CHARACTERS.                              CNB22400
010300 01  SO-RECORD.                                                   CNB22400
010400     05  SO-EMP-NBR                PIC X(9).                      CNB22400
010500     05  SO-EFF-DATE-TIME          PIC X(12).                     CNB22400
010600     05  SO-DIST                   PIC X(2).                      CNB22400
010700     05  SO-SDIST                  PIC X(2).                      CNB22400
010800     05  SO-LINE-NBR               PIC 9(2).                      CNB22400
010900     05  SO-TEXT                   PIC X(105).                    CNB22400
011000 FD  RPT-FILE                                                     CNB22400
011100     RECORD CONTAINS 132 CHARACTERS.                              CNB22400
011200 01  RPT-LINE                      PIC X(132).                    CNB22400
011300*                                                                 CNB22400
011400 WORKING-STORAGE SECTION.                                         CNB22400
011500 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB22400
011600     88  WS-PARM-OK                       VALUE '00'.             CNB22400
011700 01  WS-SFA-STATUS                 PIC XX VALUE SPACES.           CNB22400
011800     88  WS-SFA-OK                        VALUE '00'.             CNB22400
011900 01  WS-SFOUT-STATUS               PIC XX VALUE SPACES.           CNB22400
012000     88  WS-SFOUT-OK                      VALUE '00'.             CNB22400
012100 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB22400
012200     88  WS-RPT-OK                        VALUE '00'.             CNB22400
012300 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB22400
012400 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB22400
012410 COPY WSERRLOG.                                                   CNB22400
012500 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB22400
012600     88  WS-FUNC-INQUIRY                  VALUE 'INQUIRY'.        CNB22400
012700     88  WS-FUNC-REPRINT                  VALUE 'REPRINT'.        CNB22400
012800     88  WS-FUNC-RESEND                   VALUE 'RESEND'.         CNB22400
012900     88  WS-FUNC-FAILED                   VALUE 'FAILED'.         CNB22400
013000 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB22400
013100 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB22400
013200     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB22400
013300 01  WS-MASK-SW                    PIC X  VALUE 'Y'.              CNB22400
013400     88  WS-MASK-PII                      VALUE 'Y'.              CNB22400
013500 01  WS-READ-COUNT                 PIC 9(7) VALUE ZEROS.          CNB22400
013600 01  WS-SELECT-COUNT               PIC 9(7) VALUE ZEROS.          CNB22400
013700 01  WS-RESEND-COUNT               PIC 9(7) VALUE ZEROS.          CNB22400
013800 01  WS-TODAY-COUNT                PIC 9(7) VALUE ZEROS.          CNB22400
013900 01  WS-SHOW-SIN                   PIC X(9) VALUE SPACES.         CNB22400
014000 01  WS-SHOW-SSN                   PIC X(9) VALUE SPACES.         CNB22400
014100 01  WS-SHOW-BIRTH                 PIC X(6) VALUE SPACES.         CNB22400
014200 01  WS-FORM-SUB                   PIC S9(4) COMP VALUE ZEROS.    CNB22400
014300 01  WS-FORM-MAX                   PIC S9(4) COMP VALUE +7.       CNB22400
014400 01  WS-FORM-TABLE.                                               CNB22400
014500     05  WS-FORM-TEXT OCCURS 7 TIMES PIC X(105).                  CNB22400
014600 01  WS-CNB156-PGM                 PIC X(8) VALUE 'CNB156'.       CNB22400
014700 01  CNB156-COMMAREA.                                             CNB22400
014800     05  CA-USERID                 PIC X(8).                      CNB22400
014900     05  CA-FUNC-CODE              PIC X(4).                      CNB22400
015000     05  CA-TERMINAL               PIC X(4).                      CNB22400
015100     05  CA-REPLY                  PIC X(1).                      CNB22400
015200         88  CA-ALLOWED                  VALUE 'A'.               CNB22400
015300         88  CA-DENIED                   VALUE 'D'.               CNB22400
015400     05  CA-ROLE                   PIC X(8).                      CNB22400
015500 01  WS-HDR-LINE.                                                 CNB22400
015600     05  FILLER                PIC X(33)  VALUE                   CNB22400
015700         'CNB224 - STAFF-FORM ARCHIVE      '.                     CNB22400
015800     05  HDR-FUNC              PIC X(8).                          CNB22400
015900     05  FILLER                PIC X(2)   VALUE SPACES.           CNB22400
016000     05  HDR-DATE-TIME         PIC X(12).                         CNB22400
016100     05  FILLER                PIC X(2)   VALUE SPACES.           CNB22400
016200     05  HDR-NOTE              PIC X(20).                         CNB22400
016300     05  FILLER                PIC X(55)  VALUE SPACES.           CNB22400
016400 01  WS-DTL-LINE.                                                 CNB22400
016500     05  DTL-EMP-NBR               PIC X(9).                      CNB22400
016600     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22400
016700     05  DTL-EFF-DATE-TIME         PIC X(12).                     CNB22400
016800     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22400
016900     05  DTL-DIST                  PIC X(2).                      CNB22400
017000     05  DTL-SDIST                 PIC X(2).                      CNB22400
017100     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22400
017200     05  DTL-CRAFT                 PIC X(2).                      CNB22400
017300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22400
017400     05  DTL-EMP-NAME              PIC X(26).                     CNB22400
017500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22400
017600     05  DTL-LAST-STATUS           PIC X(2).                      CNB22400
017700     05  FILLER                    PIC X(4) VALUE ' -> '.         CNB22400
017800     05  DTL-STATUS                PIC X(2).                      CNB22400
017900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22400
018000     05  DTL-ECC                   PIC X(2).                      CNB22400
018100     05  FILLER                    PIC X(2) VALUE SPACES.         CNB22400
018200     05  DTL-SEND                  PIC X(6).                      CNB22400
018300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22400
018400     05  DTL-SEND-COUNT            PIC Z9.                        CNB22400
018500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22400
018600     05  DTL-LAST-SEND             PIC X(12).                     CNB22400
018700     05  FILLER                    PIC X(2) VALUE SPACES.         CNB22400
018800     05  DTL-NOTE                  PIC X(5).                      CNB22400
018900     05  FILLER                    PIC X(32) VALUE SPACES.        CNB22400
019000 01  WS-FORM-LINE.                                                CNB22400
019100     05  FILLER                    PIC X(4) VALUE SPACES.         CNB22400
019200     05  FORM-TEXT                 PIC X(105).                    CNB22400
019300     05  FILLER                    PIC X(23) VALUE SPACES.        CNB22400
019400 01  WS-CNT-LINE.                                                 CNB22400
019500     05  CNT-LABEL                 PIC X(30).                     CNB22400
019600     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB22400
019700     05  FILLER                    PIC X(95) VALUE SPACES.        CNB22400
019800*                                                                 CNB22400
019900 PROCEDURE DIVISION.                                              CNB22400
020000 P0000-MAINLINE.                                                  CNB22400
020100     PERFORM P1000-INITIALIZE                                     CNB22400
020200     PERFORM P2000-SELECT-FORMS UNTIL WS-EOF-INPUT                CNB22400
020300     PERFORM P9000-TERMINATE                                      CNB22400
020400     GOBACK.                                                      CNB22400
020500*                                                                 CNB22400
020600 P1000-INITIALIZE.                                                CNB22400
020700     OPEN INPUT PARM-FILE                                         CNB22400
020800     IF NOT WS-PARM-OK                                            CNB22400
020900        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB22400
021000        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB22400
021100        PERFORM P9999-GOT-PROBLEM                                 CNB22400
021200     END-IF                                                       CNB22400
021300     READ PARM-FILE                                               CNB22400
021400     IF NOT WS-PARM-OK                                            CNB22400
021500        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB22400
021600        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB22400
021700        PERFORM P9999-GOT-PROBLEM                                 CNB22400
021800     END-IF                                                       CNB22400
021900     MOVE PARM-FUNC                TO WS-FUNC                     CNB22400
022000     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB22400
022100     CLOSE PARM-FILE                                              CNB22400
022200     IF NOT WS-FUNC-INQUIRY AND NOT WS-FUNC-REPRINT               CNB22400
022300        AND NOT WS-FUNC-RESEND AND NOT WS-FUNC-FAILED             CNB22400
022400        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB22400
022500        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB22400
022600        PERFORM P9999-GOT-PROBLEM                                 CNB22400
022700     END-IF                                                       CNB22400
022800     IF WS-FUNC-REPRINT AND PARM-EMP-NBR NOT > SPACES             CNB22400
022900        MOVE 'P1000-NO-EMP'        TO WS-ABEND-PARAGRAPH          CNB22400
023000        MOVE 'PE'                  TO WS-ABEND-STATUS             CNB22400
023100        PERFORM P9999-GOT-PROBLEM                                 CNB22400
023200     END-IF                                                       CNB22400
023300     IF WS-FUNC-REPRINT                                           CNB22400
023400        PERFORM P1100-CHECK-PII-AUTHORITY                         CNB22400
023500     END-IF                                                       CNB22400
023600     IF WS-FUNC-RESEND                                            CNB22400
023700        OPEN I-O SFA-FILE                                         CNB22400
023800     ELSE                                                         CNB22400
023900        OPEN INPUT SFA-FILE                                       CNB22400
024000     END-IF                                                       CNB22400
024100     IF NOT WS-SFA-OK                                             CNB22400
024200        MOVE 'P1000-OPEN-SFA'      TO WS-ABEND-PARAGRAPH          CNB22400
024300        MOVE WS-SFA-STATUS         TO WS-ABEND-STATUS             CNB22400
024400        PERFORM P9999-GOT-PROBLEM                                 CNB22400
024500     END-IF                                                       CNB22400
024600     IF PARM-EMP-NBR > SPACES                                     CNB22400
024700        MOVE PARM-EMP-NBR          TO SA-EMP-NBR                  CNB22400
024800        MOVE LOW-VALUES            TO SA-EFF-DATE-TIME            CNB22400
024900        START SFA-FILE KEY NOT < SA-KEY                           CNB22400
025000        IF NOT WS-SFA-OK                                          CNB22400
025100           SET WS-EOF-INPUT TO TRUE                               CNB22400
025200        END-IF                                                    CNB22400
025300     END-IF                                                       CNB22400
025400     IF WS-FUNC-RESEND                                            CNB22400
025500        OPEN OUTPUT SFOUT-FILE                                    CNB22400
025600        IF NOT WS-SFOUT-OK                                        CNB22400
025700           MOVE 'P1000-OPEN-SFOUT' TO WS-ABEND-PARAGRAPH          CNB22400
025800           MOVE WS-SFOUT-STATUS    TO WS-ABEND-STATUS             CNB22400
025900           PERFORM P9999-GOT-PROBLEM                              CNB22400
026000        END-IF                                                    CNB22400
026100     END-IF                                                       CNB22400
026200     OPEN OUTPUT RPT-FILE                                         CNB22400
026300     IF NOT WS-RPT-OK                                             CNB22400
026400        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB22400
026500        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB22400
026600        PERFORM P9999-GOT-PROBLEM                                 CNB22400
026700     END-IF                                                       CNB22400
026800     MOVE WS-FUNC                  TO HDR-FUNC                    CNB22400
026900     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB22400
027000     MOVE SPACES                   TO HDR-NOTE                    CNB22400
027100     IF WS-FUNC-REPRINT                                           CNB22400
027200        IF WS-MASK-PII                                            CNB22400
027300           MOVE 'SIN/SSN/BIRTH MASKED' TO HDR-NOTE                CNB22400
027400        ELSE                                                      CNB22400
027500           MOVE 'SIN/SSN/BIRTH SHOWN'  TO HDR-NOTE                CNB22400
027600        END-IF                                                    CNB22400
027700     END-IF                                                       CNB22400
027800     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB22400
027900     MOVE SPACES                   TO RPT-LINE                    CNB22400
028000     WRITE RPT-LINE.                                              CNB22400
028100*                                                                 CNB22400
028200 P1100-CHECK-PII-AUTHORITY.                                       CNB22400
028300*    SIN, SSN AND BIRTH DATE ARE SHOWN ONLY WHEN THE REQUESTER'S  CNB22400
028400*    ROLE HOLDS FUNCTION SFPI ON THE AUTHFILE.  A DENIAL IS       CNB22400
028500*    AUDITED BY CNB156 ITSELF; THE REPRINT STILL RUNS, MASKED.    CNB22400
028600     SET WS-MASK-PII TO TRUE                                      CNB22400
028700     IF PARM-USERID > SPACES                                      CNB22400
028800        MOVE PARM-USERID           TO CA-USERID                   CNB22400
028900        MOVE 'SFPI'                TO CA-FUNC-CODE                CNB22400
029000        MOVE 'BTCH'                TO CA-TERMINAL                 CNB22400
029100        CALL WS-CNB156-PGM USING CNB156-COMMAREA                  CNB22400
029200        IF CA-ALLOWED                                             CNB22400
029300           MOVE 'N'                TO WS-MASK-SW                  CNB22400
029400        END-IF                                                    CNB22400
029500     END-IF.                                                      CNB22400
029600*                                                                 CNB22400
029700 P2000-SELECT-FORMS.                                              CNB22400
029800     READ SFA-FILE NEXT                                           CNB22400
029900          AT END                                                  CNB22400
030000             SET WS-EOF-INPUT TO TRUE                             CNB22400
030100     END-READ                                                     CNB22400
030200     IF NOT WS-EOF-INPUT                                          CNB22400
030300        IF PARM-EMP-NBR > SPACES                                  CNB22400
030400           AND SA-EMP-NBR NOT = PARM-EMP-NBR                      CNB22400
030500           SET WS-EOF-INPUT TO TRUE                               CNB22400
030600        END-IF                                                    CNB22400
030700     END-IF                                                       CNB22400
030800     IF NOT WS-EOF-INPUT                                          CNB22400
030900        ADD 1 TO WS-READ-COUNT                                    CNB22400
031000        IF PARM-EFF-DATE-TIME > SPACES                            CNB22400
031100           AND SA-EFF-DATE-TIME NOT = PARM-EFF-DATE-TIME          CNB22400
031200           CONTINUE                                               CNB22400
031300        ELSE                                                      CNB22400
031400           EVALUATE TRUE                                          CNB22400
031500              WHEN WS-FUNC-INQUIRY                                CNB22400
031600                   ADD 1 TO WS-SELECT-COUNT                       CNB22400
031700                   PERFORM P3000-LIST-FORM                        CNB22400
031800              WHEN WS-FUNC-REPRINT                                CNB22400
031900                   ADD 1 TO WS-SELECT-COUNT                       CNB22400
032000                   PERFORM P4000-REPRINT-FORM                     CNB22400
032100              WHEN WS-FUNC-RESEND                                 CNB22400
032200                   IF PARM-EMP-NBR > SPACES OR SA-SEND-FAILED     CNB22400
032300                      ADD 1 TO WS-SELECT-COUNT                    CNB22400
032400                      PERFORM P5000-RESEND-FORM                   CNB22400
032500                   END-IF                                         CNB22400
032600              WHEN WS-FUNC-FAILED                                 CNB22400
032700                   IF SA-SEND-FAILED                              CNB22400
032800                      ADD 1 TO WS-SELECT-COUNT                    CNB22400
032900                      PERFORM P3000-LIST-FORM                     CNB22400
033000                   END-IF                                         CNB22400
033100           END-EVALUATE                                           CNB22400
033200        END-IF                                                    CNB22400
033300     END-IF.                                                      CNB22400
033400*                                                                 CNB22400
033500 P3000-LIST-FORM.                                                 CNB22400
033600     MOVE SA-EMP-NBR               TO DTL-EMP-NBR                 CNB22400
033700     MOVE SA-EFF-DATE-TIME         TO DTL-EFF-DATE-TIME           CNB22400
033800     MOVE SA-DIST                  TO DTL-DIST                    CNB22400
033900     MOVE SA-SDIST                 TO DTL-SDIST                   CNB22400
034000     MOVE SA-CRAFT                 TO DTL-CRAFT                   CNB22400
034100     MOVE SA-EMP-NAME              TO DTL-EMP-NAME                CNB22400
034200     MOVE SA-LAST-STATUS           TO DTL-LAST-STATUS             CNB22400
034300     MOVE SA-STATUS                TO DTL-STATUS                  CNB22400
034400     MOVE SA-ECC                   TO DTL-ECC                     CNB22400
034500     EVALUATE TRUE                                                CNB22400
034600        WHEN SA-SENT                                              CNB22400
034700             MOVE 'SENT'           TO DTL-SEND                    CNB22400
034800        WHEN SA-SEND-FAILED                                       CNB22400
034900             MOVE 'FAILED'         TO DTL-SEND                    CNB22400
035000        WHEN SA-RESENT                                            CNB22400
035100             MOVE 'RESENT'         TO DTL-SEND                    CNB22400
035200        WHEN OTHER                                                CNB22400
035300             MOVE SA-SEND-STATUS   TO DTL-SEND                    CNB22400
035400     END-EVALUATE                                                 CNB22400
035500     MOVE SA-SEND-COUNT            TO DTL-SEND-COUNT              CNB22400
035600     MOVE SA-LAST-SEND             TO DTL-LAST-SEND               CNB22400
035700     MOVE SPACES                   TO DTL-NOTE                    CNB22400
035800     IF SA-EFF-DATE-TIME (1:6) = WS-RUN-DATE-TIME (1:6)           CNB22400
035900        AND WS-FUNC-FAILED                                        CNB22400
036000        MOVE 'TODAY'               TO DTL-NOTE                    CNB22400
036100        ADD 1 TO WS-TODAY-COUNT                                   CNB22400
036200     END-IF                                                       CNB22400
036300     WRITE RPT-LINE FROM WS-DTL-LINE.                             CNB22400
036400*                                                                 CNB22400
036500 P4000-REPRINT-FORM.                                              CNB22400
036600     IF WS-MASK-PII                                               CNB22400
036700        MOVE 'XXXXX'               TO WS-SHOW-SIN                 CNB22400
036800        MOVE SA-EMP-SIN (6:4)      TO WS-SHOW-SIN (6:4)           CNB22400
036900        MOVE 'XXXXX'               TO WS-SHOW-SSN                 CNB22400
037000        MOVE SA-EMP-SSN (6:4)      TO WS-SHOW-SSN (6:4)           CNB22400
037100        MOVE 'XXXXXX'              TO WS-SHOW-BIRTH               CNB22400
037200     ELSE                                                         CNB22400
037300        MOVE SA-EMP-SIN            TO WS-SHOW-SIN                 CNB22400
037400        MOVE SA-EMP-SSN            TO WS-SHOW-SSN                 CNB22400
037500        MOVE SA-BIRTH-DATE         TO WS-SHOW-BIRTH               CNB22400
037600     END-IF                                                       CNB22400
037700     PERFORM P4100-BUILD-FORM                                     CNB22400
037800     PERFORM P4200-PRINT-FORM-LINE                                CNB22400
037900             VARYING WS-FORM-SUB FROM 1 BY 1                      CNB22400
038000             UNTIL WS-FORM-SUB > WS-FORM-MAX                      CNB22400
038100     MOVE SPACES                   TO RPT-LINE                    CNB22400
038200     WRITE RPT-LINE.                                              CNB22400
038300*                                                                 CNB22400
038400 P4100-BUILD-FORM.                                                CNB22400
038500     MOVE SPACES                   TO WS-FORM-TABLE               CNB22400
038600     STRING 'STAFF FORM  ' SA-EMP-NAME ' ' SA-EMP-NBR             CNB22400
038700            '  DIST ' SA-DIST '  SUB-DIST ' SA-SDIST              CNB22400
038800            '  CRAFT ' SA-CRAFT                                   CNB22400
038900            DELIMITED BY SIZE INTO WS-FORM-TEXT (1)               CNB22400
039000     STRING 'EFFECTIVE   ' SA-EFF-DATE-TIME                       CNB22400
039100            '  SEND STATUS ' SA-SEND-STATUS                       CNB22400
039200            '  SEND COUNT ' SA-SEND-COUNT                         CNB22400
039300            '  LAST SENT ' SA-LAST-SEND                           CNB22400
039400            DELIMITED BY SIZE INTO WS-FORM-TEXT (2)               CNB22400
039500     STRING 'NEW STATUS  ' SA-STATUS ' ' SA-STATUS-DESC           CNB22400
039600            ' ECC ' SA-ECC ' ' SA-ECC-DESC                        CNB22400
039700            DELIMITED BY SIZE INTO WS-FORM-TEXT (3)               CNB22400
039800     STRING 'LAST STATUS ' SA-LAST-STATUS ' ' SA-LAST-STATUS-DESC CNB22400
039900            ' ECC ' SA-LAST-ECC ' ' SA-LAST-ECC-DESC              CNB22400
040000            DELIMITED BY SIZE INTO WS-FORM-TEXT (4)               CNB22400
040100     STRING 'LAST OFF    ' SA-LAST-OFF '  LAST ON ' SA-LAST-ON    CNB22400
040200            '  ON DUTY ' SA-ON-DUTY '  TIE UP ' SA-TIE-UP         CNB22400
040300            DELIMITED BY SIZE INTO WS-FORM-TEXT (5)               CNB22400
040400     STRING 'LAST ASSIGNMENT ' SA-LAST-ASSGN                      CNB22400
040500            DELIMITED BY SIZE INTO WS-FORM-TEXT (6)               CNB22400
040600     STRING 'SIN ' WS-SHOW-SIN '  SSN ' WS-SHOW-SSN               CNB22400
040700            '  BIRTH DATE ' WS-SHOW-BIRTH                         CNB22400
040800            '  ENTRY DATE ' SA-ENTRY-DATE                         CNB22400
040900            DELIMITED BY SIZE INTO WS-FORM-TEXT (7).              CNB22400
041000*                                                                 CNB22400
041100 P4200-PRINT-FORM-LINE.                                           CNB22400
041200     MOVE WS-FORM-TEXT (WS-FORM-SUB) TO FORM-TEXT                 CNB22400
041300     WRITE RPT-LINE FROM WS-FORM-LINE.                            CNB22400
041400*                                                                 CNB22400
041500 P5000-RESEND-FORM.                                               CNB22400
041600*    THE RESENT FORM GOES TO THE SAME P930 DISTRIBUTION AS THE    CNB22400
041700*    ORIGINAL, SO IT CARRIES THE SAME UNMASKED CONTENT.           CNB22400
041800     MOVE SA-EMP-SIN               TO WS-SHOW-SIN                 CNB22400
041900     MOVE SA-EMP-SSN               TO WS-SHOW-SSN                 CNB22400
042000     MOVE SA-BIRTH-DATE            TO WS-SHOW-BIRTH               CNB22400
042100     SET SA-RESENT TO TRUE                                        CNB22400
042200     ADD 1 TO SA-SEND-COUNT                                       CNB22400
042300     MOVE WS-RUN-DATE-TIME         TO SA-LAST-SEND                CNB22400
042400     PERFORM P4100-BUILD-FORM                                     CNB22400
042500     PERFORM P5100-WRITE-SFOUT                                    CNB22400
042600             VARYING WS-FORM-SUB FROM 1 BY 1                      CNB22400
042700             UNTIL WS-FORM-SUB > WS-FORM-MAX                      CNB22400
042800     REWRITE SA-RECORD                                            CNB22400
042900     IF NOT WS-SFA-OK                                             CNB22400
043000        MOVE 'P5000-REWR-SFA'      TO WS-ABEND-PARAGRAPH          CNB22400
043100        MOVE WS-SFA-STATUS         TO WS-ABEND-STATUS             CNB22400
043200        PERFORM P9999-GOT-PROBLEM                                 CNB22400
043300     END-IF                                                       CNB22400
043400     ADD 1 TO WS-RESEND-COUNT                                     CNB22400
043500     PERFORM P3000-LIST-FORM.                                     CNB22400
043600*                                                                 CNB22400
043700 P5100-WRITE-SFOUT.                                               CNB22400
043800     MOVE SA-EMP-NBR               TO SO-EMP-NBR                  CNB22400
043900     MOVE SA-EFF-DATE-TIME         TO SO-EFF-DATE-TIME            CNB22400
044000     MOVE SA-DIST                  TO SO-DIST                     CNB22400
044100     MOVE SA-SDIST                 TO SO-SDIST                    CNB22400
044200     MOVE WS-FORM-SUB              TO SO-LINE-NBR                 CNB22400
044300     MOVE WS-FORM-TEXT (WS-FORM-SUB) TO SO-TEXT                   CNB22400
044400     WRITE SO-RECORD                                              CNB22400
044500     IF NOT WS-SFOUT-OK                                           CNB22400
044600        MOVE 'P5100-WR-SFOUT'      TO WS-ABEND-PARAGRAPH          CNB22400
044700        MOVE WS-SFOUT-STATUS       TO WS-ABEND-STATUS             CNB22400
044800        PERFORM P9999-GOT-PROBLEM                                 CNB22400
044900     END-IF.                                                      CNB22400
045000*                                                                 CNB22400
045100 P9000-TERMINATE.                                                 CNB22400
045200     MOVE SPACES                   TO RPT-LINE                    CNB22400
045300     WRITE RPT-LINE                                               CNB22400
045400     MOVE 'ARCHIVED FORMS READ .......' TO CNT-LABEL              CNB22400
045500     MOVE WS-READ-COUNT            TO CNT-VALUE                   CNB22400
045600     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB22400
045700     MOVE 'FORMS SELECTED ............' TO CNT-LABEL              CNB22400
045800     MOVE WS-SELECT-COUNT          TO CNT-VALUE                   CNB22400
045900     WRITE RPT-LINE FROM WS-CNT-LINE                              CNB22400
046000     IF WS-FUNC-RESEND                                            CNB22400
046100        MOVE 'FORMS RESENT ..............' TO CNT-LABEL           CNB22400
046200        MOVE WS-RESEND-COUNT       TO CNT-VALUE                   CNB22400
046300        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB22400
046400        CLOSE SFOUT-FILE                                          CNB22400
046500     END-IF                                                       CNB22400
046600     IF WS-FUNC-FAILED                                            CNB22400
046700        MOVE 'FAILED TODAY ..............' TO CNT-LABEL           CNB22400
046800        MOVE WS-TODAY-COUNT        TO CNT-VALUE                   CNB22400
046900        WRITE RPT-LINE FROM WS-CNT-LINE                           CNB22400
047000     END-IF                                                       CNB22400
047100     CLOSE SFA-FILE                                               CNB22400
047200           RPT-FILE.                                              CNB22400
047300*                                                                 CNB22400
047400 P9999-GOT-PROBLEM.                                               CNB22400
047410     MOVE 'CNB224'                 TO XE-PROGRAM                  CNB22400
047420     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB22400
047430     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB22400
047440     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB22400
047500     DISPLAY 'CNB224 ABEND IN ' WS-ABEND-PARAGRAPH                CNB22400
047600              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB22400
047700     MOVE 16 TO RETURN-CODE                                       CNB22400
047800     GOBACK.                                                      CNB22400
