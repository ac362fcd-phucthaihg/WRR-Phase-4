000100 IDENTIFICATION DIVISION.                                         CNB22600
000200 PROGRAM-ID. CNB226.                                              CNB22600
000300*AUTHOR.     JMC.                                                 CNB22600
000400*DATE-WRITTEN. 10/15/26.                                          CNB22600
000500*REMARKS.                                                         CNB22600
000600*    SINGLE-USE QUALIFICATION CONSUMPTION REGISTER.  CNP919'S     CNB22600
000700*    P1160-REMOVE-I-TIME DELETES ANY QUALIFICATION WHOSE CONTROL  CNB22600
000800*    REC-TYPE '12' ENTRY IS ONE-TYPE-ONLY AS SOON AS THE EMPLOYEE CNB22600
000900*    IS CALLED.  IF THE CALL IS THEN CANCELLED OR ANNULLED THE    CNB22600
001000*    QUALIFICATION WAS LOST AND THE CLERK REBUILT IT BY HAND.     CNB22600
001100*    CNP919 NOW REGISTERS (CICS FILE CONTROL) THE QUALIFICATION   CNB22600
001200*    RECORD AS IT STOOD BEFORE THE DELETE AND THE CALL THAT       CNB22600
001300*    CONSUMED IT; QCRFILE KEEPS ONE RECORD PER EMPLOYEE, CALL     CNB22600
001400*    DATE-TIME AND QUALIFICATION.  FUNCTIONS FROM THE PARM CARD:  CNB22600
001500*      RESTORE - LOADS QRTRAN CARDS (EMPLOYEE, CALL DATE-TIME,    CNB22600
001600*                QUALIFICATION - BLANK = EVERY QUALIFICATION THAT CNB22600
001700*                CALL CONSUMED - AND USER) FOR CANCELLED CALLS.   CNB22600
001800*                THE SAVED QUALIFICATION RECORD IS WRITTEN BACK TOCNB22600
001900*                QUALFILE AND THE REGISTER MARKED RESTORED.  THE  CNB22600
002000*                CNP06/CNP02D QUALIFICATION BOARDS ARE BUILT FROM CNB22600
002100*                QUALFILE, SO THEY ARE RIGHT AGAIN WITHOUT        CNB22600
002200*                RE-KEYING.  REJECTS: NOTF (NO SUCH CONSUMPTION), CNB22600
002300*                RSTD (ALREADY RESTORED).  A QUALIFICATION ALREADYCNB22600
002400*                BACK ON QUALFILE (RE-KEYED BY HAND) IS MARKED    CNB22600
002500*                RESTORED AND NOTED, NOT OVERLAID.                CNB22600
002600*      WEEKLY  - EVERY QUALIFICATION CONSUMED IN THE SEVEN DAYS   CNB22600
002700*                ENDING ON THE RUN DATE, THEN TOTALS BY TERRITORY CNB22600
002800*                AND QUALIFICATION - CONSUMED, RESTORED AND STILL CNB22600
002900*                OUT.                                             CNB22600
003000*    THE PARM DATE-TIME IS YYMMDDHHMMSS - THE SUITE'S STANDARD    CNB22600
003100*    12-CHARACTER PARM CONVENTION (SEE CNB130).                   CNB22600
003200*                                                                 CNB22600
003300*TBD  THE QUALFILE LAYOUT IS TAKEN AS THE 100-BYTE WSQUAL RECORD  CNB22600
003400*KEYED BY EMPLOYEE AND QUALIFICATION (PRODUCTION WSQUAL NOT IN    CNB22600
003500*THIS LIBRARY) - VERIFY THE RECORD LENGTH AGAINST THE CLUSTER.    CNB22600
003600*THE ONLINE CALL-CANCEL TRANSACTION IS NOT IN THIS LIBRARY EITHER;CNB22600
003700*UNTIL IT LINKS A RESTORE ITSELF, CANCELLED CALLS ARE RESTORED    CNB22600
003800*FROM QRTRAN CARDS.                                               CNB22600
003900*                                                                 CNB22600
004000 ENVIRONMENT DIVISION.                                            CNB22600
004100 CONFIGURATION SECTION.                                           CNB22600
004200 SOURCE-COMPUTER.  IBM-370.                                       CNB22600
004300 OBJECT-COMPUTER.  IBM-370.                                       CNB22600
004400 INPUT-OUTPUT SECTION.                                            CNB22600
004500 FILE-CONTROL.                                                    CNB22600
004600     SELECT PARM-FILE    ASSIGN TO PARMFILE                       CNB22600
004700            ORGANIZATION  SEQUENTIAL                              CNB22600
004800            FILE STATUS   WS-PARM-STATUS.                         CNB22600
004900     SELECT QRTRAN-FILE  ASSIGN TO QRTRAN                         CNB22600
005000            ORGANIZATION  SEQUENTIAL                              CNB22600
005100            FILE STATUS   WS-QRTRAN-STATUS.                       CNB22600
005200     SELECT QCR-FILE     ASSIGN TO QCRFILE                        CNB22600
005300            ORGANIZATION  INDEXED                                 CNB22600
005400            ACCESS MODE   DYNAMIC                                 CNB22600
005500            RECORD KEY    QC-KEY                                  CNB22600
005600            FILE STATUS   WS-QCR-STATUS.                          CNB22600
005700     SELECT QUAL-FILE    ASSIGN TO QUALFILE                       CNB22600
005800            ORGANIZATION  INDEXED                                 CNB22600
005900            ACCESS MODE   RANDOM                                  CNB22600
006000            RECORD KEY    QL-KEY                                  CNB22600
006100            FILE STATUS   WS-QUAL-STATUS.                         CNB22600
006200     SELECT RPT-FILE     ASSIGN TO RPTFILE                        CNB22600
006300            ORGANIZATION  LINE SEQUENTIAL                         CNB22600
006400            FILE STATUS   WS-RPT-STATUS.                          CNB22600
006500*                                                                 CNB22600
006600 DATA DIVISION.                                                   CNB22600
006700 FILE SECTION.                                                    CNB22600
006800 FD  PARM-FILE                                                    CNB22600
006900     RECORD CONTAINS 80 CHARACTERS.                               CNB22600
007000 01  WS-PARM-RECORD.                                              CNB22600
007100     05  PARM-FUNC                 PIC X(8).                      CNB22600
007200     05  PARM-DATE-TIME            PIC X(12).                     CNB22600
007300     05  FILLER                    PIC X(60).                     CNB22600
007400 FD  QRTRAN-FILE                                                  CNB22600
007500     RECORD CONTAINS 80 CHARACTERS.                               CNB22600
007600 01  QR-RECORD.                                                   CNB22600
007700     05  QR-EMP-NBR                PIC X(9).                      CNB22600
007800*    YYMMDDHHMM:                                                  CNB22600
007900     05  QR-CALL-DATE-TIME         PIC X(10).                     CNB22600
008000     05  QR-QUAL                   PIC X(4).                      CNB22600
008100     05  QR-USER                   PIC X(8).                      CNB22600
008200     05  FILLER                    PIC X(49).                     CNB22600
008300 FD  QCR-FILE                                                     CNB22600
008400     RECORD CONTAINS 200 CHARACTERS.                              CNB22600
008500 01  QC-RECORD.                                                   CNB22600
008600     05  QC-KEY.                                                  CNB22600
008700         10  QC-EMP-NBR            PIC X(9).                      CNB22600
008800         10  QC-CALL-DATE-TIME     PIC X(10).                     CNB22600
008900         10  QC-QUAL               PIC X(4).                      CNB22600
009000     05  QC-EMP-NAME               PIC X(26).                     CNB22600
009100     05  QC-DIST                   PIC X(2).                      CNB22600
009200     05  QC-SDIST                  PIC X(2).                      CNB22600
009300     05  QC-POOL                   PIC X(2).                      CNB22600
009400     05  QC-TRAIN                  PIC X(10).                     CNB22600
009500     05  QC-STATE                  PIC X(1).                      CNB22600
009600         88  QC-CONSUMED                 VALUE 'C'.               CNB22600
009700         88  QC-RESTORED                 VALUE 'R'.               CNB22600
009800     05  QC-RESTORE-DATE-TIME      PIC X(12).                     CNB22600
009900     05  QC-RESTORE-BY             PIC X(8).                      CNB22600
010000     05  QC-QUAL-IMAGE             PIC X(100).                    CNB22600
010100     05  FILLER                    PIC X(14).                     CNB22600
010200 FD  QUAL-FILE                                                    CNB22600
010300     RECORD CONTAINS 100 CHARACTERS.                              CNB22600
010400 01  QL-RECORD.                                                   CNB22600
010500     05  QL-KEY.                                                  CNB22600
010600         10  QL-EMP-NBR            PIC X(9).                      CNB22600
010700         10  QL-QUAL               PIC X(4).                      CNB22600
010800     05  FILLER                    PIC X(87).                     CNB22600
010900 FD  RPT-FILE                                                     CNB22600
011000     RECORD CONTAINS 132 CHARACTERS.                              CNB22600
011100 01  RPT-LINE                      PIC X(132).                    CNB22600
011200*                                                                 CNB22600
011300 WORKING-STORAGE SECTION.                                         CNB22600
011400 01  WS-PARM-STATUS                PIC XX VALUE SPACES.           CNB22600
011500     88  WS-PARM-OK                       VALUE '00'.             CNB22600
011600 01  WS-QRTRAN-STATUS              PIC XX VALUE SPACES.           CNB22600
011700     88  WS-QRTRAN-OK                     VALUE '00'.             CNB22600
011800 01  WS-QCR-STATUS                 PIC XX VALUE SPACES.           CNB22600
011900     88  WS-QCR-OK                        VALUE '00'.             CNB22600
012000     88  WS-QCR-NOTFND                    VALUE '23'.             CNB22600
012100 01  WS-QUAL-STATUS                PIC XX VALUE SPACES.           CNB22600
012200     88  WS-QUAL-OK                       VALUE '00'.             CNB22600
012300     88  WS-QUAL-DUP                      VALUE '22'.             CNB22600
012400 01  WS-RPT-STATUS                 PIC XX VALUE SPACES.           CNB22600
012500     88  WS-RPT-OK                        VALUE '00'.             CNB22600
012600 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB22600
012700 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB22600
012710 COPY WSERRLOG.                                                   CNB22600
012800 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB22600
012900     88  WS-FUNC-RESTORE                  VALUE 'RESTORE'.        CNB22600
013000     88  WS-FUNC-WEEKLY                   VALUE 'WEEKLY'.         CNB22600
013100 01  WS-RUN-DATE-TIME              PIC X(12) VALUE SPACES.        CNB22600
013200 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB22600
013300     88  WS-EOF-INPUT                     VALUE 'Y'.              CNB22600
013400 01  WS-SCAN-END-SW                PIC X  VALUE 'N'.              CNB22600
013500     88  WS-SCAN-END                      VALUE 'Y'.              CNB22600
013600 01  WS-RESULT                     PIC X(20) VALUE SPACES.        CNB22600
013700 01  WS-REJECT                     PIC X(4) VALUE SPACES.         CNB22600
013800 01  WS-CALL-FOUND                 PIC 9(3) VALUE ZEROS.          CNB22600
013900 01  WS-TRAN-COUNT                 PIC 9(7) VALUE ZEROS.          CNB22600
014000 01  WS-RESTORED-COUNT             PIC 9(7) VALUE ZEROS.          CNB22600
014100 01  WS-ON-FILE-COUNT              PIC 9(7) VALUE ZEROS.          CNB22600
014200 01  WS-REJ-COUNT                  PIC 9(7) VALUE ZEROS.          CNB22600
014300 01  WS-WEEK-COUNT                 PIC 9(7) VALUE ZEROS.          CNB22600
014400 01  WS-WEEK-OUT-COUNT             PIC 9(7) VALUE ZEROS.          CNB22600
014500 01  WS-RUN-SERIAL                 PIC S9(7) COMP VALUE ZEROS.    CNB22600
014600 01  WS-AGE-DAYS                   PIC S9(7) COMP VALUE ZEROS.    CNB22600
014700 01  WS-SERIAL-A                   PIC S9(7) COMP VALUE ZEROS.    CNB22600
014800 01  WS-SERIAL-B                   PIC S9(7) COMP VALUE ZEROS.    CNB22600
014900 01  WS-SERIAL-DATE.                                              CNB22600
015000     05  WS-SD-YY                  PIC 9(2).                      CNB22600
015100     05  WS-SD-MM                  PIC 9(2).                      CNB22600
015200     05  WS-SD-DD                  PIC 9(2).                      CNB22600
015300 01  WS-SERIAL-DAYS                PIC S9(7) COMP VALUE ZEROS.    CNB22600
015400 01  WS-CUM-DAYS-TABLE.                                           CNB22600
015500     05  FILLER                    PIC X(36) VALUE                CNB22600
015600         '000031059090120151181212243273304334'.                  CNB22600
015700 01  WS-CUM-DAYS REDEFINES WS-CUM-DAYS-TABLE.                     CNB22600
015800     05  WS-CUM-MON OCCURS 12 TIMES PIC 9(3).                     CNB22600
015900 01  WS-TER-COUNT                  PIC S9(4) COMP VALUE ZEROS.    CNB22600
016000 01  WS-TER-MAX                    PIC S9(4) COMP VALUE +300.     CNB22600
016100 01  WS-TER-SUB                    PIC S9(4) COMP VALUE ZEROS.    CNB22600
016200 01  WS-TER-FOUND-SW               PIC X  VALUE 'N'.              CNB22600
016300     88  WS-TER-FOUND                     VALUE 'Y'.              CNB22600
016400 01  WS-TER-KEY.                                                  CNB22600
016500     05  WS-TK-DIST                PIC X(2).                      CNB22600
016600     05  WS-TK-SDIST               PIC X(2).                      CNB22600
016700     05  WS-TK-QUAL                PIC X(4).                      CNB22600
016800 01  WS-TERRITORY-TABLE.                                          CNB22600
016900     05  WS-TER-ENTRY OCCURS 300 TIMES.                           CNB22600
017000         10  WS-TER-ENTRY-KEY      PIC X(8).                      CNB22600
017100         10  WS-TER-CONSUMED       PIC S9(5) COMP.                CNB22600
017200         10  WS-TER-RESTORED       PIC S9(5) COMP.                CNB22600
017300         10  WS-TER-OUT            PIC S9(5) COMP.                CNB22600
017400 01  WS-HDR-LINE.                                                 CNB22600
017500     05  FILLER                PIC X(38)  VALUE                   CNB22600
017600         'CNB226 - SINGLE-USE QUAL CONSUMPTION  '.                CNB22600
017700     05  FILLER                PIC X(2)   VALUE SPACES.           CNB22600
017800     05  HDR-FUNC              PIC X(8).                          CNB22600
017900     05  FILLER                PIC X(2)   VALUE SPACES.           CNB22600
018000     05  HDR-DATE-TIME         PIC X(12).                         CNB22600
018100     05  FILLER                PIC X(70)  VALUE SPACES.           CNB22600
018200 01  WS-DTL-LINE.                                                 CNB22600
018300     05  DTL-DIST                  PIC X(2).                      CNB22600
018400     05  DTL-SDIST                 PIC X(2).                      CNB22600
018500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22600
018600     05  DTL-POOL                  PIC X(2).                      CNB22600
018700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22600
018800     05  DTL-EMP-NBR               PIC X(9).                      CNB22600
018900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22600
019000     05  DTL-EMP-NAME              PIC X(26).                     CNB22600
019100     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22600
019200     05  DTL-QUAL                  PIC X(4).                      CNB22600
019300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22600
019400     05  DTL-CALL                  PIC X(10).                     CNB22600
019500     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22600
019600     05  DTL-TRAIN                 PIC X(10).                     CNB22600
019700     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22600
019800     05  DTL-STATE                 PIC X(8).                      CNB22600
019900     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22600
020000     05  DTL-RESTORED              PIC X(12).                     CNB22600
020100     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22600
020200     05  DTL-RESTORE-BY            PIC X(8).                      CNB22600
020300     05  FILLER                    PIC X(1) VALUE SPACES.         CNB22600
020400     05  DTL-RESULT                PIC X(20).                     CNB22600
020500     05  FILLER                    PIC X(9) VALUE SPACES.         CNB22600
020600 01  WS-SUM-HDR-LINE.                                             CNB22600
020700     05  FILLER                    PIC X(50) VALUE                CNB22600
020800         'TERR  QUAL    CONSUMED    RESTORED   STILL OUT'.        CNB22600
020900     05  FILLER                    PIC X(82) VALUE SPACES.        CNB22600
021000 01  WS-SUM-LINE.                                                 CNB22600
021100     05  SUM-DIST                  PIC X(2).                      CNB22600
021200     05  SUM-SDIST                 PIC X(2).                      CNB22600
021300     05  FILLER                    PIC X(2) VALUE SPACES.         CNB22600
021400     05  SUM-QUAL                  PIC X(4).                      CNB22600
021500     05  FILLER                    PIC X(4) VALUE SPACES.         CNB22600
021600     05  SUM-CONSUMED              PIC ZZZ,ZZ9.                   CNB22600
021700     05  FILLER                    PIC X(5) VALUE SPACES.         CNB22600
021800     05  SUM-RESTORED              PIC ZZZ,ZZ9.                   CNB22600
021900     05  FILLER                    PIC X(5) VALUE SPACES.         CNB22600
022000     05  SUM-OUT                   PIC ZZZ,ZZ9.                   CNB22600
022100     05  FILLER                    PIC X(87) VALUE SPACES.        CNB22600
022200 01  WS-CNT-LINE.                                                 CNB22600
022300     05  CNT-LABEL                 PIC X(30).                     CNB22600
022400     05  CNT-VALUE                 PIC ZZZ,ZZ9.                   CNB22600
022500     05  FILLER                    PIC X(95) VALUE SPACES.        CNB22600
022600*                                                                 CNB22600
022700 PROCEDURE DIVISION.                                              CNB22600
022800 P0000-MAINLINE.                                                  CNB22600
022900     PERFORM P1000-INITIALIZE                                     CNB22600
023000     EVALUATE TRUE                                                CNB22600
023100        WHEN WS-FUNC-RESTORE                                      CNB22600
023200             PERFORM P2000-RESTORE-TRAN UNTIL WS-EOF-INPUT        CNB22600
023300        WHEN WS-FUNC-WEEKLY                                       CNB22600
023400             PERFORM P3000-WEEKLY-SCAN UNTIL WS-EOF-INPUT         CNB22600
023500             PERFORM P3500-PRINT-TERRITORIES                      CNB22600
023600     END-EVALUATE                                                 CNB22600
023700     PERFORM P9000-TERMINATE                                      CNB22600
023800     GOBACK.                                                      CNB22600
023900*                                                                 CNB22600
024000 P1000-INITIALIZE.                                                CNB22600
024100     OPEN INPUT PARM-FILE                                         CNB22600
024200     IF NOT WS-PARM-OK                                            CNB22600
024300        MOVE 'P1000-OPEN-PARM'     TO WS-ABEND-PARAGRAPH          CNB22600
024400        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB22600
024500        PERFORM P9999-GOT-PROBLEM                                 CNB22600
024600     END-IF                                                       CNB22600
024700     READ PARM-FILE                                               CNB22600
024800     IF NOT WS-PARM-OK                                            CNB22600
024900        MOVE 'P1000-READ-PARM'     TO WS-ABEND-PARAGRAPH          CNB22600
025000        MOVE WS-PARM-STATUS        TO WS-ABEND-STATUS             CNB22600
025100        PERFORM P9999-GOT-PROBLEM                                 CNB22600
025200     END-IF                                                       CNB22600
025300     MOVE PARM-FUNC                TO WS-FUNC                     CNB22600
025400     MOVE PARM-DATE-TIME           TO WS-RUN-DATE-TIME            CNB22600
025500     CLOSE PARM-FILE                                              CNB22600
025600     IF NOT WS-FUNC-RESTORE AND NOT WS-FUNC-WEEKLY                CNB22600
025700        MOVE 'P1000-BAD-FUNC'      TO WS-ABEND-PARAGRAPH          CNB22600
025800        MOVE 'PF'                  TO WS-ABEND-STATUS             CNB22600
025900        PERFORM P9999-GOT-PROBLEM                                 CNB22600
026000     END-IF                                                       CNB22600
026100     IF WS-FUNC-WEEKLY                                            CNB22600
026200        OPEN INPUT QCR-FILE                                       CNB22600
026300     ELSE                                                         CNB22600
026400        OPEN I-O QCR-FILE                                         CNB22600
026500        IF WS-QCR-STATUS = '35'                                   CNB22600
026600           OPEN OUTPUT QCR-FILE                                   CNB22600
026700           CLOSE QCR-FILE                                         CNB22600
026800           OPEN I-O QCR-FILE                                      CNB22600
026900        END-IF                                                    CNB22600
027000     END-IF                                                       CNB22600
027100     IF NOT WS-QCR-OK                                             CNB22600
027200        MOVE 'P1000-OPEN-QCR'      TO WS-ABEND-PARAGRAPH          CNB22600
027300        MOVE WS-QCR-STATUS         TO WS-ABEND-STATUS             CNB22600
027400        PERFORM P9999-GOT-PROBLEM                                 CNB22600
027500     END-IF                                                       CNB22600
027600     OPEN OUTPUT RPT-FILE                                         CNB22600
027700     IF NOT WS-RPT-OK                                             CNB22600
027800        MOVE 'P1000-OPEN-RPT'      TO WS-ABEND-PARAGRAPH          CNB22600
027900        MOVE WS-RPT-STATUS         TO WS-ABEND-STATUS             CNB22600
028000        PERFORM P9999-GOT-PROBLEM                                 CNB22600
028100     END-IF                                                       CNB22600
028200     MOVE WS-FUNC                  TO HDR-FUNC                    CNB22600
028300     MOVE WS-RUN-DATE-TIME         TO HDR-DATE-TIME               CNB22600
028400     WRITE RPT-LINE FROM WS-HDR-LINE                              CNB22600
028500     MOVE SPACES                   TO RPT-LINE                    CNB22600
028600     WRITE RPT-LINE                                               CNB22600
028700     EVALUATE TRUE                                                CNB22600
028800        WHEN WS-FUNC-RESTORE                                      CNB22600
028900             OPEN I-O QUAL-FILE                                   CNB22600
029000             IF NOT WS-QUAL-OK                                    CNB22600
029100                MOVE 'P1000-OPEN-QUAL' TO WS-ABEND-PARAGRAPH      CNB22600
029200                MOVE WS-QUAL-STATUS    TO WS-ABEND-STATUS         CNB22600
029300                PERFORM P9999-GOT-PROBLEM                         CNB22600
029400             END-IF                                               CNB22600
029500             OPEN INPUT QRTRAN-FILE                               CNB22600
029600             IF NOT WS-QRTRAN-OK                                  CNB22600
029700                MOVE 'P1000-OPEN-TRAN' TO WS-ABEND-PARAGRAPH      CNB22600
029800                MOVE WS-QRTRAN-STATUS  TO WS-ABEND-STATUS         CNB22600
029900                PERFORM P9999-GOT-PROBLEM                         CNB22600
030000             END-IF                                               CNB22600
030100             PERFORM P2010-READ-TRAN                              CNB22600
030200        WHEN WS-FUNC-WEEKLY                                       CNB22600
030300             MOVE WS-RUN-DATE-TIME (1:6) TO WS-SERIAL-DATE        CNB22600
030400             PERFORM P8000-DATE-TO-SERIAL                         CNB22600
030500             MOVE WS-SERIAL-DAYS   TO WS-RUN-SERIAL               CNB22600
030600             MOVE LOW-VALUES       TO QC-KEY                      CNB22600
030700             START QCR-FILE KEY NOT < QC-KEY                      CNB22600
030800             IF NOT WS-QCR-OK                                     CNB22600
030900                SET WS-EOF-INPUT   TO TRUE                        CNB22600
031000             END-IF                                               CNB22600
031100     END-EVALUATE.                                                CNB22600
031200*                                                                 CNB22600
031300 P2000-RESTORE-TRAN.                                              CNB22600
031400     ADD 1 TO WS-TRAN-COUNT                                       CNB22600
031500     MOVE SPACES                   TO WS-REJECT                   CNB22600
031600                                      WS-RESULT                   CNB22600
031700     IF QR-QUAL > SPACES                                          CNB22600
031800        PERFORM P2100-RESTORE-ONE-QUAL                            CNB22600
031900     ELSE                                                         CNB22600
032000        PERFORM P2200-RESTORE-WHOLE-CALL                          CNB22600
032100     END-IF                                                       CNB22600
032200     IF WS-REJECT > SPACES                                        CNB22600
032300        ADD 1 TO WS-REJ-COUNT                                     CNB22600
032400        MOVE SPACES                TO QC-RECORD                   CNB22600
032500        MOVE QR-EMP-NBR            TO QC-EMP-NBR                  CNB22600
032600        MOVE QR-CALL-DATE-TIME     TO QC-CALL-DATE-TIME           CNB22600
032700        MOVE QR-QUAL               TO QC-QUAL                     CNB22600
032800        MOVE SPACES                TO WS-RESULT                   CNB22600
032900        STRING 'REJECTED - ' WS-REJECT                            CNB22600
033000               DELIMITED BY SIZE INTO WS-RESULT                   CNB22600
033100        PERFORM P5000-PRINT-CONSUMPTION                           CNB22600
033200     END-IF                                                       CNB22600
033300     PERFORM P2010-READ-TRAN.                                     CNB22600
033400*                                                                 CNB22600
033500 P2010-READ-TRAN.                                                 CNB22600
033600     READ QRTRAN-FILE                                             CNB22600
033700          AT END                                                  CNB22600
033800             SET WS-EOF-INPUT TO TRUE                             CNB22600
033900     END-READ.                                                    CNB22600
034000*                                                                 CNB22600
034100 P2100-RESTORE-ONE-QUAL.                                          CNB22600
034200     MOVE QR-EMP-NBR               TO QC-EMP-NBR                  CNB22600
034300     MOVE QR-CALL-DATE-TIME        TO QC-CALL-DATE-TIME           CNB22600
034400     MOVE QR-QUAL                  TO QC-QUAL                     CNB22600
034500     READ QCR-FILE                                                CNB22600
034600     EVALUATE TRUE                                                CNB22600
034700        WHEN WS-QCR-NOTFND                                        CNB22600
034800             MOVE 'NOTF'           TO WS-REJECT                   CNB22600
034900        WHEN NOT WS-QCR-OK                                        CNB22600
035000             MOVE 'P2100-READ-QCR' TO WS-ABEND-PARAGRAPH          CNB22600
035100             MOVE WS-QCR-STATUS    TO WS-ABEND-STATUS             CNB22600
035200             PERFORM P9999-GOT-PROBLEM                            CNB22600
035300        WHEN QC-RESTORED                                          CNB22600
035400             MOVE 'RSTD'           TO WS-REJECT                   CNB22600
035500        WHEN OTHER                                                CNB22600
035600             PERFORM P2300-PUT-QUAL-BACK                          CNB22600
035700     END-EVALUATE.                                                CNB22600
035800*                                                                 CNB22600
035900 P2200-RESTORE-WHOLE-CALL.                                        CNB22600
036000*    NO QUALIFICATION ON THE CARD - PUT BACK EVERYTHING THE CALL  CNB22600
036100*    CONSUMED.  NOTHING ON THE REGISTER FOR THE CALL IS NOTF;     CNB22600
036200*    NOTHING LEFT TO PUT BACK IS RSTD.                            CNB22600
036300     MOVE ZEROS                    TO WS-CALL-FOUND               CNB22600
036400     MOVE 'N'                      TO WS-SCAN-END-SW              CNB22600
036500     MOVE QR-EMP-NBR               TO QC-EMP-NBR                  CNB22600
036600     MOVE QR-CALL-DATE-TIME        TO QC-CALL-DATE-TIME           CNB22600
036700     MOVE LOW-VALUES               TO QC-QUAL                     CNB22600
036800     START QCR-FILE KEY NOT < QC-KEY                              CNB22600
036900     IF NOT WS-QCR-OK                                             CNB22600
037000        SET WS-SCAN-END TO TRUE                                   CNB22600
037100     END-IF                                                       CNB22600
037200     PERFORM P2210-NEXT-CALL-QUAL UNTIL WS-SCAN-END               CNB22600
037300     IF WS-CALL-FOUND = ZEROS                                     CNB22600
037400        MOVE 'NOTF'                TO WS-REJECT                   CNB22600
037500     ELSE                                                         CNB22600
037600        IF WS-RESULT NOT > SPACES                                 CNB22600
037700           MOVE 'RSTD'             TO WS-REJECT                   CNB22600
037800        END-IF                                                    CNB22600
037900     END-IF.                                                      CNB22600
038000*                                                                 CNB22600
038100 P2210-NEXT-CALL-QUAL.                                            CNB22600
038200     READ QCR-FILE NEXT                                           CNB22600
038300          AT END                                                  CNB22600
038400             SET WS-SCAN-END TO TRUE                              CNB22600
038500     END-READ                                                     CNB22600
038600     IF NOT WS-SCAN-END                                           CNB22600
038700        IF QC-EMP-NBR NOT = QR-EMP-NBR                            CNB22600
038800           OR QC-CALL-DATE-TIME NOT = QR-CALL-DATE-TIME           CNB22600
038900           SET WS-SCAN-END TO TRUE                                CNB22600
039000        ELSE                                                      CNB22600
039100           ADD 1 TO WS-CALL-FOUND                                 CNB22600
039200           IF QC-CONSUMED                                         CNB22600
039300              PERFORM P2300-PUT-QUAL-BACK                         CNB22600
039400           END-IF                                                 CNB22600
039500        END-IF                                                    CNB22600
039600     END-IF.                                                      CNB22600
039700*                                                                 CNB22600
039800 P2300-PUT-QUAL-BACK.                                             CNB22600
039900*    THE QUALIFICATION RECORD GOES BACK EXACTLY AS IT STOOD WHEN  CNB22600
040000*    THE CALL DELETED IT (EXPIRY DATE AND ALL).                   CNB22600
040100     MOVE SPACES                   TO WS-RESULT                   CNB22600
040200     MOVE QC-QUAL-IMAGE            TO QL-RECORD                   CNB22600
040300     WRITE QL-RECORD                                              CNB22600
040400     EVALUATE TRUE                                                CNB22600
040500        WHEN WS-QUAL-OK                                           CNB22600
040600             ADD 1 TO WS-RESTORED-COUNT                           CNB22600
040700             MOVE 'RESTORED'       TO WS-RESULT                   CNB22600
040800        WHEN WS-QUAL-DUP                                          CNB22600
040900             ADD 1 TO WS-ON-FILE-COUNT                            CNB22600
041000             MOVE 'ALREADY ON QUALFILE' TO WS-RESULT              CNB22600
041100        WHEN OTHER                                                CNB22600
041200             MOVE 'P2300-WR-QUAL'  TO WS-ABEND-PARAGRAPH          CNB22600
041300             MOVE WS-QUAL-STATUS   TO WS-ABEND-STATUS             CNB22600
041400             PERFORM P9999-GOT-PROBLEM                            CNB22600
041500     END-EVALUATE                                                 CNB22600
041600     SET QC-RESTORED               TO TRUE                        CNB22600
041700     MOVE WS-RUN-DATE-TIME         TO QC-RESTORE-DATE-TIME        CNB22600
041800     MOVE QR-USER                  TO QC-RESTORE-BY               CNB22600
041900     REWRITE QC-RECORD                                            CNB22600
042000     IF NOT WS-QCR-OK                                             CNB22600
042100        MOVE 'P2300-REWR-QCR'      TO WS-ABEND-PARAGRAPH          CNB22600
042200        MOVE WS-QCR-STATUS         TO WS-ABEND-STATUS             CNB22600
042300        PERFORM P9999-GOT-PROBLEM                                 CNB22600
042400     END-IF                                                       CNB22600
042500     PERFORM P5000-PRINT-CONSUMPTION.                             CNB22600
042600*                                                                 CNB22600
042700 P3000-WEEKLY-SCAN.                                               CNB22600
042800     READ QCR-FILE NEXT                                           CNB22600
042900          AT END                                                  CNB22600
043000             SET WS-EOF-INPUT TO TRUE                             CNB22600
043100     END-READ                                                     CNB22600
043200     IF NOT WS-EOF-INPUT                                          CNB22600
043300        MOVE QC-CALL-DATE-TIME (1:6) TO WS-SERIAL-DATE            CNB22600
043400        PERFORM P8000-DATE-TO-SERIAL                              CNB22600
043500        COMPUTE WS-AGE-DAYS = WS-RUN-SERIAL - WS-SERIAL-DAYS      CNB22600
043600        IF WS-AGE-DAYS NOT < ZEROS                                CNB22600
043700           AND WS-AGE-DAYS < 7                                    CNB22600
043800           ADD 1 TO WS-WEEK-COUNT                                 CNB22600
043900           MOVE SPACES             TO WS-RESULT                   CNB22600
044000           IF QC-CONSUMED                                         CNB22600
044100              ADD 1 TO WS-WEEK-OUT-COUNT                          CNB22600
044200           END-IF                                                 CNB22600
044300           PERFORM P5000-PRINT-CONSUMPTION                        CNB22600
044400           PERFORM P3100-TALLY-TERRITORY                          CNB22600
044500        END-IF                                                    CNB22600
044600     END-IF.                                                      CNB22600
044700*                                                                 CNB22600
044800 P3100-TALLY-TERRITORY.                                           CNB22600
044900     MOVE QC-DIST                  TO WS-TK-DIST                  CNB22600
045000     MOVE QC-SDIST                 TO WS-TK-SDIST                 CNB22600
045100     MOVE QC-QUAL                  TO WS-TK-QUAL                  CNB22600
045200     MOVE 'N'                      TO WS-TER-FOUND-SW             CNB22600
045300     MOVE 1                        TO WS-TER-SUB                  CNB22600
045400     PERFORM P3110-SEARCH-TERRITORY                               CNB22600
045500             UNTIL WS-TER-FOUND OR WS-TER-SUB > WS-TER-COUNT      CNB22600
045600     IF NOT WS-TER-FOUND                                          CNB22600
045700        IF WS-TER-COUNT = WS-TER-MAX                              CNB22600
045800           MOVE 'P3100-TBL-FULL'   TO WS-ABEND-PARAGRAPH          CNB22600
045900           MOVE 'TF'               TO WS-ABEND-STATUS             CNB22600
046000           PERFORM P9999-GOT-PROBLEM                              CNB22600
046100        END-IF                                                    CNB22600
046200        ADD 1 TO WS-TER-COUNT                                     CNB22600
046300        MOVE WS-TER-COUNT          TO WS-TER-SUB                  CNB22600
046400        MOVE WS-TER-KEY            TO                             CNB22600
046500             WS-TER-ENTRY-KEY (WS-TER-SUB)                        CNB22600
046600        MOVE ZEROS                 TO WS-TER-CONSUMED (WS-TER-SUB)CNB22600
046700                                      WS-TER-RESTORED (WS-TER-SUB)CNB22600
046800                                      WS-TER-OUT (WS-TER-SUB)     CNB22600
046900     END-IF                                                       CNB22600
047000     ADD 1 TO WS-TER-CONSUMED (WS-TER-SUB)                        CNB22600
047100     IF QC-RESTORED                                               CNB22600
047200        ADD 1 TO WS-TER-RESTORED (WS-TER-SUB)                     CNB22600
047300     ELSE                                                         CNB22600
047400        ADD 1 TO WS-TER-OUT (WS-TER-SUB)                          CNB22600
047500     END-IF.                                                      CNB22600
047600*                                                                 CNB22600
047700 P3110-SEARCH-TERRITORY.                                          CNB22600
047800     IF WS-TER-ENTRY-KEY (WS-TER-SUB) = WS-TER-KEY                CNB22600
047900        SET WS-TER-FOUND TO TRUE                                  CNB22600
048000     ELSE                                                         CNB22600
048100        ADD 1 TO WS-TER-SUB                                       CNB22600
048200     END-IF.                                                      CNB22600
048300*                                                                 CNB22600
048400 P3500-PRINT-TERRITORIES.                                         CNB22600
048500     MOVE SPACES                   TO RPT-LINE                    CNB22600
048600     WRITE RPT-LINE                                               CNB22600
048700     WRITE RPT-LINE FROM WS-SUM-HDR-LINE                          CNB22600
048800     MOVE 1                        TO WS-TER-SUB                  CNB22600
048900     PERFORM P3510-PRINT-ONE-TERRITORY                            CNB22600
049000             UNTIL WS-TER-SUB > WS-TER-COUNT.                     CNB22600
049100*                                                                 CNB22600
049200 P3510-PRINT-ONE-TERRITORY.                                       CNB22600
049300     MOVE WS-TER-ENTRY-KEY (WS-TER-SUB) TO WS-TER-KEY             CNB22600
049400     MOVE WS-TK-DIST               TO SUM-DIST                    CNB22600
049500     MOVE WS-TK-SDIST              TO SUM-SDIST                   CNB22600
049600     MOVE WS-TK-QUAL               TO SUM-QUAL                    CNB22600
049700     MOVE WS-TER-CONSUMED (WS-TER-SUB) TO SUM-CONSUMED            CNB22600
049800     MOVE WS-TER-RESTORED (WS-TER-SUB) TO SUM-RESTORED            CNB22600
049900     MOVE WS-TER-OUT (WS-TER-SUB)  TO SUM-OUT                     CNB22600
050000     WRITE RPT-LINE FROM WS-SUM-LINE                              CNB22600
050100     ADD 1 TO WS-TER-SUB.                                         CNB22600
050200*                                                                 CNB22600
050300 P5000-PRINT-CONSUMPTION.                                         CNB22600
050400     MOVE QC-DIST                  TO DTL-DIST                    CNB22600
050500     MOVE QC-SDIST                 TO DTL-SDIST                   CNB22600
050600     MOVE QC-POOL                  TO DTL-POOL                    CNB22600
050700     MOVE QC-EMP-NBR               TO DTL-EMP-NBR                 CNB22600
050800     MOVE QC-EMP-NAME              TO DTL-EMP-NAME                CNB22600
050900     MOVE QC-QUAL                  TO DTL-QUAL                    CNB22600
051000     MOVE QC-CALL-DATE-TIME        TO DTL-CALL                    CNB22600
051100     MOVE QC-TRAIN                 TO DTL-TRAIN                   CNB22600
051200     EVALUATE TRUE                                                CNB22600
051300        WHEN QC-CONSUMED                                          CNB22600
051400             MOVE 'CONSUMED'       TO DTL-STATE                   CNB22600
051500        WHEN QC-RESTORED                                          CNB22600
051600             MOVE 'RESTORED'       TO DTL-STATE                   CNB22600
051700        WHEN OTHER                                                CNB22600
051800             MOVE SPACES           TO DTL-STATE                   CNB22600
051900     END-EVALUATE                                                 CNB22600
052000     MOVE QC-RESTORE-DATE-TIME     TO DTL-RESTORED                CNB22600
052100     MOVE QC-RESTORE-BY            TO DTL-RESTORE-BY              CNB22600
052200     MOVE WS-RESULT                TO DTL-RESULT                  CNB22600
052300     WRITE RPT-LINE FROM WS-DTL-LINE.                             CNB22600
052400*                                                                 CNB22600
052500 P8000-DATE-TO-SERIAL.                                            CNB22600
052600     COMPUTE WS-SERIAL-DAYS =                                     CNB22600
052700             (WS-SD-YY * 365)                                     CNB22600
052800           + ((WS-SD-YY + 3) / 4)                                 CNB22600
052900           + WS-CUM-MON (WS-SD-MM)                                CNB22600
053000           + WS-SD-DD                                             CNB22600
053100     DIVIDE WS-SD-YY BY 4 GIVING WS-SERIAL-A                      CNB22600
053200            REMAINDER WS-SERIAL-B                                 CNB22600
053300     IF WS-SD-MM > 2                                              CNB22600
053400        AND WS-SERIAL-B = ZEROS                                   CNB22600
053500        ADD 1 TO WS-SERIAL-DAYS                                   CNB22600
053600     END-IF.                                                      CNB22600
053700*                                                                 CNB22600
053800 P9000-TERMINATE.                                                 CNB22600
053900     MOVE SPACES                   TO RPT-LINE                    CNB22600
054000     WRITE RPT-LINE                                               CNB22600
054100     EVALUATE TRUE                                                CNB22600
054200        WHEN WS-FUNC-RESTORE                                      CNB22600
054300             MOVE 'TRANSACTIONS READ .........' TO CNT-LABEL      CNB22600
054400             MOVE WS-TRAN-COUNT    TO CNT-VALUE                   CNB22600
054500             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22600
054600             MOVE 'QUALIFICATIONS RESTORED ...' TO CNT-LABEL      CNB22600
054700             MOVE WS-RESTORED-COUNT TO CNT-VALUE                  CNB22600
054800             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22600
054900             MOVE 'ALREADY BACK ON QUALFILE ..' TO CNT-LABEL      CNB22600
055000             MOVE WS-ON-FILE-COUNT TO CNT-VALUE                   CNB22600
055100             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22600
055200             MOVE 'TRANSACTIONS REJECTED .....' TO CNT-LABEL      CNB22600
055300             MOVE WS-REJ-COUNT     TO CNT-VALUE                   CNB22600
055400             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22600
055500             CLOSE QRTRAN-FILE                                    CNB22600
055600                   QUAL-FILE                                      CNB22600
055700        WHEN WS-FUNC-WEEKLY                                       CNB22600
055800             MOVE 'CONSUMED IN THE WEEK ......' TO CNT-LABEL      CNB22600
055900             MOVE WS-WEEK-COUNT    TO CNT-VALUE                   CNB22600
056000             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22600
056100             MOVE 'STILL OUT (NOT RESTORED) ..' TO CNT-LABEL      CNB22600
056200             MOVE WS-WEEK-OUT-COUNT TO CNT-VALUE                  CNB22600
056300             WRITE RPT-LINE FROM WS-CNT-LINE                      CNB22600
056400     END-EVALUATE                                                 CNB22600
056500     CLOSE QCR-FILE                                               CNB22600
056600           RPT-FILE.                                              CNB22600
056700*                                                                 CNB22600
056800 P9999-GOT-PROBLEM.                                               CNB22600
056810     MOVE 'CNB226'                 TO XE-PROGRAM                  CNB22600
056820     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB22600
056830     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB22600
056840     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB22600
056900     DISPLAY 'CNB226 ABEND IN ' WS-ABEND-PARAGRAPH                CNB22600
057000              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB22600
057100     MOVE 16 TO RETURN-CODE                                       CNB22600
057200     GOBACK.                                                      CNB22600
