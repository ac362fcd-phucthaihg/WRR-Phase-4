      *                         AT 0759 THE NEXT DAY - DURATION IN THIS
      *                         CASE WILL BE 31 HR 59 MIN INSTEAD OF A
      *                         32 HR MINIMUM.
      *10/15/26   JMC           ADDED THE CALL REGISTERS, ALL WRITTEN BY
      *                         CICS FILE CONTROL: SINGLE-USE
      *                         QUALIFICATION (P1165 - READ BEFORE P1160
      *                         DELETES IT SO A CANCELLED CALL CAN PUT
      *                         IT BACK); STARTS LEDGER (P1170 -
      *                         OVERTIME WHEN CALLED ON A REST DAY, AND
      *                         DISQUALIFIED STARTS); DECISION-RULE
      *                         USAGE (P1175); CANCELLED-CALL REGISTER
      *                         (P1180); ARBITRARY REGISTER (P1185);
      *                         REST-DAY REGISTER (P1186).  AN
      *                         EXTRABOARD CALL IS REFUSED UNLESS EVERY
      *                         AVAILABLE EMPLOYEE STANDING AHEAD OF THE
      *                         ONE CALLED HAS A BYPASS REASON (P1090),
      *                         EACH REGISTERED WITH THE POSITION HELD
      *                         (P1190).  P1187 FINDS THE FIRST-OUT
      *                         EXTRABOARD EMPLOYEE BY POSITION, NOT BY
      *                         TURN NUMBER.  P8960 LINKS CNP961 TO KEEP
      *                         THE BOARD INDEX.  P9999 WRITES ERRLOG
      *                         THROUGH P9995/P9996 BEFORE THE ERROR
      *                         PROGRAM.  A REGISTER THAT CANNOT BE
      *                         WRITTEN DOES NOT ABEND THE CALL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-OD-MINUS-LEAD-DT      PIC X(06)  VALUE SPACES.
           05  WS-OD-MINUS-LEAD-TM      PIC X(04)  VALUE SPACES.
      *CNLD-244-E
      *TBD-B
      *SINGLE-USE QUALIFICATION REGISTER (CNB226), WRITTEN BY
      *P1165-REGISTER-QUAL-USED.  A CALL REGISTERED TWICE REPLACES
      *THE FIRST.
       01  QCR-VIA-EMP-CALL               PIC X(8)  VALUE 'CNVQCR01'.
       01  QCR-RLGTH                      PIC S9(4) COMP VALUE +200.
       01  QCR-KLGTH                      PIC S9(4) COMP VALUE +23.
       01  QCR-RESP                       PIC S9(8) COMP VALUE ZEROES.
       01  WS-QCR-RECORD.
           02  QCR-KEY.
               03  QCR-EMP-NBR            PIC X(9)  VALUE SPACE.
               03  QCR-CALL-DATE-TIME     PIC X(10) VALUE SPACE.
               03  QCR-QUAL               PIC X(4)  VALUE SPACE.
           02  QCR-EMP-NAME               PIC X(26) VALUE SPACE.
           02  QCR-DIST                   PIC X(2)  VALUE SPACE.
           02  QCR-SDIST                  PIC X(2)  VALUE SPACE.
           02  QCR-POOL                   PIC X(2)  VALUE SPACE.
           02  QCR-TRAIN                  PIC X(10) VALUE SPACE.
           02  QCR-STATE                  PIC X(1)  VALUE SPACE.
           02  QCR-RESTORE-DATE-TIME      PIC X(12) VALUE SPACE.
           02  QCR-RESTORE-BY             PIC X(8)  VALUE SPACE.
           02  QCR-QUAL-IMAGE             PIC X(100) VALUE SPACE.
           02  FILLER                     PIC X(14) VALUE SPACE.
      *A REGISTER RECORD ALREADY ON FILE IS READ HERE BEFORE IT IS
      *REPLACED.
       01  WS-REG-HOLD                    PIC X(200) VALUE SPACE.
      *TBD-E
      *TBD-B
      *STARTS LEDGER (CNB227), WRITTEN BY P1170-POST-STARTS-LEDGER.
      *ENTRIES FOR THE SAME EMPLOYEE AND TIME TAKE THE NEXT STL-SEQ.
       01  WS-SL-START-TYPE               PIC X(1)  VALUE SPACE.
       01  STL-VIA-EMP-EVENT              PIC X(8)  VALUE 'CNVSTL01'.
       01  STL-RLGTH                      PIC S9(4) COMP VALUE +150.
       01  STL-KLGTH                      PIC S9(4) COMP VALUE +21.
       01  WS-STL-RECORD.
           02  STL-KEY.
               03  STL-EMP-NBR            PIC X(9)  VALUE SPACE.
               03  STL-EVENT-DATE-TIME    PIC X(10) VALUE SPACE.
               03  STL-SEQ                PIC 9(2)  VALUE ZEROS.
           02  STL-EVENT                  PIC X(1)  VALUE SPACE.
           02  STL-COUNT                  PIC 9(3)  VALUE ZEROS.
           02  STL-DIST                   PIC X(2)  VALUE SPACE.
           02  STL-SDIST                  PIC X(2)  VALUE SPACE.
           02  STL-CRAFT                  PIC X(2)  VALUE SPACE.
           02  STL-EMP-NAME               PIC X(26) VALUE SPACE.
           02  STL-STT-EXCPT-FLAG         PIC X(1)  VALUE SPACE.
           02  STL-OVT-EXCPT-FLAG         PIC X(1)  VALUE SPACE.
           02  STL-RULE-NO                PIC X(4)  VALUE SPACE.
           02  STL-SOURCE                 PIC X(8)  VALUE SPACE.
           02  STL-FROM-DATE-TIME         PIC X(10) VALUE SPACE.
           02  FILLER                     PIC X(69) VALUE SPACE.
      *TBD-E
      *TBD-B
      *DECISION-RULE USAGE (CNB228), WRITTEN BY P1175-LOG-RULE-USAGE
      *AND STAMPED WITH THE RULE VERSION FROM THE VERSION FILE.
       01  DRU-VIA-RULE-APPLY             PIC X(8)  VALUE 'CNVDRU01'.
       01  DRU-RLGTH                      PIC S9(4) COMP VALUE +100.
       01  DRU-KLGTH                      PIC S9(4) COMP VALUE +16.
       01  WS-DRU-RECORD.
           02  DRU-KEY.
               03  DRU-RULE-NO            PIC X(4)  VALUE SPACE.
               03  DRU-APPLY-DATE-TIME    PIC X(10) VALUE SPACE.
               03  DRU-SEQ                PIC 9(2)  VALUE ZEROS.
           02  DRU-DIST                   PIC X(2)  VALUE SPACE.
           02  DRU-SDIST                  PIC X(2)  VALUE SPACE.
           02  DRU-BOARD                  PIC X(2)  VALUE SPACE.
           02  DRU-EMP-NBR                PIC X(9)  VALUE SPACE.
           02  DRU-SOURCE                 PIC X(8)  VALUE SPACE.
           02  DRU-VERSION-FROM           PIC X(10) VALUE SPACE.
           02  FILLER                     PIC X(51) VALUE SPACE.
       01  DRV-VIA-RULE-EFF               PIC X(8)  VALUE 'CNVDRV01'.
       01  DRV-RLGTH                      PIC S9(4) COMP VALUE +150.
       01  DRV-KLGTH                      PIC S9(4) COMP VALUE +14.
       01  DRVKEY.
           02  DRVKEY-RULE-NO             PIC X(4)  VALUE SPACE.
           02  DRVKEY-EFF-FROM            PIC X(10) VALUE SPACE.
       01  DRV-SCAN-SW                    PIC X(1)  VALUE 'N'.
           88  DRV-SCAN-END                         VALUE 'Y'.
       01  WS-DRV-RECORD.
           02  DRV-KEY.
               03  DRV-RULE-NO            PIC X(4)  VALUE SPACE.
               03  DRV-EFF-FROM           PIC X(10) VALUE SPACE.
           02  DRV-EFF-TO                 PIC X(10) VALUE SPACE.
           02  FILLER                     PIC X(126) VALUE SPACE.
      *TBD-E
      *TBD-B
      *CANCELLED-CALL REGISTER (CNB240), WRITTEN BY P1180-REGISTER-CALL.
      *CNP943 STAMPS THE CANCEL ON IT.
       01  CCL-VIA-CALL-KEY               PIC X(8)  VALUE 'CNVCCL01'.
       01  CCL-RLGTH                      PIC S9(4) COMP VALUE +200.
       01  CCL-KLGTH                      PIC S9(4) COMP VALUE +19.
       01  WS-CCL-RECORD.
           02  CCL-KEY.
               03  CCL-CALL-DATE-TIME     PIC X(10) VALUE SPACE.
               03  CCL-EMP-NBR            PIC X(9)  VALUE SPACE.
           02  CCL-ALT-EMP-NBR            PIC X(9)  VALUE SPACE.
           02  CCL-EMP-NAME               PIC X(26) VALUE SPACE.
           02  CCL-DIST                   PIC X(2)  VALUE SPACE.
           02  CCL-SDIST                  PIC X(2)  VALUE SPACE.
           02  CCL-CRAFT                  PIC X(2)  VALUE SPACE.
           02  CCL-CALL-DIST              PIC X(2)  VALUE SPACE.
           02  CCL-CALL-SDIST             PIC X(2)  VALUE SPACE.
           02  CCL-CALL-POOL              PIC X(2)  VALUE SPACE.
           02  CCL-TRAIN                  PIC X(10) VALUE SPACE.
           02  CCL-ASGN-TYPE              PIC X(1)  VALUE SPACE.
           02  CCL-ASGN                   PIC X(12) VALUE SPACE.
           02  CCL-TURN-TYPE              PIC X(1)  VALUE SPACE.
           02  CCL-TURN                   PIC X(12) VALUE SPACE.
           02  CCL-STATUS                 PIC X(1)  VALUE SPACE.
               88  CCL-CALLED                       VALUE 'C'.
           02  FILLER                     PIC X(97)  VALUE SPACE.
      *TBD-E
      *TBD-B
      *ARBITRARY REGISTER (CNB241), WRITTEN BY P1185-REGISTER-ARBITRARY.
      *A CALL REGISTERED TWICE REPLACES THE FIRST.
       01  ARB-VIA-EMP-CALL               PIC X(8)  VALUE 'CNVARB01'.
       01  ARB-RLGTH                      PIC S9(4) COMP VALUE +150.
       01  ARB-KLGTH                      PIC S9(4) COMP VALUE +19.
       01  WS-ARB-RECORD.
           02  ARB-KEY.
               03  ARB-EMP-NBR            PIC X(9)  VALUE SPACE.
               03  ARB-CALL-DATE-TIME     PIC X(10) VALUE SPACE.
           02  ARB-EMP-NAME               PIC X(26) VALUE SPACE.
           02  ARB-TRAIN                  PIC X(10) VALUE SPACE.
           02  ARB-TRAIN-DATE-TIME        PIC X(10) VALUE SPACE.
           02  ARB-CALL-DIST              PIC X(2)  VALUE SPACE.
           02  ARB-CALL-SDIST             PIC X(2)  VALUE SPACE.
           02  ARB-CALL-POOL              PIC X(2)  VALUE SPACE.
           02  ARB-ASGN-TYPE              PIC X(1)  VALUE SPACE.
           02  ARB-ASGN                   PIC X(12) VALUE SPACE.
           02  ARB-SIDE-TRIP              PIC X(1)  VALUE SPACE.
           02  ARB-FORCE-ROUTE            PIC X(4)  VALUE SPACE.
           02  ARB-ROUTE-DSGN             PIC X(4)  VALUE SPACE.
           02  ARB-CATCHUP-DATE           PIC X(6)  VALUE SPACE.
           02  FILLER                     PIC X(51) VALUE SPACE.
      *TBD-E
      *TBD-B
      *REST-DAY REGISTER (CNB262), WRITTEN BY P1186-REGISTER-REST-DAY.
      *CNP943 STAMPS THE TIE-UP ON IT.
       01  RDR-VIA-EMP-CALL               PIC X(8)  VALUE 'CNVRDR01'.
       01  RDR-RLGTH                      PIC S9(4) COMP VALUE +200.
       01  RDR-KLGTH                      PIC S9(4) COMP VALUE +19.
       01  RDR-XB-POS-BOARD               PIC X(1)  VALUE SPACE.
       01  WS-RDR-RECORD.
           02  RDR-KEY.
               03  RDR-EMP-NBR            PIC X(9)  VALUE SPACE.
               03  RDR-CALL-DATE-TIME     PIC X(10) VALUE SPACE.
           02  RDR-EMP-NAME               PIC X(26) VALUE SPACE.
           02  RDR-DIST                   PIC X(2)  VALUE SPACE.
           02  RDR-SDIST                  PIC X(2)  VALUE SPACE.
           02  RDR-CRAFT                  PIC X(2)  VALUE SPACE.
           02  RDR-OWN-DIST               PIC X(2)  VALUE SPACE.
           02  RDR-OWN-SDIST              PIC X(2)  VALUE SPACE.
           02  RDR-OWN-ASGN               PIC X(12) VALUE SPACE.
           02  RDR-CALL-DIST              PIC X(2)  VALUE SPACE.
           02  RDR-CALL-SDIST             PIC X(2)  VALUE SPACE.
           02  RDR-CALL-POOL              PIC X(2)  VALUE SPACE.
           02  RDR-TRAIN                  PIC X(10) VALUE SPACE.
           02  RDR-ASGN-TYPE              PIC X(1)  VALUE SPACE.
           02  RDR-ASGN                   PIC X(12) VALUE SPACE.
           02  RDR-XB-FLAG                PIC X(1)  VALUE SPACE.
           02  RDR-XB-EMP-NBR             PIC X(9)  VALUE SPACE.
           02  RDR-XB-TURN                PIC X(4)  VALUE SPACE.
           02  RDR-TIE-UP-DATE-TIME       PIC X(10) VALUE SPACE.
           02  RDR-CLAIM-STATUS           PIC X(1)  VALUE SPACE.
           02  FILLER                     PIC X(79) VALUE SPACE.
      *TBD-E
      *TBD-B
      *EXTRABOARD BOARD INDEX.  COMMAREA FOR CNP961, LINKED FROM
      *P8960-POST-BOARD-INDEX AFTER EACH CHANGE THAT MOVES A TURN.
       01  CNP961-PGM                     PIC X(8)  VALUE 'CNP961'.
       01  CNP961-LGTH                    PIC S9(4) COMP VALUE +219.
       01  CNP961-COMMAREA.
           02  BXC-FUNCTION               PIC X(1)  VALUE SPACE.
           02  BXC-BOARD.
               04  BXC-DIST               PIC X(2)  VALUE SPACE.
               04  BXC-SDIST              PIC X(2)  VALUE SPACE.
               04  BXC-CRAFT              PIC X(2)  VALUE SPACE.
           02  BXC-TURN                   PIC X(4)  VALUE SPACE.
           02  BXC-DELETE-SW              PIC X(1)  VALUE SPACE.
           02  BXC-POS-BOARD              PIC X(1)  VALUE SPACE.
           02  BXC-POSITION               PIC X(14) VALUE SPACE.
           02  BXC-SLOW-POSITION          PIC X(14) VALUE SPACE.
           02  BXC-DATE-TIME              PIC X(10) VALUE SPACE.
           02  BXC-ORDER                  PIC X(1)  VALUE SPACE.
           02  BXC-START-TURN             PIC X(4)  VALUE SPACE.
           02  BXC-RESULT                 PIC 9(1)  VALUE ZEROS.
           02  BXC-COUNT                  PIC 9(2)  VALUE ZEROS.
           02  BXC-ENTRY-TURN OCCURS 40 TIMES
                                          PIC X(4).
      *THE CALLER'S EB RECORD IS KEPT HERE WHILE THE TURN IS READ.
       01  WS-BX-SAVE-EXTRA-BOARD         PIC X(1000) VALUE SPACE.
      *TBD-E
      *TBD-B
      *BYPASS REGISTER (CNB254), WRITTEN BY P1190-REGISTER-BYPASS FOR
      *EACH AVAILABLE EMPLOYEE STANDING AHEAD OF THE ONE CALLED.
       01  BYP-VIA-CALL-SEQ               PIC X(8)  VALUE 'CNVBYP01'.
       01  BYP-RLGTH                      PIC S9(4) COMP VALUE +200.
       01  BYP-KLGTH                      PIC S9(4) COMP VALUE +21.
       01  WS-BYP-RECORD.
           02  BYP-KEY.
               03  BYP-CALL-DATE-TIME     PIC X(10) VALUE SPACE.
               03  BYP-CALLED-EMP-NBR     PIC X(9)  VALUE SPACE.
               03  BYP-SEQ                PIC 9(2)  VALUE ZEROS.
           02  BYP-PASSED-EMP-NBR         PIC X(9)  VALUE SPACE.
           02  BYP-PASSED-NAME            PIC X(26) VALUE SPACE.
           02  BYP-PASSED-TURN            PIC X(4)  VALUE SPACE.
           02  BYP-PASSED-POSITION        PIC 9(3)  VALUE ZEROS.
           02  BYP-REASON                 PIC X(4)  VALUE SPACE.
           02  BYP-CALLED-NAME            PIC X(26) VALUE SPACE.
           02  BYP-CALLED-TURN            PIC X(4)  VALUE SPACE.
           02  BYP-CALLED-POSITION        PIC 9(3)  VALUE ZEROS.
           02  BYP-BOARD-DIST             PIC X(2)  VALUE SPACE.
           02  BYP-BOARD-SDIST            PIC X(2)  VALUE SPACE.
           02  BYP-BOARD-CRAFT            PIC X(2)  VALUE SPACE.
           02  BYP-BOARD-SIDE             PIC X(1)  VALUE SPACE.
           02  BYP-CALLER                 PIC X(8)  VALUE SPACE.
           02  BYP-TRAIN                  PIC X(10) VALUE SPACE.
           02  BYP-ASGN-TYPE              PIC X(1)  VALUE SPACE.
           02  BYP-ASGN                   PIC X(12) VALUE SPACE.
           02  FILLER                     PIC X(62) VALUE SPACE.
      *THE AVAILABLE EMPLOYEES FOUND AHEAD OF THE ONE CALLED BY
      *P1090-CHECK-BYPASS, HELD UNTIL THE CALL IS MADE.
       01  WS-BY-MAX                      PIC S9(4) COMP VALUE +20.
       01  WS-BY-COUNT                    PIC S9(4) COMP VALUE ZEROS.
       01  WS-BY-SUB                      PIC S9(4) COMP VALUE ZEROS.
       01  WS-BY-RSUB                     PIC S9(4) COMP VALUE ZEROS.
       01  WS-BY-TABLE.
           05  WS-BY-ENTRY OCCURS 20 TIMES.
               10  WS-BY-EMP-NBR          PIC X(9).
               10  WS-BY-NAME             PIC X(26).
               10  WS-BY-TURN             PIC X(4).
               10  WS-BY-POSITION         PIC 9(3).
               10  WS-BY-REASON           PIC X(4).
       01  WS-BY-ORDINAL                  PIC 9(3)  VALUE ZEROS.
       01  WS-BY-CALLED-POSITION          PIC 9(3)  VALUE ZEROS.
       01  WS-BY-CALLED-NAME              PIC X(26) VALUE SPACE.
       01  WS-BY-BOARD.
           05  WS-BY-DIST                 PIC X(2)  VALUE SPACE.
           05  WS-BY-SDIST                PIC X(2)  VALUE SPACE.
           05  WS-BY-CRAFT                PIC X(2)  VALUE SPACE.
           05  WS-BY-CALLED-TURN          PIC X(4)  VALUE SPACE.
       01  WS-BY-SIDE                     PIC X(1)  VALUE SPACE.
           88  WS-BY-SLOW-SIDE                      VALUE 'S'.
       01  WS-BY-POS-BOARD                PIC X(1)  VALUE SPACE.
       01  WS-BY-CALLED-KEY               PIC X(40) VALUE SPACE.
       01  WS-BY-POS-KEY                  PIC X(40) VALUE SPACE.
       01  WS-BY-USERID                   PIC X(8)  VALUE SPACE.
       01  WS-BY-WALK-SW                  PIC X(1)  VALUE 'N'.
           88  WS-BY-WALK-DONE                      VALUE 'Y'.
       01  WS-BY-FOUND-SW                 PIC X(1)  VALUE 'N'.
           88  WS-BY-REASON-FOUND                   VALUE 'Y'.
       01  WS-BY-REASON-CODE              PIC X(4)  VALUE SPACE.
           88  WS-BY-REASON-VALID                   VALUES 'REST'
                                                           'QUAL'
                                                           'RSTR'
                                                           'NOAN'
                                                           'EREQ'.
      *THE CALLED EMPLOYEE'S RECORDS ARE KEPT HERE WHILE THE TURNS
      *AHEAD ARE READ.
       01  WS-BY-SAVE-MSTR                PIC X(1000) VALUE SPACE.
       01  WS-BY-SAVE-EXTRA-BOARD         PIC X(1000) VALUE SPACE.
       01  WS-BY-SAVE-ASGN                PIC X(128) VALUE SPACE.
       01  WS-BY-SAVE-ASGNKEY1            PIC X(24) VALUE SPACE.
       01  WS-BY-SAVE-MSTRNBRK            PIC X(9)  VALUE SPACE.
      *TBD-E
      *****************************************************************
      ***                 I/O STATUS CHECK FIELDS
      *****************************************************************
      ***                  CALLED ROUTINES COPYBOOKS.
      *****************************************************************
           COPY PSTERAR.
      *TBD-B
           COPY WSERRLOG.
      *TBD-E
           COPY P903COMM.
           COPY P913COMM.
           COPY P915COMM.
      *    RJA, 5/19/2023  B
           END-IF
      *    RJA, 5/19/2023  E
      *TBD-B
      *BYPASS REASONS - CHECKED BEFORE ANYTHING IS UPDATED.
           IF P919-CALL-FUNCTION
              PERFORM P1090-CHECK-BYPASS
           END-IF
      *TBD-E
      *
      *    PROCESS ACCORDING TO FUNCTION
      *
                 MOVE DECKEY    TO ERR-KEY
                 PERFORM P9999-GOT-PROBLEM
              END-IF
      *TBD-B
      *DECISION-RULE USAGE - LOG THE RULE DECIDING THIS CALL.
              PERFORM P1175-LOG-RULE-USAGE
      *TBD-E
           END-IF
           MOVE P919-ASGN-ON-DUTY-EMP TO MSTRNBRK
           PERFORM P8520-READ-MASTER-UPDATE
              MOVE MSTRNBRK  TO ERR-KEY
              PERFORM P9999-GOT-PROBLEM
           END-IF
      *TBD-B
      *STARTS LEDGER.  A CALL ON A REST DAY OF THE EMPLOYEE'S OWN
      *ASSIGNMENT IS AN OVERTIME START.  DECIDE IT HERE, BEFORE THE
      *MASTER IS MARKED WORKING BELOW.
           PERFORM P1104-CHECK-REST-DAY
           IF EMP-ON-REST-DAY
              MOVE 'O'               TO WS-SL-START-TYPE
           ELSE
              MOVE 'S'               TO WS-SL-START-TYPE
           END-IF
      *TBD-E
           MOVE LAST-ON-DUTY-TIME    TO SAVE-PREV-ODT
           MOVE EMP-PREV-DUTY        TO SAVE-PREV-DUTY
           MOVE WS-EMP-EFF-DATE-TIME TO LAST-ON-DUTY-TIME
           ELSE
              MOVE SPACES                   TO EMP-OVT-STARTS-EXCPT-FLAG
           END-IF
      *TBD-B
      *STARTS LEDGER - THE CALL START, WITH THE DECISION-RULE STARTS
      *EXCEPTION FLAGS JUST APPLIED TO THE MASTER.
           MOVE SPACES                      TO WS-STL-RECORD
           MOVE WS-SL-START-TYPE            TO STL-EVENT
           MOVE 1                           TO STL-COUNT
           PERFORM P1170-POST-STARTS-LEDGER
      *TBD-E
           IF CALLED-AT-HOME-TERM
              MOVE SPACES                   TO EMP-EXTENDED-RUN-INFO
              IF  TEMPORARY-ASGNMT > SPACES
             PERFORM P8990-SEND-TO-EM
           END-IF
           PERFORM P1110-WRITE-ON-DUTY-RECORD
      *TBD-B
      *CANCELLED-CALL REGISTER.
           PERFORM P1180-REGISTER-CALL
      *TBD-E
      *TBD-B
      *BYPASS REGISTER.
           IF WS-BY-COUNT > ZEROS
              EXEC CICS ASSIGN
                        USERID(WS-BY-USERID)
              END-EXEC
              PERFORM P1190-REGISTER-BYPASS
                      VARYING WS-BY-SUB FROM 1 BY 1
                      UNTIL WS-BY-SUB > WS-BY-COUNT
           END-IF
      *TBD-E
           IF P919-DECKEY > SPACES
              IF DEC-FURTHER-NOTICE
                 AND NOT TEMPORARY-TURN
              END-IF
           END-IF
           PERFORM P1150-UPDATE-ASGN-HIST
      *TBD-B
      *ARBITRARY REGISTER.
           PERFORM P1185-REGISTER-ARBITRARY
      *TBD-E
      *TBD-B
      *REST-DAY REGISTER.  WS-SL-START-TYPE 'O' IS THE REST-DAY CALL
      *P1104-CHECK-REST-DAY FOUND FOR THE STARTS LEDGER.
           IF WS-SL-START-TYPE = 'O'
              PERFORM P1186-REGISTER-REST-DAY
           END-IF
      *TBD-E
           MOVE SPACES                        TO P943-COMMAREA-PARMS
           IF  P919-FROM-IVR-CALL
      *    AND IVR-CALL-IN-PROCESS
                 MOVE 'P1100-8' TO ERR-PARAGRAPH
                 PERFORM P9999-GOT-PROBLEM
              END-IF
      *TBD-B
      *BOARD INDEX - THE TURN JUST CALLED.
              MOVE P913-TURN-DIST       TO BXC-DIST
              MOVE P913-TURN-SUB-DIST   TO BXC-SDIST
              MOVE P913-TURN-CC         TO BXC-CRAFT
              MOVE P913-TURN            TO BXC-TURN
              PERFORM P8960-POST-BOARD-INDEX
      *TBD-E
           END-IF

           IF P943-EMP-NBR-AFFECTED            > '000000000'
                    MOVE P919-DISQUALIFIED-STARTS TO
                                                    P943-FUN41-STARTS
                    PERFORM P8900-WRITE-HISTORY
      *TBD-B
      *STARTS LEDGER - STARTS DISQUALIFIED BY THIS CALL.
                    MOVE SPACES              TO WS-STL-RECORD
                    MOVE 'D'                 TO STL-EVENT
                    MOVE P919-DISQUALIFIED-STARTS TO STL-COUNT
                    PERFORM P1170-POST-STARTS-LEDGER
      *TBD-E
                 END-IF
              END-IF
           END-IF
                       MOVE SPACES                TO WORK-QUALEMP-KEY
                       MOVE P919-ASGN-ON-DUTY-EMP TO WK-QUAL-EMP-NO
                       MOVE DEC-QUAL(SUB2)        TO WK-QUALIFICATION
      *TBD-B
      *SINGLE-USE QUALIFICATION REGISTER.  KEEP THE QUALIFICATION
      *RECORD AS IT STANDS BEFORE THE DELETE SO CNB226 CAN PUT IT
      *BACK IF THIS CALL IS CANCELLED OR ANNULLED.
                       PERFORM P8655-READ-QUALIFICATION
      *TBD-E
                       PERFORM P8650-DELETE-QUALIFICATION
      *TBD-B
                       IF SUCCESS
                          PERFORM P1165-REGISTER-QUAL-USED
                       END-IF
      *TBD-E
                       IF NOT SUCCESS
                          IF NOT (NO-RECORD-FND OR END-OF-FILE)
                             MOVE 'P1160-1'       TO ERR-PARAGRAPH
              END-IF
           END-PERFORM.
      *
      *TBD-B
      *SINGLE-USE QUALIFICATION REGISTER.  THE DELETED QUALIFICATION
      *AND THE CALL THAT CONSUMED IT ARE KEPT FOR CNB226.  THE
      *REGISTER IS ADVISORY - A RECORD THAT CANNOT BE WRITTEN DOES
      *NOT STOP THE CALL, SO ITS RESPONSE IS KEPT IN QCR-RESP AND
      *FILE-STATUS STILL HOLDS THE DELETE'S RESULT FOR P1160.
       P1165-REGISTER-QUAL-USED.
      *
           MOVE SPACES                 TO WS-QCR-RECORD
           MOVE WK-QUAL-EMP-NO         TO QCR-EMP-NBR
           MOVE P919-EFF-DATE-TIME     TO QCR-CALL-DATE-TIME
           MOVE WK-QUALIFICATION       TO QCR-QUAL
           MOVE EMP-NAME OF WS-MSTR    TO QCR-EMP-NAME
           MOVE P919-CALL-DIST         TO QCR-DIST
           MOVE P919-CALL-SUB-DIST     TO QCR-SDIST
           MOVE P919-CALL-POOL         TO QCR-POOL
           MOVE P919-TRAIN             TO QCR-TRAIN
           MOVE 'C'                    TO QCR-STATE
           MOVE WS-QUAL-FILE           TO QCR-QUAL-IMAGE
           EXEC CICS WRITE
                     DATASET(QCR-VIA-EMP-CALL)
                     FROM(WS-QCR-RECORD)
                     LENGTH(QCR-RLGTH)
                     RIDFLD(QCR-KEY)
                     KEYLENGTH(QCR-KLGTH)
                     RESP(QCR-RESP)
           END-EXEC
           IF QCR-RESP = DFHRESP(DUPREC)
              EXEC CICS READ
                        DATASET(QCR-VIA-EMP-CALL)
                        INTO(WS-REG-HOLD)
                        LENGTH(QCR-RLGTH)
                        RIDFLD(QCR-KEY)
                        KEYLENGTH(QCR-KLGTH)
                        UPDATE
                        RESP(QCR-RESP)
              END-EXEC
              IF QCR-RESP = DFHRESP(NORMAL)
                 EXEC CICS REWRITE
                           DATASET(QCR-VIA-EMP-CALL)
                           FROM(WS-QCR-RECORD)
                           LENGTH(QCR-RLGTH)
                           RESP(QCR-RESP)
                 END-EXEC
              END-IF
           END-IF.
      *TBD-E
      *TBD-B
      *STARTS LEDGER.  POSTS THE ENTRY SET UP IN WS-STL-RECORD FOR
      *THE EMPLOYEE NOW IN WS-MSTR.  THE LEDGER IS ADVISORY - AN ENTRY
      *THAT CANNOT BE WRITTEN DOES NOT STOP THE CALL.
       P1170-POST-STARTS-LEDGER.
      *
           MOVE EMP-NBR OF WS-MSTR     TO STL-EMP-NBR
           MOVE P919-EFF-DATE-TIME     TO STL-EVENT-DATE-TIME
           MOVE ZEROS                  TO STL-SEQ
           MOVE DIST OF WS-MSTR        TO STL-DIST
           MOVE SUB-DIST OF WS-MSTR    TO STL-SDIST
           MOVE CRAFT OF WS-MSTR       TO STL-CRAFT
           MOVE EMP-NAME OF WS-MSTR    TO STL-EMP-NAME
           MOVE EMP-STT-STARTS-EXCPT-FLAG TO STL-STT-EXCPT-FLAG
           MOVE EMP-OVT-STARTS-EXCPT-FLAG TO STL-OVT-EXCPT-FLAG
           MOVE P919-DEC-RULE-NO       TO STL-RULE-NO
           MOVE 'CNP919'               TO STL-SOURCE
           PERFORM P1171-WRITE-STL
           PERFORM P1172-NEXT-STL-SEQ
              UNTIL WS-RESPONSE NOT = DFHRESP(DUPREC)
                 OR STL-SEQ = 99.
      *
       P1171-WRITE-STL.
      *
           EXEC CICS WRITE
                     DATASET(STL-VIA-EMP-EVENT)
                     FROM(WS-STL-RECORD)
                     LENGTH(STL-RLGTH)
                     RIDFLD(STL-KEY)
                     KEYLENGTH(STL-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC.
      *
       P1172-NEXT-STL-SEQ.
      *
           ADD 1                       TO STL-SEQ
           PERFORM P1171-WRITE-STL.
      *TBD-E
      *TBD-B
      *DECISION-RULE USAGE.  THE ENTRY IS STAMPED WITH THE RULE
      *VERSION IN EFFECT, WHEN THE VERSION FILE HAS ONE.  THE LOG IS
      *ADVISORY - AN ENTRY THAT CANNOT BE WRITTEN DOES NOT STOP THE
      *CALL.
       P1175-LOG-RULE-USAGE.
      *
           MOVE SPACES                 TO WS-DRU-RECORD
           MOVE P919-DEC-RULE-NO       TO DRU-RULE-NO
           MOVE P919-EFF-DATE-TIME     TO DRU-APPLY-DATE-TIME
           MOVE ZEROS                  TO DRU-SEQ
           MOVE P919-CALL-DIST         TO DRU-DIST
           MOVE P919-CALL-SUB-DIST     TO DRU-SDIST
           MOVE P919-CALL-POOL         TO DRU-BOARD
           MOVE P919-ASGN-ON-DUTY-EMP  TO DRU-EMP-NBR
           MOVE 'CNP919'               TO DRU-SOURCE
           MOVE 'N'                    TO DRV-SCAN-SW
           MOVE DRU-RULE-NO            TO DRVKEY-RULE-NO
           MOVE LOW-VALUES             TO DRVKEY-EFF-FROM
           EXEC CICS STARTBR
                     DATASET(DRV-VIA-RULE-EFF)
                     RIDFLD(DRVKEY)
                     KEYLENGTH(DRV-KLGTH)
                     GTEQ
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE            TO FILE-STATUS
           IF SUCCESS
              PERFORM P1176-SCAN-VERSION
                 UNTIL DRV-SCAN-END
              EXEC CICS ENDBR
                        DATASET(DRV-VIA-RULE-EFF)
                        RESP(WS-RESPONSE)
              END-EXEC
           END-IF
           PERFORM P1177-WRITE-DRU
           PERFORM P1178-NEXT-DRU-SEQ
              UNTIL WS-RESPONSE NOT = DFHRESP(DUPREC)
                 OR DRU-SEQ = 99.
      *
       P1176-SCAN-VERSION.
      *
           EXEC CICS READNEXT
                     DATASET(DRV-VIA-RULE-EFF)
                     INTO(WS-DRV-RECORD)
                     LENGTH(DRV-RLGTH)
                     RIDFLD(DRVKEY)
                     KEYLENGTH(DRV-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE            TO FILE-STATUS
           IF NOT SUCCESS
              OR DRV-RULE-NO NOT = DRU-RULE-NO
              OR DRV-EFF-FROM > DRU-APPLY-DATE-TIME
              SET DRV-SCAN-END         TO TRUE
           ELSE
              IF DRV-EFF-TO = SPACES
                 OR DRV-EFF-TO > DRU-APPLY-DATE-TIME
                 MOVE DRV-EFF-FROM     TO DRU-VERSION-FROM
              END-IF
           END-IF.
      *
       P1177-WRITE-DRU.
      *
           EXEC CICS WRITE
                     DATASET(DRU-VIA-RULE-APPLY)
                     FROM(WS-DRU-RECORD)
                     LENGTH(DRU-RLGTH)
                     RIDFLD(DRU-KEY)
                     KEYLENGTH(DRU-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC.
      *
       P1178-NEXT-DRU-SEQ.
      *
           ADD 1                       TO DRU-SEQ
           PERFORM P1177-WRITE-DRU.
      *TBD-E
      *TBD-B
      *CANCELLED-CALL REGISTER.  THE CALL IS REGISTERED WITH THE TURN
      *OR EXTRABOARD POSITION IT WAS MADE FROM, SO A CANCEL CAN LATER
      *BE CHECKED AGAINST THE BOARD.  A CALL ALREADY REGISTERED STANDS,
      *AND THE REGISTER IS ADVISORY - A CALL THAT CANNOT BE REGISTERED
      *DOES NOT STOP THE CALL.
       P1180-REGISTER-CALL.
      *
           MOVE SPACES                 TO WS-CCL-RECORD
           MOVE P919-EFF-DATE-TIME     TO CCL-CALL-DATE-TIME
           MOVE P919-ASGN-ON-DUTY-EMP  TO CCL-EMP-NBR
                                          CCL-ALT-EMP-NBR
           MOVE EMP-NAME OF WS-MSTR    TO CCL-EMP-NAME
           MOVE DIST OF WS-MSTR        TO CCL-DIST
           MOVE SUB-DIST OF WS-MSTR    TO CCL-SDIST
           MOVE CRAFT OF WS-MSTR       TO CCL-CRAFT
           MOVE P919-CALL-DIST         TO CCL-CALL-DIST
           MOVE P919-CALL-SUB-DIST     TO CCL-CALL-SDIST
           MOVE P919-CALL-POOL         TO CCL-CALL-POOL
           MOVE P919-TRAIN             TO CCL-TRAIN
           MOVE P919-ASGN-TYPE         TO CCL-ASGN-TYPE
           MOVE P919-ASGN-PARM         TO CCL-ASGN
           IF TEMPORARY-ASGNMT > SPACES
              MOVE TEMPORARY-ASGNMT-FLAG TO CCL-TURN-TYPE
              MOVE TEMPORARY-ASGNMT    TO CCL-TURN
           ELSE
              MOVE NORMAL-ASGNMT-FLAG  TO CCL-TURN-TYPE
              MOVE NORMAL-ASGNMT       TO CCL-TURN
           END-IF
           SET CCL-CALLED              TO TRUE
           EXEC CICS WRITE
                     DATASET(CCL-VIA-CALL-KEY)
                     FROM(WS-CCL-RECORD)
                     LENGTH(CCL-RLGTH)
                     RIDFLD(CCL-KEY)
                     KEYLENGTH(CCL-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC.
      *TBD-E
      *TBD-B
      *ARBITRARY REGISTER.  THE SAME SIDE-TRIP, FORCED-ROUTE, ROUTE-
      *DESIGNATION AND CATCH-UP DATE P1150 PASSES TO P926, KEPT BY
      *EMPLOYEE AND CALL TIME FOR CNB241.  A CALL REGISTERED TWICE
      *REPLACES THE FIRST.  THE REGISTER IS ADVISORY - A CALL THAT
      *CANNOT BE REGISTERED DOES NOT STOP THE CALL.
       P1185-REGISTER-ARBITRARY.
      *
           MOVE SPACES                 TO WS-ARB-RECORD
           MOVE P919-ASGN-ON-DUTY-EMP  TO ARB-EMP-NBR
           MOVE P919-EFF-DATE-TIME     TO ARB-CALL-DATE-TIME
           MOVE EMP-NAME OF WS-MSTR    TO ARB-EMP-NAME
           MOVE P919-TRAIN             TO ARB-TRAIN
           MOVE P919-TRAIN-DATE-TIME   TO ARB-TRAIN-DATE-TIME
           MOVE P919-CALL-DIST         TO ARB-CALL-DIST
           MOVE P919-CALL-SUB-DIST     TO ARB-CALL-SDIST
           MOVE P919-CALL-POOL         TO ARB-CALL-POOL
           MOVE P919-ASGN-TYPE         TO ARB-ASGN-TYPE
           MOVE P919-ASGN-PARM         TO ARB-ASGN
           MOVE P919-SIDE-TRIP         TO ARB-SIDE-TRIP
           MOVE P919-FORCE-ROUTE       TO ARB-FORCE-ROUTE
           MOVE P919-ROUTE-DESIGNATION TO ARB-ROUTE-DSGN
           MOVE P919-CALL-CATCHUP-DATE TO ARB-CATCHUP-DATE
           EXEC CICS WRITE
                     DATASET(ARB-VIA-EMP-CALL)
                     FROM(WS-ARB-RECORD)
                     LENGTH(ARB-RLGTH)
                     RIDFLD(ARB-KEY)
                     KEYLENGTH(ARB-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE            TO FILE-STATUS
           IF DUP-KEY-ERR
              EXEC CICS READ
                        DATASET(ARB-VIA-EMP-CALL)
                        INTO(WS-REG-HOLD)
                        LENGTH(ARB-RLGTH)
                        RIDFLD(ARB-KEY)
                        KEYLENGTH(ARB-KLGTH)
                        UPDATE
                        RESP(WS-RESPONSE)
              END-EXEC
              MOVE WS-RESPONSE         TO FILE-STATUS
              IF SUCCESS
                 EXEC CICS REWRITE
                           DATASET(ARB-VIA-EMP-CALL)
                           FROM(WS-ARB-RECORD)
                           LENGTH(ARB-RLGTH)
                           RESP(WS-RESPONSE)
                 END-EXEC
              END-IF
           END-IF.
      *TBD-E
      *TBD-B
      *REST-DAY REGISTER.  THE CALL, THE EMPLOYEE'S OWN ASSIGNMENT
      *(STILL IN WORK-JS-KEY1 FROM P1104-CHECK-REST-DAY) AND THE FIRST
      *EXTRABOARD EMPLOYEE WHO STOOD AVAILABLE FOR IT, KEPT BY
      *EMPLOYEE AND CALL TIME FOR THE CNB262 PREMIUM CLAIM.  CNP943
      *STAMPS THE TIE-UP.  A CALL ALREADY REGISTERED STANDS, AND THE
      *REGISTER IS ADVISORY - A CALL THAT CANNOT BE REGISTERED DOES
      *NOT STOP THE CALL.
       P1186-REGISTER-REST-DAY.
      *
           MOVE SPACES                 TO WS-RDR-RECORD
           MOVE P919-ASGN-ON-DUTY-EMP  TO RDR-EMP-NBR
           MOVE P919-EFF-DATE-TIME     TO RDR-CALL-DATE-TIME
           MOVE EMP-NAME OF WS-MSTR    TO RDR-EMP-NAME
           MOVE DIST OF WS-MSTR        TO RDR-DIST
           MOVE SUB-DIST OF WS-MSTR    TO RDR-SDIST
           MOVE CRAFT OF WS-MSTR       TO RDR-CRAFT
           MOVE WK-JSK1-ASGN-DIST      TO RDR-OWN-DIST
           MOVE WK-JSK1-ASGN-SUB-DIST  TO RDR-OWN-SDIST
           MOVE WK-JSK1-ASSIGNMENT     TO RDR-OWN-ASGN
           MOVE P919-CALL-DIST         TO RDR-CALL-DIST
           MOVE P919-CALL-SUB-DIST     TO RDR-CALL-SDIST
           MOVE P919-CALL-POOL         TO RDR-CALL-POOL
           MOVE P919-TRAIN             TO RDR-TRAIN
           MOVE P919-ASGN-TYPE         TO RDR-ASGN-TYPE
           MOVE P919-ASGN-PARM         TO RDR-ASGN
           MOVE 'N'                    TO RDR-XB-FLAG
           PERFORM P1187-CHECK-XB-FIRST
           EXEC CICS WRITE
                     DATASET(RDR-VIA-EMP-CALL)
                     FROM(WS-RDR-RECORD)
                     LENGTH(RDR-RLGTH)
                     RIDFLD(RDR-KEY)
                     KEYLENGTH(RDR-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC.
      *
      *THE EXTRABOARD PROTECTING THE CALLING DISTRICT IN THE EMPLOYEE'S
      *CRAFT IS READ FROM FIRST OUT, AS P1090 READS IT - IN POSITION
      *ORDER, OR SLOW-POSITION ORDER WHEN THE CALL CAME FROM THE SLOW
      *SIDE OF A FASTSLOW BOARD - STARTING AT THE BOARD'S LOW KEY.  THE
      *POSITION BOARD OF THE FIRST TURN READ IS THE ONE WALKED.  THE
      *FIRST TURN ON THE BOARD WHOSE EMPLOYEE IS AVAILABLE SHOULD HAVE
      *HAD THE CALL.  THE CALLED EMPLOYEE'S RECORDS ARE KEPT IN THE
      *BYPASS SAVE AREAS MEANWHILE.
       P1187-CHECK-XB-FIRST.
      *
           MOVE WS-MSTR                TO WS-BY-SAVE-MSTR
           MOVE WS-EXTRA-BOARD         TO WS-BY-SAVE-EXTRA-BOARD
           MOVE ASGN-AREA              TO WS-BY-SAVE-ASGN
           MOVE WORK-ASGNKEY1          TO WS-BY-SAVE-ASGNKEY1
           MOVE MSTRNBRK               TO WS-BY-SAVE-MSTRNBRK
           MOVE SPACES                 TO RDR-XB-POS-BOARD
           IF P919-FROM-SLOW-BOARD
              MOVE SPACES              TO EB-SLOW-POS-AREA
              MOVE P919-CALL-DIST      TO EB-SLOW-DIST
              MOVE P919-CALL-SUB-DIST  TO EB-SLOW-SUB-DIST
              MOVE RDR-CRAFT           TO EB-SLOW-CRAFT-CODE
              MOVE ZEROS               TO EB-SLOW-POSITION
              MOVE EB-SLOW-POS-AREA    TO EBSLOW-POS
              EXEC CICS STARTBR
                        DATASET(EB-VIA-SLOW-POSITION)
                        RIDFLD(EBSLOW-POS)
                        GTEQ
                        RESP(WS-RESPONSE)
              END-EXEC
           ELSE
              MOVE SPACES              TO EBPOS-AREA
              MOVE P919-CALL-DIST      TO DIST OF EBPOS-AREA
              MOVE P919-CALL-SUB-DIST  TO SUB-DIST OF EBPOS-AREA
              MOVE RDR-CRAFT           TO CRAFT-CODE OF EBPOS-AREA
              MOVE ZEROS               TO EB-POSITION
              MOVE EBPOS-AREA          TO EBPOS
              EXEC CICS STARTBR
                        DATASET(EB-VIA-CRAFT-POSITION)
                        RIDFLD(EBPOS)
                        GTEQ
                        RESP(WS-RESPONSE)
              END-EXEC
           END-IF
           MOVE WS-RESPONSE            TO FILE-STATUS
           IF SUCCESS
              MOVE 'N'                 TO WS-BY-WALK-SW
              PERFORM P1188-NEXT-XB-POSITION
                      UNTIL WS-BY-WALK-DONE
              IF P919-FROM-SLOW-BOARD
                 EXEC CICS ENDBR
                           DATASET(EB-VIA-SLOW-POSITION)
                           RESP(WS-RESPONSE)
                 END-EXEC
              ELSE
                 EXEC CICS ENDBR
                           DATASET(EB-VIA-CRAFT-POSITION)
                           RESP(WS-RESPONSE)
                 END-EXEC
              END-IF
           END-IF
           MOVE WS-BY-SAVE-MSTR        TO WS-MSTR
           MOVE WS-BY-SAVE-EXTRA-BOARD TO WS-EXTRA-BOARD
           MOVE WS-BY-SAVE-ASGN        TO ASGN-AREA
           MOVE WS-BY-SAVE-ASGNKEY1    TO WORK-ASGNKEY1
           MOVE WS-BY-SAVE-MSTRNBRK    TO MSTRNBRK.
      *
       P1188-NEXT-XB-POSITION.
      *
           IF P919-FROM-SLOW-BOARD
              EXEC CICS READNEXT
                        DATASET(EB-VIA-SLOW-POSITION)
                        INTO(WS-EXTRA-BOARD)
                        LENGTH(EBSLPOS-RLGTH)
                        RIDFLD(EBSLOW-POS)
                        KEYLENGTH(EBSLPOS-KLGTH)
                        RESP(WS-RESPONSE)
              END-EXEC
           ELSE
              EXEC CICS READNEXT
                        DATASET(EB-VIA-CRAFT-POSITION)
                        INTO(WS-EXTRA-BOARD)
                        LENGTH(EBCRPOS-RLGTH)
                        RIDFLD(EBPOS)
                        KEYLENGTH(EBCRPOS-KLGTH)
                        RESP(WS-RESPONSE)
              END-EXEC
           END-IF
           MOVE WS-RESPONSE            TO FILE-STATUS
           IF SUCCESS
              AND NOT P919-FROM-SLOW-BOARD
              AND RDR-XB-POS-BOARD = SPACES
              MOVE EB-POS-BOARD        TO RDR-XB-POS-BOARD
           END-IF
           IF NOT SUCCESS
              OR DIST-REPEAT NOT = P919-CALL-DIST
              OR SUBDIST-REPEAT NOT = P919-CALL-SUB-DIST
              OR CRAFT-CODE-REPEAT NOT = RDR-CRAFT
              OR (NOT P919-FROM-SLOW-BOARD
                  AND EB-POS-BOARD NOT = RDR-XB-POS-BOARD)
              SET WS-BY-WALK-DONE      TO TRUE
           ELSE
              IF (P919-FROM-SLOW-BOARD AND EB-SLOW-ON-BOARD)
                 OR (NOT P919-FROM-SLOW-BOARD AND EB-ON-BOARD)
                 PERFORM P1189-CHECK-XB-AVAILABLE
              END-IF
           END-IF.
      *
      *THE TURN'S EMPLOYEE IS FOUND AS P1092 FINDS IT - THE LATEST
      *TEMPORARY HOLDER, OTHERWISE THE OWNER.
       P1189-CHECK-XB-AVAILABLE.
      *
           MOVE 'X'                        TO WK-ASGN-JOB-TYPE
           MOVE DIST-REPEAT                TO WK-ASGN-DIST
           MOVE SUBDIST-REPEAT             TO WK-ASGN-SUB-DIST
           MOVE 'EX'                       TO WK-ASGN-POOL
           MOVE TURN-NBR OF WS-EXTRA-BOARD TO WK-ASGN-TURN
           MOVE CRAFT-CODE-REPEAT          TO WK-ASGN-CC
           PERFORM PXXXX-LATEST-TEMP
           IF ASGN-EMP-NO NOT > ZERO
              PERFORM PXXXX-JOB-OWNER
           END-IF
           IF ASGN-EMP-NO > ZERO
              MOVE ASGN-EMP-NO             TO MSTRNBRK
              EXEC CICS READ
                        DATASET(MSTR-VIA-EMP-NBR)
                        INTO(WS-MSTR)
                        LENGTH(MSTRENBR-RLGTH)
                        RIDFLD(MSTRNBRK)
                        KEYLENGTH(MSTRENBR-KLGTH)
                        RESP(WS-RESPONSE)
              END-EXEC
              MOVE WS-RESPONSE             TO FILE-STATUS
              IF SUCCESS AND AVAILABLE
                 MOVE 'Y'                  TO RDR-XB-FLAG
                 MOVE EMP-NBR OF WS-MSTR   TO RDR-XB-EMP-NBR
                 MOVE TURN-NBR OF WS-EXTRA-BOARD
                                           TO RDR-XB-TURN
                 SET WS-BY-WALK-DONE       TO TRUE
              END-IF
           END-IF.
      *TBD-E
      *TBD-B
      *BYPASS REASONS.  WHEN THE EMPLOYEE CALLED STANDS ON AN
      *EXTRABOARD TURN, THE TURNS AHEAD OF IT ON THE SAME BOARD (THE
      *SLOW SIDE WHEN THE CALL CAME FROM THE SLOW SIDE OF A FASTSLOW
      *BOARD) ARE READ FROM FIRST OUT, AND THE OWNER OF EACH TURN ON THE
      *BOARD WHO IS AVAILABLE HAS BEEN PASSED.  THE CALL TRANSACTION
      *PASSES A REASON FOR EACH ONE IN THE NEW P919COMM TABLE
      *P919-BYPASS-ENTRY (P919-BYPASS-COUNT 9(2), UP TO 20 ENTRIES OF
      *P919-BYPASS-EMP-NBR AND P919-BYPASS-REASON - REST, QUAL, RSTR,
      *NOAN OR EREQ).  A PASSED EMPLOYEE WITH NO VALID REASON REFUSES
      *THE CALL - P919-BYPASS-RESULT 'M' WITH THE EMPLOYEE AND POSITION
      *IN P919-BYPASS-MISSING-EMP AND P919-BYPASS-MISSING-POS - BEFORE
      *ANYTHING IS UPDATED.  THE NEW P919COMM FIELDS LENGTHEN
      *DFHCOMMAREA BY THE SAME 275 BYTES.
       P1090-CHECK-BYPASS.
      *
           MOVE ZEROS                  TO WS-BY-COUNT
                                          WS-BY-ORDINAL
                                          WS-BY-CALLED-POSITION
           MOVE SPACES                 TO P919-BYPASS-RESULT
                                          P919-BYPASS-MISSING-EMP
           MOVE ZEROS                  TO P919-BYPASS-MISSING-POS
           IF TEMP-ASGN-XB
              OR (NORM-ASGN-XB AND TEMPORARY-ASGNMT NOT > SPACE)
              MOVE WS-MSTR             TO WS-BY-SAVE-MSTR
              MOVE WS-EXTRA-BOARD      TO WS-BY-SAVE-EXTRA-BOARD
              MOVE ASGN-AREA           TO WS-BY-SAVE-ASGN
              MOVE WORK-ASGNKEY1       TO WS-BY-SAVE-ASGNKEY1
              MOVE MSTRNBRK            TO WS-BY-SAVE-MSTRNBRK
              MOVE EMP-NAME OF WS-MSTR TO WS-BY-CALLED-NAME
              IF TEMP-ASGN-XB
                 MOVE TA-DIST          TO WS-BY-DIST
                 MOVE TA-SUB-DIST      TO WS-BY-SDIST
                 MOVE TA-CC            TO WS-BY-CRAFT
                 MOVE TA-XB-TURN       TO WS-BY-CALLED-TURN
              ELSE
                 MOVE NA-DIST          TO WS-BY-DIST
                 MOVE NA-SUB-DIST      TO WS-BY-SDIST
                 MOVE NA-CC            TO WS-BY-CRAFT
                 MOVE NA-XB-TURN       TO WS-BY-CALLED-TURN
              END-IF
              MOVE SPACES              TO EBTURN-AREA
              MOVE WS-BY-DIST          TO DIST-REPEAT
              MOVE WS-BY-SDIST         TO SUBDIST-REPEAT
              MOVE WS-BY-CRAFT         TO CRAFT-CODE-REPEAT
              MOVE WS-BY-CALLED-TURN   TO TURN-NBR OF EBTURN-AREA
              MOVE EBTURN-AREA         TO EBTURN
              EXEC CICS READ
                        DATASET(EB-VIA-TURN-NBR)
                        INTO(WS-EXTRA-BOARD)
                        LENGTH(EBTURNNO-RLGTH)
                        RIDFLD(EBTURN)
                        KEYLENGTH(EBTURNNO-KLGTH)
                        RESP(WS-RESPONSE)
              END-EXEC
              MOVE WS-RESPONSE         TO FILE-STATUS
              IF NOT SUCCESS
                 MOVE 'P1090-1'        TO ERR-PARAGRAPH
                 MOVE EBTURN           TO ERR-KEY
                 PERFORM P9999-GOT-PROBLEM
              END-IF
              IF P919-FROM-SLOW-BOARD
                 SET WS-BY-SLOW-SIDE   TO TRUE
                 MOVE EB-SLOW-POS-AREA TO WS-BY-CALLED-KEY
                 MOVE EB-SLOW-POS-AREA TO EBSLOW-POS
                 MOVE ZEROS            TO EBSLOWPOS
                 EXEC CICS STARTBR
                           DATASET(EB-VIA-SLOW-POSITION)
                           RIDFLD(EBSLOW-POS)
                           GTEQ
                           RESP(WS-RESPONSE)
                 END-EXEC
              ELSE
                 IF P919-FROM-FAST-BOARD
                    MOVE 'F'           TO WS-BY-SIDE
                 ELSE
                    MOVE SPACE         TO WS-BY-SIDE
                 END-IF
                 MOVE EB-POS-BOARD     TO WS-BY-POS-BOARD
                 MOVE EBPOS-AREA       TO WS-BY-CALLED-KEY
                 MOVE ZEROS            TO EB-POSITION
                 MOVE EBPOS-AREA       TO EBPOS
                 EXEC CICS STARTBR
                           DATASET(EB-VIA-CRAFT-POSITION)
                           RIDFLD(EBPOS)
                           GTEQ
                           RESP(WS-RESPONSE)
                 END-EXEC
              END-IF
              MOVE WS-RESPONSE         TO FILE-STATUS
              IF SUCCESS
                 MOVE 'N'              TO WS-BY-WALK-SW
                 PERFORM P1091-NEXT-POSITION
                         UNTIL WS-BY-WALK-DONE
                 IF WS-BY-SLOW-SIDE
                    EXEC CICS ENDBR
                              DATASET(EB-VIA-SLOW-POSITION)
                              RESP(WS-RESPONSE)
                    END-EXEC
                 ELSE
                    EXEC CICS ENDBR
                              DATASET(EB-VIA-CRAFT-POSITION)
                              RESP(WS-RESPONSE)
                    END-EXEC
                 END-IF
              END-IF
              ADD 1 TO WS-BY-ORDINAL GIVING WS-BY-CALLED-POSITION
              MOVE WS-BY-SAVE-MSTR     TO WS-MSTR
              MOVE WS-BY-SAVE-EXTRA-BOARD
                                       TO WS-EXTRA-BOARD
              MOVE WS-BY-SAVE-ASGN     TO ASGN-AREA
              MOVE WS-BY-SAVE-ASGNKEY1 TO WORK-ASGNKEY1
              MOVE WS-BY-SAVE-MSTRNBRK TO MSTRNBRK
              IF P919-BYPASS-REASON-MISSING
                 PERFORM P9000-RETURN
              END-IF
           END-IF.
      *
       P1091-NEXT-POSITION.
      *
           IF WS-BY-SLOW-SIDE
              EXEC CICS READNEXT
                        DATASET(EB-VIA-SLOW-POSITION)
                        INTO(WS-EXTRA-BOARD)
                        LENGTH(EBSLPOS-RLGTH)
                        RIDFLD(EBSLOW-POS)
                        KEYLENGTH(EBSLPOS-KLGTH)
                        RESP(WS-RESPONSE)
              END-EXEC
              MOVE EB-SLOW-POS-AREA    TO WS-BY-POS-KEY
           ELSE
              EXEC CICS READNEXT
                        DATASET(EB-VIA-CRAFT-POSITION)
                        INTO(WS-EXTRA-BOARD)
                        LENGTH(EBCRPOS-RLGTH)
                        RIDFLD(EBPOS)
                        KEYLENGTH(EBCRPOS-KLGTH)
                        RESP(WS-RESPONSE)
              END-EXEC
              MOVE EBPOS-AREA          TO WS-BY-POS-KEY
           END-IF
           MOVE WS-RESPONSE            TO FILE-STATUS
           IF NOT SUCCESS
              OR WS-BY-POS-KEY NOT < WS-BY-CALLED-KEY
              OR DIST-REPEAT NOT = WS-BY-DIST
              OR SUBDIST-REPEAT NOT = WS-BY-SDIST
              OR CRAFT-CODE-REPEAT NOT = WS-BY-CRAFT
              OR (NOT WS-BY-SLOW-SIDE
                  AND EB-POS-BOARD NOT = WS-BY-POS-BOARD)
              SET WS-BY-WALK-DONE      TO TRUE
           ELSE
              IF TURN-NBR OF WS-EXTRA-BOARD NOT = WS-BY-CALLED-TURN
                 AND ((WS-BY-SLOW-SIDE AND EB-SLOW-ON-BOARD)
                  OR (NOT WS-BY-SLOW-SIDE AND EB-ON-BOARD))
                 ADD 1 TO WS-BY-ORDINAL
                 PERFORM P1092-CHECK-PASSED
              END-IF
           END-IF.
      *
      *THE TURN'S EMPLOYEE IS FOUND AS P1146 FINDS IT - THE LATEST
      *TEMPORARY HOLDER, OTHERWISE THE OWNER.
       P1092-CHECK-PASSED.
      *
           MOVE 'X'                        TO WK-ASGN-JOB-TYPE
           MOVE DIST-REPEAT                TO WK-ASGN-DIST
           MOVE SUBDIST-REPEAT             TO WK-ASGN-SUB-DIST
           MOVE 'EX'                       TO WK-ASGN-POOL
           MOVE TURN-NBR OF WS-EXTRA-BOARD TO WK-ASGN-TURN
           MOVE CRAFT-CODE-REPEAT          TO WK-ASGN-CC
           PERFORM PXXXX-LATEST-TEMP
           IF ASGN-EMP-NO NOT > ZERO
              PERFORM PXXXX-JOB-OWNER
           END-IF
           IF ASGN-EMP-NO > ZERO
              MOVE ASGN-EMP-NO             TO MSTRNBRK
              EXEC CICS READ
                        DATASET(MSTR-VIA-EMP-NBR)
                        INTO(WS-MSTR)
                        LENGTH(MSTRENBR-RLGTH)
                        RIDFLD(MSTRNBRK)
                        KEYLENGTH(MSTRENBR-KLGTH)
                        RESP(WS-RESPONSE)
              END-EXEC
              MOVE WS-RESPONSE             TO FILE-STATUS
              IF NOT SUCCESS
                 MOVE 'P1092-1'            TO ERR-PARAGRAPH
                 MOVE MSTRNBRK             TO ERR-KEY
                 PERFORM P9999-GOT-PROBLEM
              END-IF
              IF AVAILABLE
                 PERFORM P1093-FIND-REASON
              END-IF
           END-IF.
      *
       P1093-FIND-REASON.
      *
           MOVE 'N'                        TO WS-BY-FOUND-SW
           MOVE SPACES                     TO WS-BY-REASON-CODE
           PERFORM P1094-SCAN-REASON
                   VARYING WS-BY-RSUB FROM 1 BY 1
                   UNTIL WS-BY-RSUB > P919-BYPASS-COUNT
                      OR WS-BY-REASON-FOUND
           IF WS-BY-REASON-VALID
              AND WS-BY-COUNT < WS-BY-MAX
              ADD 1 TO WS-BY-COUNT
              MOVE EMP-NBR OF WS-MSTR      TO WS-BY-EMP-NBR
                                                         (WS-BY-COUNT)
              MOVE EMP-NAME OF WS-MSTR     TO WS-BY-NAME (WS-BY-COUNT)
              MOVE TURN-NBR OF WS-EXTRA-BOARD
                                           TO WS-BY-TURN (WS-BY-COUNT)
              MOVE WS-BY-ORDINAL           TO WS-BY-POSITION
                                                         (WS-BY-COUNT)
              MOVE WS-BY-REASON-CODE       TO WS-BY-REASON (WS-BY-COUNT)
           ELSE
              IF NOT P919-BYPASS-REASON-MISSING
                 SET P919-BYPASS-REASON-MISSING TO TRUE
                 MOVE EMP-NBR OF WS-MSTR   TO P919-BYPASS-MISSING-EMP
                 MOVE WS-BY-ORDINAL        TO P919-BYPASS-MISSING-POS
              END-IF
           END-IF.
      *
       P1094-SCAN-REASON.
      *
           IF P919-BYPASS-EMP-NBR (WS-BY-RSUB) = EMP-NBR OF WS-MSTR
              SET WS-BY-REASON-FOUND       TO TRUE
              MOVE P919-BYPASS-REASON (WS-BY-RSUB)
                                           TO WS-BY-REASON-CODE
           END-IF.
      *
      *BYPASS REGISTER.  ONE RECORD PER EMPLOYEE PASSED, WITH THE
      *POSITIONS, THE REASON AND THE CALLER'S USER ID.  A RECORD
      *ALREADY ON FILE STANDS, AND THE REGISTER IS ADVISORY - A BYPASS
      *THAT CANNOT BE REGISTERED DOES NOT STOP THE CALL.
       P1190-REGISTER-BYPASS.
      *
           MOVE SPACES                 TO WS-BYP-RECORD
           MOVE P919-EFF-DATE-TIME     TO BYP-CALL-DATE-TIME
           MOVE P919-ASGN-ON-DUTY-EMP  TO BYP-CALLED-EMP-NBR
           MOVE WS-BY-SUB              TO BYP-SEQ
           MOVE WS-BY-EMP-NBR (WS-BY-SUB)
                                       TO BYP-PASSED-EMP-NBR
           MOVE WS-BY-NAME (WS-BY-SUB) TO BYP-PASSED-NAME
           MOVE WS-BY-TURN (WS-BY-SUB) TO BYP-PASSED-TURN
           MOVE WS-BY-POSITION (WS-BY-SUB)
                                       TO BYP-PASSED-POSITION
           MOVE WS-BY-REASON (WS-BY-SUB)
                                       TO BYP-REASON
           MOVE WS-BY-CALLED-NAME      TO BYP-CALLED-NAME
           MOVE WS-BY-CALLED-TURN      TO BYP-CALLED-TURN
           MOVE WS-BY-CALLED-POSITION  TO BYP-CALLED-POSITION
           MOVE WS-BY-DIST             TO BYP-BOARD-DIST
           MOVE WS-BY-SDIST            TO BYP-BOARD-SDIST
           MOVE WS-BY-CRAFT            TO BYP-BOARD-CRAFT
           MOVE WS-BY-SIDE             TO BYP-BOARD-SIDE
           MOVE WS-BY-USERID           TO BYP-CALLER
           MOVE P919-TRAIN             TO BYP-TRAIN
           MOVE P919-ASGN-TYPE         TO BYP-ASGN-TYPE
           MOVE P919-ASGN-PARM         TO BYP-ASGN
           EXEC CICS WRITE
                     DATASET(BYP-VIA-CALL-SEQ)
                     FROM(WS-BYP-RECORD)
                     LENGTH(BYP-RLGTH)
                     RIDFLD(BYP-KEY)
                     KEYLENGTH(BYP-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC.
      *TBD-E
      *
      *CNLD-133-B
       P1200-DH-CALL-FUNCTION.
      *
           END-EXEC
           MOVE WS-RESPONSE TO FILE-STATUS.
      *
      *TBD-B
      ******************************************************************
       P8655-READ-QUALIFICATION.
      ******************************************************************
           MOVE SPACES           TO WS-QUAL-FILE
           MOVE WORK-QUALEMP-KEY TO QUALEMP-KEY
           EXEC CICS READ
                     DATASET(QUAL-FILE-VIA-QUALEMP)
                     INTO(WS-QUAL-FILE)
                     LENGTH(QUALEMP-RLGTH)
                     RIDFLD(QUALEMP-KEY)
                     KEYLENGTH(QUALEMP-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE TO FILE-STATUS.
      *TBD-E
      *
      ******************************************************************
       P8600-READ-AJJOBKEY.
      ******************************************************************
              MOVE SPACES TO WS-ASGN-FILE
           END-IF.
      *
      *TBD-B
      *EXTRABOARD BOARD INDEX.  REFILES THE TURN IN BXC-BOARD/BXC-TURN
      *ON THE BOARD INDEX FROM ITS EB RECORD AS IT STANDS NOW, OR
      *DROPS IT IF THE TURN IS GONE.  CNP961 MARKS THE BOARD STALE
      *WHEN IT CANNOT FOLLOW THE CHANGE AND THE SCREENS THEN BUILD
      *FROM THE EB FILE, SO A RESULT NOT ZERO DOES NOT STOP THE
      *CALL.
       P8960-POST-BOARD-INDEX.
      *
           MOVE WS-EXTRA-BOARD         TO WS-BX-SAVE-EXTRA-BOARD
           MOVE SPACES                 TO EBTURN-AREA
           MOVE BXC-DIST               TO DIST-REPEAT
           MOVE BXC-SDIST              TO SUBDIST-REPEAT
           MOVE BXC-CRAFT              TO CRAFT-CODE-REPEAT
           MOVE BXC-TURN               TO TURN-NBR OF EBTURN-AREA
           MOVE EBTURN-AREA            TO EBTURN
           EXEC CICS READ
                     DATASET(EB-VIA-TURN-NBR)
                     INTO(WS-EXTRA-BOARD)
                     LENGTH(EBTURNNO-RLGTH)
                     RIDFLD(EBTURN)
                     KEYLENGTH(EBTURNNO-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE            TO FILE-STATUS
           MOVE 'C'                    TO BXC-FUNCTION
           MOVE 'N'                    TO BXC-DELETE-SW
           IF SUCCESS
              MOVE EB-POS-BOARD        TO BXC-POS-BOARD
              MOVE EB-POSITION         TO BXC-POSITION
              MOVE EB-SLOW-POSITION    TO BXC-SLOW-POSITION
           ELSE
              IF NO-RECORD-FND
                 MOVE 'Y'              TO BXC-DELETE-SW
              ELSE
                 MOVE 'X'              TO BXC-DELETE-SW
              END-IF
           END-IF
           MOVE WS-BX-SAVE-EXTRA-BOARD TO WS-EXTRA-BOARD
           IF BXC-DELETE-SW NOT = 'X'
              MOVE P919-EFF-DATE-TIME  TO BXC-DATE-TIME
              MOVE ZEROS               TO BXC-RESULT
              EXEC CICS LINK
                        PROGRAM(CNP961-PGM)
                        COMMAREA(CNP961-COMMAREA)
                        LENGTH(CNP961-LGTH)
                        RESP(WS-RESPONSE)
              END-EXEC
           END-IF.
      *TBD-E
      *
      ******************************************************************
       P8990-SEND-TO-EM.
      ******************************************************************
       P9999-GOT-PROBLEM.
      ******************************************************************
           MOVE P919-PGM TO ERR-PROGRAM
      *TBD-B
           MOVE ERR-PROGRAM           TO XE-PROGRAM
           MOVE 'O'                   TO XE-SOURCE
           MOVE ERR-PARAGRAPH         TO XE-PARAGRAPH
           MOVE ERR-KEY               TO XE-KEY
           MOVE FILE-STATUS           TO XE-FSTAT
           MOVE ERR-SENTENCE          TO XE-SENTENCE
           MOVE EIBUSERID             TO XE-USER
           MOVE EIBTRMID              TO XE-TERMINAL
           MOVE EIBTRNID              TO XE-TRAN
           PERFORM P9995-WRITE-ERRLOG
      *TBD-E
           MOVE DFHEIBLK TO ERR-EIBLK
           EXEC CICS XCTL
                     PROGRAM(PSTERR-PGM)
                     ABCODE(PSTERR-ABCODE)
                     CANCEL
           END-EXEC.
      *
      *TBD-B
       P9995-WRITE-ERRLOG.
      *
      *    ADDS THE ERROR TO THE CENTRAL ERROR LOG (WSERRLOG).  ONLY ONE
      *    TRY PER TASK, AND A LOG THAT CANNOT BE WRITTEN IS IGNORED -
      *    P9999-GOT-PROBLEM GOES ON TO PSTERR EITHER WAY.
      *
           IF NOT ERRLOG-TRIED
              SET ERRLOG-TRIED            TO TRUE
              EXEC CICS ASKTIME
                        ABSTIME(ERRLOG-ABSTIME)
                        RESP(ERRLOG-RESP)
              END-EXEC
              EXEC CICS FORMATTIME
                        ABSTIME(ERRLOG-ABSTIME)
                        YYMMDD(ERRLOG-DATE)
                        TIME(ERRLOG-TIME)
                        RESP(ERRLOG-RESP)
              END-EXEC
              DIVIDE ERRLOG-ABSTIME BY 1000 GIVING ERRLOG-SECS
                     REMAINDER ERRLOG-MSECS
              DIVIDE ERRLOG-MSECS BY 10 GIVING ERRLOG-CENTS
              MOVE ERRLOG-CENTS           TO ERRLOG-HUNDREDTHS
              MOVE XE-PROGRAM             TO ERRLOG-PROGRAM
              MOVE ZEROS                  TO ERRLOG-SEQ
              MOVE XE-ERROR-DATA          TO ERRLOG-ERROR-DATA
              EXEC CICS WRITE
                        DATASET(ERRLOG-DSN)
                        FROM(ERRLOG-RECORD)
                        LENGTH(ERRLOG-RLGTH)
                        RIDFLD(ERRLOG-KEY)
                        RESP(ERRLOG-RESP)
              END-EXEC
              PERFORM P9996-NEXT-ERRLOG-SEQ
                 UNTIL ERRLOG-RESP NOT = DFHRESP(DUPREC)
                    OR ERRLOG-SEQ = 99
           END-IF.
      *
       P9996-NEXT-ERRLOG-SEQ.
      *
           ADD 1                          TO ERRLOG-SEQ
           EXEC CICS WRITE
                     DATASET(ERRLOG-DSN)
                     FROM(ERRLOG-RECORD)
                     LENGTH(ERRLOG-RLGTH)
                     RIDFLD(ERRLOG-KEY)
                     RESP(ERRLOG-RESP)
           END-EXEC.
      *TBD-E
      *
       X9999-GOBACK.
           GOBACK.
