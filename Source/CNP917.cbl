011062*08/02/04   AJK C597      CORRECT ABEND WHEN XB EMPLOYEE MARKS OFF01106203
011063*                         ON PERS LEAVE.                          01106303
011064*11/04/04   SAM CNC0386D  ADDED BANKTIME PROCESSING.              01106403
      *10/15/26   JMC           ADDED THE SUPPORTING REGISTERS AND CASE
      *                         FILES, ALL READ AND WRITTEN BY CICS FILE
      *                         CONTROL: REFUSED BOOK-OFF REGISTER
      *                         (P4010); STAFF-FORM ARCHIVE (P3010 - A
      *                         FAILED SEND IS ARCHIVED FOR RESEND, NOT
      *                         ABENDED); STARTS LEDGER (P2075);
      *                         DECISION-RULE USAGE (P2205); CORRECTION
      *                         AUDIT (P8905); STATUS-TRANSITION RULES
      *                         AND TASKS (P1090/P1095, P2095);
      *                         DISCIPLINE CASES (P2096); INJURY CASES
      *                         (P2097); RETURN-TO-SERVICE READINESS
      *                         (P1098, P2098); TIMESLIP REGISTER WITH
      *                         THE PAY CUTOFF IN FORCE (P8655).  WARN
      *                         WHEN CNP943 FLAGS THE PAGER FALLBACK
      *                         ENTRY AS MADE IN THE REST WINDOW.  P8960
      *                         LINKS CNP961 TO KEEP THE BOARD INDEX.  A
      *                         REGISTER, CASE OR INDEX ENTRY THAT
      *                         CANNOT BE WRITTEN DOES NOT ABEND THE
      *                         TRANSACTION.
011065***************************************************************** 01106503
011066 ENVIRONMENT DIVISION.                                            01106603
011067 CONFIGURATION SECTION.                                           01106703
           02  OWNCHG-NEW-OWNER           PIC 9(6)  VALUE ZEROS.
           02  FILLER                     PIC X(10) VALUE SPACE.
      *TBD-E
      *TBD-B
      *REFUSED BOOK-OFF REGISTER (CNB223), WRITTEN BY
      *P4010-REGISTER-REFUSAL WITH THE EXTRABOARD AND POOL STRENGTH
      *AT THE MOMENT OF REFUSAL.  A REFUSAL REGISTERED TWICE STANDS.
       01  RBK-VIA-EMP-TIME               PIC X(8)  VALUE 'CNVRBK01'.
       01  RBK-RLGTH                      PIC S9(4) COMP VALUE +100.
       01  RBK-KLGTH                      PIC S9(4) COMP VALUE +21.
       01  RBK-SCAN-SW                    PIC X(1)  VALUE 'N'.
           88  RBK-SCAN-END                         VALUE 'Y'.
      *THE CALLER'S UFP RECORD IS KEPT HERE WHILE THE POOL IS COUNTED.
       01  RBK-SAVE-UFP                   PIC X(1000) VALUE SPACE.
       01  WS-RBK-RECORD.
           02  RBK-KEY.
               03  RBK-EMP-NBR            PIC X(9)  VALUE SPACE.
               03  RBK-DATE-TIME          PIC X(12) VALUE SPACE.
           02  RBK-DIST                   PIC X(2)  VALUE SPACE.
           02  RBK-SDIST                  PIC X(2)  VALUE SPACE.
           02  RBK-CRAFT                  PIC X(2)  VALUE SPACE.
           02  RBK-POOL                   PIC X(10) VALUE SPACE.
           02  RBK-BOARD-TYPE             PIC X(1)  VALUE SPACE.
           02  RBK-SUPV-INIT              PIC X(8)  VALUE SPACE.
           02  RBK-REASON                 PIC X(2)  VALUE SPACE.
           02  RBK-ECC-CODE               PIC X(2)  VALUE SPACE.
           02  RBK-LO-CODE                PIC X(1)  VALUE SPACE.
           02  RBK-XB-TOTAL               PIC 9(5)  VALUE ZEROS.
           02  RBK-XB-AVAIL               PIC 9(5)  VALUE ZEROS.
           02  RBK-POOL-TOTAL             PIC 9(5)  VALUE ZEROS.
           02  RBK-POOL-AVAIL             PIC 9(5)  VALUE ZEROS.
           02  FILLER                     PIC X(29) VALUE SPACE.
      *TBD-E
      *TBD-B
      *STAFF-FORM ARCHIVE (CNB224), WRITTEN BY
      *P3010-ARCHIVE-STAFF-FORM.  A SECOND FORM FOR THE SAME EMPLOYEE
      *IN THE SAME MINUTE REPLACES THE FIRST.
       01  SFA-VIA-EMP-TIME               PIC X(8)  VALUE 'CNVSFA01'.
       01  SFA-RLGTH                      PIC S9(4) COMP VALUE +320.
       01  SFA-KLGTH                      PIC S9(4) COMP VALUE +21.
       01  WS-SFA-RECORD.
           02  SFA-FORM-DATA.
               03  SFA-KEY.
                   04  SFA-EMP-NBR        PIC X(9)  VALUE SPACE.
                   04  SFA-EFF-DATE-TIME  PIC X(12) VALUE SPACE.
               03  SFA-DIST               PIC X(2)  VALUE SPACE.
               03  SFA-SDIST              PIC X(2)  VALUE SPACE.
               03  SFA-CRAFT              PIC X(2)  VALUE SPACE.
               03  SFA-EMP-NAME           PIC X(26) VALUE SPACE.
               03  SFA-STATUS             PIC X(2)  VALUE SPACE.
               03  SFA-STATUS-DESC        PIC X(30) VALUE SPACE.
               03  SFA-ECC                PIC X(2)  VALUE SPACE.
               03  SFA-ECC-DESC           PIC X(40) VALUE SPACE.
               03  SFA-LAST-STATUS        PIC X(2)  VALUE SPACE.
               03  SFA-LAST-STATUS-DESC   PIC X(30) VALUE SPACE.
               03  SFA-LAST-ECC           PIC X(2)  VALUE SPACE.
               03  SFA-LAST-ECC-DESC      PIC X(40) VALUE SPACE.
               03  SFA-LAST-OFF           PIC X(10) VALUE SPACE.
               03  SFA-LAST-ON            PIC X(10) VALUE SPACE.
               03  SFA-ON-DUTY            PIC X(10) VALUE SPACE.
               03  SFA-TIE-UP             PIC X(10) VALUE SPACE.
               03  SFA-LAST-ASSGN         PIC X(12) VALUE SPACE.
               03  SFA-EMP-SIN            PIC X(9)  VALUE SPACE.
               03  SFA-EMP-SSN            PIC X(9)  VALUE SPACE.
               03  SFA-BIRTH-DATE         PIC X(6)  VALUE SPACE.
               03  SFA-ENTRY-DATE         PIC X(6)  VALUE SPACE.
           02  SFA-SEND-STATUS            PIC X(1)  VALUE SPACE.
               88  SFA-SENT                         VALUE 'S'.
               88  SFA-SEND-FAILED                  VALUE 'F'.
           02  SFA-SEND-COUNT             PIC 9(2)  VALUE ZEROS.
           02  SFA-LAST-SEND              PIC X(12) VALUE SPACE.
           02  FILLER                     PIC X(22) VALUE SPACE.
      *A REGISTER RECORD ALREADY ON FILE IS READ HERE BEFORE IT IS
      *REPLACED.
       01  WS-REG-HOLD                    PIC X(320) VALUE SPACE.
      *TBD-E
      *TBD-B
      *STARTS LEDGER (CNB227), WRITTEN BY P2075-POST-STARTS-LEDGER.
      *ENTRIES FOR THE SAME EMPLOYEE AND TIME TAKE THE NEXT STL-SEQ.
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
      *DECISION-RULE USAGE (CNB228), WRITTEN BY P2205-LOG-RULE-USAGE
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
      *CORRECTION AUDIT (CNB238), WRITTEN BY P8905-AUDIT-CORRECTION.
      *TWO CORRECTIONS FOR ONE EMPLOYEE IN THE SAME MINUTE TAKE THE
      *NEXT CRR-SEQ.
       01  CRR-VIA-ENTRY-EMP              PIC X(8)  VALUE 'CNVCRR01'.
       01  CRR-RLGTH                      PIC S9(4) COMP VALUE +100.
       01  CRR-KLGTH                      PIC S9(4) COMP VALUE +21.
       01  WS-CRR-RECORD.
           02  CRR-KEY.
               03  CRR-ENTRY-DATE-TIME    PIC X(10) VALUE SPACE.
               03  CRR-EMP-NBR            PIC X(9)  VALUE SPACE.
               03  CRR-SEQ                PIC 9(2)  VALUE ZEROS.
           02  CRR-DIST                   PIC X(2)  VALUE SPACE.
           02  CRR-SDIST                  PIC X(2)  VALUE SPACE.
           02  CRR-CRAFT                  PIC X(2)  VALUE SPACE.
           02  CRR-FUNCTION               PIC X(2)  VALUE SPACE.
           02  CRR-EVENT-DATE-TIME        PIC X(10) VALUE SPACE.
           02  CRR-ORIG-LO-CODE           PIC X(1)  VALUE SPACE.
           02  CRR-ORIG-ECC-CODE          PIC X(2)  VALUE SPACE.
           02  CRR-CORR-LO-CODE           PIC X(1)  VALUE SPACE.
           02  CRR-CORR-ECC-CODE          PIC X(2)  VALUE SPACE.
           02  CRR-USERID                 PIC X(8)  VALUE SPACE.
           02  CRR-SUPV-INIT              PIC X(8)  VALUE SPACE.
           02  FILLER                     PIC X(39) VALUE SPACE.
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
      *STATUS-TRANSITION RULES (CNB247), READ BY
      *P1095-FIND-TRANSITION-RULE, TRYING THE KEY PATTERNS IN
      *STR-MASK-VALUES ORDER - MOST SPECIFIC FIRST.  THE CHANGE BEING
      *CHECKED IS KEPT IN STR-CHANGE FOR THE TASK LIST ENTRY
      *P2095-RAISE-TRANSITION-TASK WRITES WHEN THE RULE CALLS FOR ONE.
       01  STR-VIA-RULE-KEY               PIC X(8)  VALUE 'CNVSTR01'.
       01  STR-RLGTH                      PIC S9(4) COMP VALUE +150.
       01  STR-KLGTH                      PIC S9(4) COMP VALUE +6.
       01  STR-HIT-SW                     PIC X(1)  VALUE 'N'.
           88  STR-RULE-FOUND                       VALUE 'Y'.
       01  STR-CHANGE.
           02  STR-CHG-FROM-CODE1         PIC X(1)  VALUE SPACE.
           02  STR-CHG-FROM-CODE2         PIC X(1)  VALUE SPACE.
           02  STR-CHG-TO-CODE1           PIC X(1)  VALUE SPACE.
           02  STR-CHG-TO-CODE2           PIC X(1)  VALUE SPACE.
           02  STR-CHG-REASON             PIC X(2)  VALUE SPACE.
           02  STR-CHG-EMP-NBR            PIC X(9)  VALUE SPACE.
           02  STR-CHG-DIST               PIC X(2)  VALUE SPACE.
           02  STR-CHG-SDIST              PIC X(2)  VALUE SPACE.
           02  STR-CHG-EFF-DATE-TIME      PIC X(10) VALUE SPACE.
       01  WS-STR-RECORD.
           02  STR-KEY.
               03  STR-FROM-CODE1         PIC X(1)  VALUE SPACE.
               03  STR-FROM-CODE2         PIC X(1)  VALUE SPACE.
               03  STR-TO-CODE1           PIC X(1)  VALUE SPACE.
               03  STR-TO-CODE2           PIC X(1)  VALUE SPACE.
               03  STR-REASON             PIC X(2)  VALUE SPACE.
           02  STR-ACTION                 PIC X(1)  VALUE SPACE.
               88  STR-DENY                         VALUE 'D'.
           02  STR-SUPV-REQ               PIC X(1)  VALUE SPACE.
           02  STR-EXP-REQ                PIC X(1)  VALUE SPACE.
           02  STR-TASK-CAT               PIC X(4)  VALUE SPACE.
           02  STR-TASK-PRIORITY          PIC 9(1)  VALUE ZEROS.
           02  FILLER                     PIC X(136) VALUE SPACE.
      *KEY PATTERNS, MOST SPECIFIC FIRST.  ONE BYTE PER KEY PART -
      *FROM CODE 1, FROM CODE 2, TO CODE 1, TO CODE 2, REASON; K KEEPS
      *THE CHANGE'S VALUE, A MATCHES ANY.  AN EXACT FROM-STATUS
      *OUTRANKS AN EXACT TO-STATUS, WHICH OUTRANKS THE SUB-CODES,
      *WHICH OUTRANK THE REASON.
       01  STR-MASK-VALUES.
           02  FILLER                     PIC X(30) VALUE
               'KKKKKKKKKAKKKAKKKKAAKAKKKKAKKA'.
           02  FILLER                     PIC X(30) VALUE
               'KAKAKKAKAAKKAAKKKAAAKAAAKKAAAA'.
           02  FILLER                     PIC X(30) VALUE
               'AAKKKAAKKAAAKAKAAKAAAAAAKAAAAA'.
       01  STR-MASK-TABLE REDEFINES STR-MASK-VALUES.
           02  STR-MASK OCCURS 18 TIMES.
               03  STR-MASK-FROM-CODE1    PIC X(1).
               03  STR-MASK-FROM-CODE2    PIC X(1).
               03  STR-MASK-TO-CODE1      PIC X(1).
               03  STR-MASK-TO-CODE2      PIC X(1).
               03  STR-MASK-REASON        PIC X(1).
       01  STR-MASK-SUB                   PIC S9(4) COMP VALUE ZEROS.
      *TASK LIST.  TASKS RAISED IN THE SAME MINUTE FOR ONE SUB-
      *DISTRICT TAKE THE NEXT TKL-SEQ.
       01  TKL-VIA-TASK-KEY               PIC X(8)  VALUE 'CNVTKL01'.
       01  TKL-RLGTH                      PIC S9(4) COMP VALUE +120.
       01  TKL-KLGTH                      PIC S9(4) COMP VALUE +20.
       01  WS-TKL-RECORD.
           02  TKL-KEY.
               03  TKL-DIST               PIC X(2)  VALUE SPACE.
               03  TKL-SDIST              PIC X(2)  VALUE SPACE.
               03  TKL-DATE-TIME          PIC X(14) VALUE SPACE.
               03  TKL-SEQ                PIC 9(2)  VALUE ZEROS.
           02  TKL-CATEGORY               PIC X(4)  VALUE SPACE.
           02  TKL-PRIORITY               PIC 9(1)  VALUE ZEROS.
           02  TKL-STATUS                 PIC X(1)  VALUE SPACE.
               88  TKL-OPEN                         VALUE 'O'.
           02  TKL-OWNER                  PIC X(8)  VALUE SPACE.
           02  TKL-COMP-DATE-TIME         PIC X(14) VALUE SPACE.
           02  TKL-TEXT                   PIC X(40) VALUE SPACE.
           02  FILLER                     PIC X(32) VALUE SPACE.
       01  WS-TR-TASK-SW                  PIC X(1)  VALUE 'N'.
           88  WS-TR-TASK-PENDING                   VALUE 'Y'.
      *TBD-E
      *TBD-B
      *DISCIPLINE CASES (CNB248), POSTED BY P2096-POST-DISCIPLINE-
      *CASE.  DCS-ACTIVE-KEY HOLDS THE EMPLOYEE'S LATEST CASE STILL
      *OPEN OR DECIDED, IF ANY.
       01  DCS-VIA-EMP-EFF                PIC X(8)  VALUE 'CNVDCS01'.
       01  DCS-RLGTH                      PIC S9(4) COMP VALUE +300.
       01  DCS-KLGTH                      PIC S9(4) COMP VALUE +19.
       01  DCSKEY                         PIC X(19) VALUE SPACE.
       01  DCS-ACTIVE-KEY                 PIC X(19) VALUE SPACE.
       01  DCS-SCAN-SW                    PIC X(1)  VALUE 'N'.
           88  DCS-SCAN-END                         VALUE 'Y'.
       01  WS-DCS-RECORD.
           02  DCS-KEY.
               03  DCS-EMP-NBR            PIC X(9)  VALUE SPACE.
               03  DCS-EFF-DATE-TIME      PIC X(10) VALUE SPACE.
           02  DCS-CASE-TYPE              PIC X(1)  VALUE SPACE.
           02  DCS-REASON                 PIC X(2)  VALUE SPACE.
           02  DCS-EMP-NAME               PIC X(26) VALUE SPACE.
           02  DCS-DIST                   PIC X(2)  VALUE SPACE.
           02  DCS-SDIST                  PIC X(2)  VALUE SPACE.
           02  DCS-CRAFT                  PIC X(2)  VALUE SPACE.
           02  DCS-STATUS                 PIC X(1)  VALUE SPACE.
               88  DCS-OPEN                         VALUE 'O'.
               88  DCS-DECIDED                      VALUE 'D'.
               88  DCS-CLOSED                       VALUE 'C'.
           02  DCS-NOTICE-DATE            PIC X(8)  VALUE SPACE.
           02  DCS-HEARING-DATE           PIC X(8)  VALUE SPACE.
           02  DCS-HEARING-TIME           PIC X(4)  VALUE SPACE.
           02  DCS-POSTPONE-COUNT         PIC 9(2)  VALUE ZEROS.
           02  DCS-EXTENDED-TO            PIC X(8)  VALUE SPACE.
           02  DCS-HELD-DATE              PIC X(8)  VALUE SPACE.
           02  DCS-OUTCOME                PIC X(4)  VALUE SPACE.
           02  DCS-SUSP-DAYS              PIC 9(3)  VALUE ZEROS.
           02  DCS-DECISION-DATE          PIC X(8)  VALUE SPACE.
           02  DCS-RETURN-DATE            PIC X(8)  VALUE SPACE.
           02  DCS-RETURNED-DATE-TIME     PIC X(10) VALUE SPACE.
           02  DCS-VOID-REASON            PIC X(20) VALUE SPACE.
           02  DCS-TEXT                   PIC X(33) VALUE SPACE.
           02  DCS-UPDATE-USER            PIC X(8)  VALUE SPACE.
           02  DCS-UPDATE-DATE-TIME       PIC X(12) VALUE SPACE.
           02  DCS-OPENED-BY              PIC X(8)  VALUE SPACE.
           02  FILLER                     PIC X(93) VALUE SPACE.
      *TBD-E
      *TBD-B
      *INJURY CASES (CNB249), POSTED BY P2097-POST-INJURY-CASE.
      *INJ-ACTIVE-KEY HOLDS THE EMPLOYEE'S LATEST CASE STILL OFF WORK
      *OR ON RESTRICTED DUTY, IF ANY.
       01  INJ-VIA-EMP-EFF                PIC X(8)  VALUE 'CNVINJ01'.
       01  INJ-RLGTH                      PIC S9(4) COMP VALUE +300.
       01  INJ-KLGTH                      PIC S9(4) COMP VALUE +19.
       01  INJKEY                         PIC X(19) VALUE SPACE.
       01  INJ-ACTIVE-KEY                 PIC X(19) VALUE SPACE.
       01  INJ-SCAN-SW                    PIC X(1)  VALUE 'N'.
           88  INJ-SCAN-END                         VALUE 'Y'.
       01  WS-INJ-RECORD.
           02  INJ-KEY.
               03  INJ-EMP-NBR            PIC X(9)  VALUE SPACE.
               03  INJ-EFF-DATE-TIME      PIC X(10) VALUE SPACE.
           02  INJ-CASE-TYPE              PIC X(1)  VALUE SPACE.
           02  INJ-EMP-NAME               PIC X(26) VALUE SPACE.
           02  INJ-DIST                   PIC X(2)  VALUE SPACE.
           02  INJ-SDIST                  PIC X(2)  VALUE SPACE.
           02  INJ-CRAFT                  PIC X(2)  VALUE SPACE.
           02  INJ-STATUS                 PIC X(1)  VALUE SPACE.
               88  INJ-OFF-WORK                     VALUE 'O'.
               88  INJ-ON-RESTRICTED                VALUE 'R'.
               88  INJ-CLOSED                       VALUE 'C'.
           02  INJ-REPORTABLE             PIC X(1)  VALUE SPACE.
           02  INJ-INCIDENT-DATE          PIC X(8)  VALUE SPACE.
           02  INJ-INCIDENT-TIME          PIC X(4)  VALUE SPACE.
           02  INJ-TRAIN                  PIC X(10) VALUE SPACE.
           02  INJ-LOCATION               PIC X(20) VALUE SPACE.
           02  INJ-OFF-DATE               PIC X(8)  VALUE SPACE.
           02  INJ-RESTRICT-CLEAR-DATE    PIC X(8)  VALUE SPACE.
           02  INJ-FULL-CLEAR-DATE        PIC X(8)  VALUE SPACE.
           02  INJ-RESTRICT-DATE          PIC X(8)  VALUE SPACE.
           02  INJ-RTW-DATE               PIC X(8)  VALUE SPACE.
           02  INJ-LOST-DAYS              PIC 9(3)  VALUE ZEROS.
           02  INJ-RESTRICT-DAYS          PIC 9(3)  VALUE ZEROS.
           02  INJ-COUNTED-DATE           PIC X(8)  VALUE SPACE.
           02  INJ-RETURNED-DATE-TIME     PIC X(10) VALUE SPACE.
           02  INJ-UPDATE-USER            PIC X(8)  VALUE SPACE.
           02  INJ-UPDATE-DATE-TIME       PIC X(12) VALUE SPACE.
           02  INJ-OPENED-BY              PIC X(8)  VALUE SPACE.
           02  FILLER                     PIC X(112) VALUE SPACE.
      *TBD-E
      *TBD-B
      *RETURN-TO-SERVICE READINESS (CNB251).  P1098-CHECK-RTS-
      *READINESS READS THE RTSRULE REQUIREMENTS FOR THE LAYOFF CODE
      *(AND FOR ANY CODE) AGAINST THOSE RECORDED AS MET ON RTSFILE,
      *LEAVING THE OUTCOME IN RTS-CHECK; P2098-POST-RTS-RETURN KEEPS
      *THE EXPECTED RETURN AND ANY SUPERVISOR OVERRIDE ON RTSFILE.
       01  RTR-VIA-RULE-KEY               PIC X(8)  VALUE 'CNVRTR01'.
       01  RTR-RLGTH                      PIC S9(4) COMP VALUE +80.
       01  RTR-KLGTH                      PIC S9(4) COMP VALUE +8.
       01  RTRKEY.
           02  RTRKEY-LAYOFF-CODE         PIC X(1)  VALUE SPACE.
           02  RTRKEY-MIN-DAYS            PIC 9(3)  VALUE ZEROS.
           02  RTRKEY-REQ-CODE            PIC X(4)  VALUE SPACE.
       01  RTR-SCAN-SW                    PIC X(1)  VALUE 'N'.
           88  RTR-SCAN-END                         VALUE 'Y'.
       01  RTR-SCAN-CODE                  PIC X(1)  VALUE SPACE.
       01  WS-RTR-RECORD.
           02  RTR-KEY.
               03  RTR-LAYOFF-CODE        PIC X(1)  VALUE SPACE.
               03  RTR-MIN-DAYS           PIC 9(3)  VALUE ZEROS.
               03  RTR-REQ-CODE           PIC X(4)  VALUE SPACE.
           02  RTR-ACTION                 PIC X(1)  VALUE SPACE.
               88  RTR-BLOCK                        VALUE 'B'.
           02  RTR-REQ-DESC               PIC X(30) VALUE SPACE.
           02  RTR-UPDATE-USER            PIC X(8)  VALUE SPACE.
           02  RTR-UPDATE-DATE-TIME       PIC X(12) VALUE SPACE.
           02  FILLER                     PIC X(21) VALUE SPACE.
       01  RTF-VIA-EMP-TYPE               PIC X(8)  VALUE 'CNVRTF01'.
       01  RTF-RLGTH                      PIC S9(4) COMP VALUE +100.
       01  RTF-KLGTH                      PIC S9(4) COMP VALUE +20.
       01  WS-RTF-RECORD.
           02  RTF-KEY.
               03  RTF-EMP-NBR            PIC X(9)  VALUE SPACE.
               03  RTF-TYPE               PIC X(1)  VALUE SPACE.
               03  RTF-CODE               PIC X(10) VALUE SPACE.
           02  RTF-DATE                   PIC X(8)  VALUE SPACE.
           02  RTF-WAIVED                 PIC X(1)  VALUE SPACE.
               88  RTF-IS-WAIVED                    VALUE 'Y'.
           02  RTF-USER                   PIC X(8)  VALUE SPACE.
           02  RTF-REMARK                 PIC X(30) VALUE SPACE.
           02  RTF-UPDATE-DATE-TIME       PIC X(12) VALUE SPACE.
           02  FILLER                     PIC X(21) VALUE SPACE.
       01  RTS-CHECK.
           02  RTS-OFF-DATE               PIC X(8)  VALUE SPACE.
           02  RTS-DAYS-AWAY              PIC 9(4)  VALUE ZEROS.
           02  RTS-OPEN-COUNT             PIC 9(2)  VALUE ZEROS.
           02  RTS-FIRST-REQ              PIC X(4)  VALUE SPACE.
           02  RTS-ACTION                 PIC X(1)  VALUE SPACE.
               88  RTS-BLOCK                        VALUE 'B'.
           02  RTS-OVERRIDE               PIC X(1)  VALUE SPACE.
      *DAYS AWAY ARE COUNTED BETWEEN DAY NUMBERS WORKED OUT FROM
      *RTS-SERIAL-DATE BY P1099-DATE-TO-SERIAL.
       01  RTS-SERIAL-DATE.
           02  RTS-SD-CCYY                PIC 9(4)  VALUE ZEROS.
           02  RTS-SD-MM                  PIC 9(2)  VALUE ZEROS.
           02  RTS-SD-DD                  PIC 9(2)  VALUE ZEROS.
       01  RTS-SERIAL-DATE-X REDEFINES RTS-SERIAL-DATE
                                          PIC X(8).
       01  RTS-SERIAL-RESULT              PIC S9(7) COMP VALUE ZEROS.
       01  RTS-SERIAL-OFF                 PIC S9(7) COMP VALUE ZEROS.
       01  RTS-LEAP-QUOT                  PIC 9(4)  VALUE ZEROS.
       01  RTS-LEAP-REM                   PIC 9(4)  VALUE ZEROS.
       01  RTS-CUM-DAY-TABLE              PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01  RTS-CUM-DAY-TABLE-R REDEFINES RTS-CUM-DAY-TABLE.
           02  RTS-CDT-DAYS OCCURS 12 TIMES
                                          PIC 9(3).
       01  WS-RTS-MARKUP-SW               PIC X(1)  VALUE 'N'.
           88  WS-RTS-MARKUP                        VALUE 'Y'.
      *TBD-E
      *TBD-B
      *TIMESLIP ADJUSTMENT REGISTER (CNB266 TSREG), WRITTEN BY
      *P8655-REGISTER-TMSLIP AS AN ORIGINAL ENTRY UNDER THE NEXT FREE
      *TSR-ENTRY-SEQ, WITH THE PAY PERIOD IT FALLS IN.
       01  TSR-VIA-EMP-ENTRY              PIC X(8)  VALUE 'CNVTSR01'.
       01  TSR-RLGTH                      PIC S9(4) COMP VALUE +200.
       01  TSR-KLGTH                      PIC S9(4) COMP VALUE +21.
       01  WS-TSR-RECORD.
           02  TSR-KEY.
               03  TSR-EMP-NBR            PIC X(9)  VALUE SPACE.
               03  TSR-ENTRY-DATE-TIME    PIC X(10) VALUE SPACE.
               03  TSR-ENTRY-SEQ          PIC 9(2)  VALUE ZEROS.
           02  TSR-REC-TYPE               PIC X(1)  VALUE SPACE.
               88  TSR-ORIGINAL                     VALUE 'O'.
           02  TSR-DIST                   PIC X(2)  VALUE SPACE.
           02  TSR-SDIST                  PIC X(2)  VALUE SPACE.
           02  TSR-CRAFT                  PIC X(2)  VALUE SPACE.
           02  TSR-USER                   PIC X(8)  VALUE SPACE.
           02  TSR-CUTOFF-DATE            PIC X(8)  VALUE SPACE.
           02  TSR-PAY-PERIOD             PIC X(6)  VALUE SPACE.
           02  TSR-LATE-FLAG              PIC X(1)  VALUE SPACE.
               88  TSR-LATE                         VALUE 'Y'.
           02  TSR-CLAIM-CODE             PIC X(2)  VALUE SPACE.
           02  TSR-AMT-TYPE               PIC X(1)  VALUE SPACE.
           02  TSR-AMOUNT                 PIC 9(4)V99 VALUE ZEROS.
           02  TSR-START-DATE             PIC X(6)  VALUE SPACE.
           02  TSR-CUR-CLAIM              PIC X(2)  VALUE SPACE.
           02  TSR-CUR-AMOUNT             PIC 9(4)V99 VALUE ZEROS.
           02  TSR-CUR-START              PIC X(6)  VALUE SPACE.
           02  TSR-STATUS                 PIC X(1)  VALUE SPACE.
           02  TSR-ADJ-COUNT              PIC 9(2)  VALUE ZEROS.
           02  TSR-LAST-ADJ-KEY           PIC X(21) VALUE SPACE.
           02  FILLER                     PIC X(96) VALUE SPACE.
      *A TIMESLIP ENTERED AFTER THE CUTOFF IS PAID IN THE FIRST
      *FOURTEEN-DAY PERIOD ENDING ON OR AFTER THE ENTRY DATE.
       01  TSR-ENTRY-DATE                 PIC X(8)  VALUE SPACE.
       01  TSR-PERIOD-DAYS                PIC 9(2)  VALUE 14.
       01  TSR-STEP-DATE.
           02  TSR-SP-CCYY                PIC 9(4)  VALUE ZEROS.
           02  TSR-SP-MM                  PIC 9(2)  VALUE ZEROS.
           02  TSR-SP-DD                  PIC 9(2)  VALUE ZEROS.
       01  TSR-STEP-DATE-X REDEFINES TSR-STEP-DATE
                                          PIC X(8).
       01  TSR-STEP-SUB                   PIC S9(4) COMP VALUE ZEROS.
       01  TSR-MONTH-DAYS                 PIC 9(2)  VALUE ZEROS.
       01  TSR-LEAP-QUOT                  PIC 9(4)  VALUE ZEROS.
       01  TSR-LEAP-REM                   PIC 9(4)  VALUE ZEROS.
       01  TSR-MONTH-TABLE                PIC X(24) VALUE
               '312831303130313130313031'.
       01  TSR-MONTH-TABLE-R REDEFINES TSR-MONTH-TABLE.
           02  TSR-MT-DAYS OCCURS 12 TIMES
                                          PIC 9(2).
      *TBD-E
046300                                                                  04630003
046400 LINKAGE SECTION.                                                 04640003
046500 01  DFHCOMMAREA.                                                 04650003
088200           PERFORM P9000-RETURN                                   08820003
088300        END-IF                                                    08830003
088400     END-IF                                                       08840003
      *TBD-B
      *
      *    SEE IF THE CHANGE IS ALLOWED FROM THE CURRENT STATUS
      *
           PERFORM P1090-CHECK-TRANSITION-RULE
      *TBD-E
      *TBD-B
      *
      *    A MARK-UP FROM A LAYOFF MUST MEET THE RETURN-TO-SERVICE
      *    REQUIREMENTS FOR THE ABSENCE
      *
           IF P917-STATUS-CODE1 = 'A'
              AND NOT AVAILABLE OF LAYOFF-CODE-1
              AND NOT WORKING OF LAYOFF-CODE-1
              PERFORM P1098-CHECK-RTS-READINESS
           END-IF
      *TBD-E
088500******************************************************************08850003
088600*    WHEN PUTTING EMPLOYEE ON VACATION, CHECK FOR SPECIAL VACATION08860003
088700*    CALCULATION FLAG ON THE EMPLOYEE VACATION RECORD.            08870003
165400     MOVE WS-VAC-END-CENT-DATE      TO P977-END-CENT-DATE         16540003
165500     PERFORM P8700-LINK-TO-P977.                                  16550003
165600*                                                                 16560003
      *TBD-B
      *STATUS-TRANSITION RULES.  P1095 FINDS THE RULE FOR A CHANGE
      *FROM LAYOFF-CODE-1/LAYOFF-CODE-2 TO P917-STATUS-CODE1/2 WITH
      *THIS REASON.  A DENY RULE REJECTS THE CHANGE; AN ALLOW RULE
      *MAY ALSO REQUIRE SUPERVISOR INITIALS OR AN EXPIRATION DATE
      *(OR NUMBER OF DAYS) AND MAY RAISE A TASK ONCE THE CHANGE IS
      *MADE.  NO RULE, OR NO RULE FILE, LEAVES THE CHANGE TO THE
      *STATUS/REASON CONTROL EDITS ABOVE.
       P1090-CHECK-TRANSITION-RULE.
      *
           MOVE 'N'                    TO WS-TR-TASK-SW
           IF P917-STATUS-CODE1 NOT = '*'
              PERFORM P1095-FIND-TRANSITION-RULE
              IF STR-RULE-FOUND
                 PERFORM P1096-APPLY-TRANSITION-RULE
              END-IF
           END-IF.
      *
      *THE KEY PATTERNS ARE TRIED IN TURN UNTIL ONE IS ON FILE.  A
      *RULE FILE THAT CANNOT BE READ ENDS THE SEARCH AS IF NO RULE
      *COVERED THE CHANGE.
       P1095-FIND-TRANSITION-RULE.
      *
           MOVE SPACES                 TO STR-CHANGE
           MOVE LAYOFF-CODE-1          TO STR-CHG-FROM-CODE1
           MOVE LAYOFF-CODE-2          TO STR-CHG-FROM-CODE2
           MOVE P917-STATUS-CODE1      TO STR-CHG-TO-CODE1
           MOVE P917-STATUS-CODE2      TO STR-CHG-TO-CODE2
           MOVE P917-EDB-CODE          TO STR-CHG-REASON
           MOVE P917-EMP-NO            TO STR-CHG-EMP-NBR
           MOVE DIST     OF WS-MSTR    TO STR-CHG-DIST
           MOVE SUB-DIST OF WS-MSTR    TO STR-CHG-SDIST
           MOVE P917-EFF-DATE-TIME     TO STR-CHG-EFF-DATE-TIME
           MOVE 'N'                    TO STR-HIT-SW
           PERFORM P1095A-PROBE-TRANSITION-RULE
                   VARYING STR-MASK-SUB FROM 1 BY 1
                   UNTIL STR-MASK-SUB > 18
                      OR STR-RULE-FOUND.
      *
       P1095A-PROBE-TRANSITION-RULE.
      *
           MOVE SPACES                 TO WS-STR-RECORD
           MOVE '*'                    TO STR-FROM-CODE1
                                          STR-FROM-CODE2
                                          STR-TO-CODE1
                                          STR-TO-CODE2
           MOVE '**'                   TO STR-REASON
           IF STR-MASK-FROM-CODE1 (STR-MASK-SUB) = 'K'
              MOVE STR-CHG-FROM-CODE1  TO STR-FROM-CODE1
           END-IF
           IF STR-MASK-FROM-CODE2 (STR-MASK-SUB) = 'K'
              MOVE STR-CHG-FROM-CODE2  TO STR-FROM-CODE2
           END-IF
           IF STR-MASK-TO-CODE1 (STR-MASK-SUB) = 'K'
              MOVE STR-CHG-TO-CODE1    TO STR-TO-CODE1
           END-IF
           IF STR-MASK-TO-CODE2 (STR-MASK-SUB) = 'K'
              MOVE STR-CHG-TO-CODE2    TO STR-TO-CODE2
           END-IF
           IF STR-MASK-REASON (STR-MASK-SUB) = 'K'
              MOVE STR-CHG-REASON      TO STR-REASON
           END-IF
           EXEC CICS READ
                     DATASET(STR-VIA-RULE-KEY)
                     INTO(WS-STR-RECORD)
                     LENGTH(STR-RLGTH)
                     RIDFLD(STR-KEY)
                     KEYLENGTH(STR-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE            TO FILE-STATUS
           IF SUCCESS
              SET STR-RULE-FOUND       TO TRUE
           ELSE
              IF NOT NO-RECORD-FND
                 MOVE 19               TO STR-MASK-SUB
              END-IF
           END-IF.
      *
       P1096-APPLY-TRANSITION-RULE.
      *
           IF STR-DENY
              SET P917-STATUS-CODE-ERROR TO TRUE
      *       'STATUS CHANGE NOT ALLOWED FROM THE CURRENT STATUS'
              MOVE 'T201' TO MSGLOG-CODE
              PERFORM P9000-RETURN
           END-IF
           IF STR-SUPV-REQ = 'Y'
              AND P917-SUPV-INIT NOT > SPACE
              SET P917-SUPV-INIT-ERROR TO TRUE
      *       'SUPERVISORS INITIALS ARE REQUIRED'
              MOVE 'S109' TO MSGLOG-CODE
              PERFORM P9000-RETURN
           END-IF
           IF STR-EXP-REQ = 'Y'
              AND P917-EXP-DATE-TIME NOT > SPACES
              AND P917-NBR-DAYS NOT > '00'
              SET P917-EXP-DATE-ERROR TO TRUE
      *       'EXPIRATION DATE IS REQUIRED FOR THIS STATUS CODE'
              MOVE 'E231' TO MSGLOG-CODE
              PERFORM P9000-RETURN
           END-IF
           IF STR-TASK-CAT > SPACES
              SET WS-TR-TASK-PENDING TO TRUE
           END-IF.
      *TBD-E
      *TBD-B
      *RETURN-TO-SERVICE READINESS.  THE DAYS AWAY ARE WORKED OUT
      *FROM LAYOFF-TIME, AND THE RTSRULE REQUIREMENTS FOR THE LAYOFF
      *CODE (AND FOR ANY CODE) THE ABSENCE IS LONG ENOUGH FOR ARE
      *CHECKED AGAINST THOSE RECORDED AS MET.  AN OUTSTANDING
      *REQUIREMENT THAT BLOCKS REJECTS THE MARK-UP.  ONE THAT MAY BE
      *OVERRIDDEN REJECTS IT UNTIL THE CLERK RE-KEYS WITH SUPERVISOR
      *INITIALS AND P917-RTS-OVERRIDE SET TO 'Y' (A NEW FIELD TO BE
      *ADDED TO P917COMM, AS WITH P917-VAC-CONFLICT-OVERRIDE); P2098
      *THEN RECORDS THE OVERRIDE.  NO RULE FOR THE ABSENCE, OR A RULE
      *FILE THAT CANNOT BE READ, LEAVES THE MARK-UP ALONE.
       P1098-CHECK-RTS-READINESS.
      *
           SET WS-RTS-MARKUP TO TRUE
           MOVE SPACES                 TO RTS-CHECK
           MOVE ZEROS                  TO RTS-DAYS-AWAY
                                          RTS-OPEN-COUNT
           MOVE 'O'                    TO RTS-ACTION
           MOVE 'N'                    TO RTS-OVERRIDE
           MOVE '20'                   TO RTS-OFF-DATE (1:2)
           MOVE LAYOFF-TIME (1:6)      TO RTS-OFF-DATE (3:6)
           MOVE RTS-OFF-DATE           TO RTS-SERIAL-DATE-X
           PERFORM P1098D-DATE-TO-SERIAL
           MOVE RTS-SERIAL-RESULT      TO RTS-SERIAL-OFF
           MOVE '20'                   TO RTS-SERIAL-DATE-X (1:2)
           MOVE WS-EFF-DATE-TIME (1:6) TO RTS-SERIAL-DATE-X (3:6)
           PERFORM P1098D-DATE-TO-SERIAL
           IF RTS-SERIAL-OFF > ZEROS
              AND RTS-SERIAL-RESULT > ZEROS
              IF RTS-SERIAL-RESULT > RTS-SERIAL-OFF
                 SUBTRACT RTS-SERIAL-OFF FROM RTS-SERIAL-RESULT
                 IF RTS-SERIAL-RESULT > 9999
                    MOVE 9999          TO RTS-SERIAL-RESULT
                 END-IF
                 MOVE RTS-SERIAL-RESULT
                                       TO RTS-DAYS-AWAY
              END-IF
              MOVE LAYOFF-CODE-1       TO RTR-SCAN-CODE
              PERFORM P1098A-SCAN-RTS-RULES
              MOVE '*'                 TO RTR-SCAN-CODE
              PERFORM P1098A-SCAN-RTS-RULES
           END-IF
           IF RTS-OPEN-COUNT > ZEROS
              IF RTS-BLOCK
                 SET P917-STATUS-CODE-ERROR TO TRUE
      *          'RETURN-TO-SERVICE REQUIREMENTS NOT MET'
                 MOVE 'R301' TO MSGLOG-CODE
                 PERFORM P9000-RETURN
              END-IF
              IF P917-RTS-OVERRIDE NOT = 'Y'
                 SET P917-STATUS-CODE-ERROR TO TRUE
      *          'REQUIREMENTS NOT MET - SUPERVISOR OVERRIDE REQUIRED'
                 MOVE 'R302' TO MSGLOG-CODE
                 PERFORM P9000-RETURN
              END-IF
              IF P917-SUPV-INIT NOT > SPACE
                 SET P917-SUPV-INIT-ERROR TO TRUE
      *          'SUPERVISORS INITIALS ARE REQUIRED'
                 MOVE 'S109' TO MSGLOG-CODE
                 PERFORM P9000-RETURN
              END-IF
              MOVE 'Y'                 TO RTS-OVERRIDE
           END-IF.
      *
      *EVERY RULE FOR RTR-SCAN-CODE.  THE KEY RUNS BY MINIMUM DAYS, SO
      *THE BROWSE STOPS AT THE FIRST RULE THE ABSENCE IS TOO SHORT FOR.
       P1098A-SCAN-RTS-RULES.
      *
           MOVE 'N'                    TO RTR-SCAN-SW
           MOVE RTR-SCAN-CODE          TO RTRKEY-LAYOFF-CODE
           MOVE ZEROS                  TO RTRKEY-MIN-DAYS
           MOVE LOW-VALUES             TO RTRKEY-REQ-CODE
           EXEC CICS STARTBR
                     DATASET(RTR-VIA-RULE-KEY)
                     RIDFLD(RTRKEY)
                     KEYLENGTH(RTR-KLGTH)
                     GTEQ
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE            TO FILE-STATUS
           IF SUCCESS
              PERFORM P1098B-NEXT-RTS-RULE
                 UNTIL RTR-SCAN-END
              EXEC CICS ENDBR
                        DATASET(RTR-VIA-RULE-KEY)
                        RESP(WS-RESPONSE)
              END-EXEC
           END-IF.
      *
       P1098B-NEXT-RTS-RULE.
      *
           EXEC CICS READNEXT
                     DATASET(RTR-VIA-RULE-KEY)
                     INTO(WS-RTR-RECORD)
                     LENGTH(RTR-RLGTH)
                     RIDFLD(RTRKEY)
                     KEYLENGTH(RTR-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE            TO FILE-STATUS
           IF NOT SUCCESS
              OR RTR-LAYOFF-CODE NOT = RTR-SCAN-CODE
              OR RTR-MIN-DAYS > RTS-DAYS-AWAY
              SET RTR-SCAN-END         TO TRUE
           ELSE
              PERFORM P1098C-CHECK-RTS-MET
           END-IF.
      *
      *A REQUIREMENT IS MET IF RTSFILE HAS IT WAIVED, OR MET ON OR
      *AFTER THE DAY THE EMPLOYEE WENT OFF.
       P1098C-CHECK-RTS-MET.
      *
           MOVE SPACES                 TO RTF-KEY
           MOVE P917-EMP-NO            TO RTF-EMP-NBR
           MOVE 'M'                    TO RTF-TYPE
           MOVE RTR-REQ-CODE           TO RTF-CODE (1:4)
           EXEC CICS READ
                     DATASET(RTF-VIA-EMP-TYPE)
                     INTO(WS-RTF-RECORD)
                     LENGTH(RTF-RLGTH)
                     RIDFLD(RTF-KEY)
                     KEYLENGTH(RTF-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE            TO FILE-STATUS
           IF SUCCESS
              AND (RTF-IS-WAIVED OR RTF-DATE NOT < RTS-OFF-DATE)
              CONTINUE
           ELSE
              ADD 1                    TO RTS-OPEN-COUNT
              IF RTS-FIRST-REQ = SPACES
                 MOVE RTR-REQ-CODE     TO RTS-FIRST-REQ
              END-IF
              IF RTR-BLOCK
                 MOVE 'B'              TO RTS-ACTION
              END-IF
           END-IF.
      *
      *DAY NUMBER OF THE CCYYMMDD DATE IN RTS-SERIAL-DATE, ZERO IF IT
      *IS NOT A DATE.
       P1098D-DATE-TO-SERIAL.
      *
           MOVE ZEROS                  TO RTS-SERIAL-RESULT
           IF RTS-SERIAL-DATE-X NUMERIC
              AND RTS-SD-MM > 0 AND RTS-SD-MM < 13
              COMPUTE RTS-SERIAL-RESULT =
                  (RTS-SD-CCYY * 365) + RTS-CDT-DAYS (RTS-SD-MM)
                + RTS-SD-DD
              DIVIDE RTS-SD-CCYY BY 4
                     GIVING RTS-LEAP-QUOT
                     REMAINDER RTS-LEAP-REM
              ADD RTS-LEAP-QUOT        TO RTS-SERIAL-RESULT
              IF RTS-LEAP-REM = ZEROS AND RTS-SD-MM < 3
                 SUBTRACT 1 FROM RTS-SERIAL-RESULT
              END-IF
           END-IF.
      *TBD-E
165700 P1100-EDIT-DATE-TIME.                                            16570003
165800*                                                                 16580003
165900*    EDIT DATE                                                    16590003
358100     IF P917-STATUS-CODE1 = 'A'                                   35810003
358200        PERFORM P2070-DELETE-VIRTUAL-STARTS                       35820003
358300     END-IF                                                       35830003
      *TBD-B
           IF WS-TR-TASK-PENDING
              PERFORM P2095-RAISE-TRANSITION-TASK
           END-IF
      *TBD-E
      *TBD-B
           IF P917-STATUS-CODE1 = 'I' OR 'H'
              OR WS-BEFORE-STATUS = 'I' OR 'H'
              PERFORM P2096-POST-DISCIPLINE-CASE
           END-IF
      *TBD-E
      *TBD-B
           IF P917-STATUS-CODE1 = 'G' OR 'F'
              OR WS-BEFORE-STATUS = 'G' OR 'F'
              PERFORM P2097-POST-INJURY-CASE
           END-IF
      *TBD-E
      *TBD-B
           IF WS-RTS-MARKUP
              OR (P917-STATUS-CODE1 NOT = 'A' AND NOT = '*'
                  AND P917-EXP-DATE-TIME > SPACES)
              PERFORM P2098-POST-RTS-RETURN
           END-IF
      *TBD-E
358400     .                                                            35840003
358500*                                                                 35850003
358600 P2005-WRITE-EMPLOYEE-HISTORY.                                    35860003
              MOVE 'P943-RETURN'           TO ERR-KEY
              PERFORM P9999-GOT-PROBLEM
           END-IF
           MOVE 'I056'                     TO MSGLOG-CODE
      *    THE EMPLOYEE IS INSIDE THEIR UNDISTURBED REST WINDOW - THE
      *    ENTRY IS LOGGED, BUT THE USER IS WARNED.
           IF P943-PLOG-REST-ALERT = 'Y'
      *       'EMPLOYEE ON UNDISTURBED REST - CONTACT LOGGED'
              MOVE 'R150'                  TO MSGLOG-CODE
           END-IF.
      *TBD-E
      *
388300 P2020-PROCESS-MISSED-CALLS.                                      38830003
400500              PERFORM P9999-GOT-PROBLEM                           40050003
400600           END-IF                                                 40060003
400700        END-IF                                                    40070003
      *TBD-B
      *BOARD INDEX - THE TURN JUST REALIGNED.
              MOVE P914-TURN-DIST       TO BXC-DIST
              MOVE P914-TURN-SUB-DIST   TO BXC-SDIST
              MOVE P914-TURN-CC         TO BXC-CRAFT
              MOVE P914-TURN            TO BXC-TURN
              PERFORM P8960-POST-BOARD-INDEX
      *TBD-E
400800     END-IF                                                       40080003
400900*                                                                 40090003
401000     IF MC-ADD-START                                              40100003
402800           MOVE 'P931LINK'              TO ERR-KEY                40280003
402900           PERFORM P9999-GOT-PROBLEM                              40290003
403000        END-IF                                                    40300003
      *TBD-B
      *STARTS LEDGER - STRAIGHT-TIME START ADDED FOR THE MISSED CALL.
              MOVE SPACES                 TO WS-STL-RECORD
              MOVE 'S'                    TO STL-EVENT
              MOVE 1                      TO STL-COUNT
              MOVE P917-EFF-DATE-TIME     TO STL-EVENT-DATE-TIME
              PERFORM P2075-POST-STARTS-LEDGER
      *TBD-E
403100     END-IF                                                       40310003
403200     IF MC-RESET-START                                            40320003
403300        MOVE SPACES                     TO P931-COMMAREA-PARMS    40330003
404900           MOVE 'P931LINK'              TO ERR-KEY                40490003
405000           PERFORM P9999-GOT-PROBLEM                              40500003
405100        END-IF                                                    40510003
      *TBD-B
      *STARTS LEDGER - STT/OVT STARTS RESET FOR THE MISSED CALL.
              MOVE SPACES                 TO WS-STL-RECORD
              MOVE 'R'                    TO STL-EVENT
              MOVE ZEROS                  TO STL-COUNT
              MOVE P917-EFF-DATE-TIME     TO STL-EVENT-DATE-TIME
              PERFORM P2075-POST-STARTS-LEDGER
      *TBD-E
405200     END-IF.                                                      40520003
405300*                                                                 40530003
405310*TBD-B                                                            40531003
428582     MOVE P917-EMP-NO                TO P931-RS-EMP-NO            42858203
428583     MOVE INQ-LIMIT-DATE-TIME        TO P931-EFFECTIVE-DATE-TIME  42858303
428584     PERFORM P9850-LINK-TO-P931                                   42858403
      *TBD-B
      *STARTS LEDGER - VIRTUAL STARTS DELETED AFTER THE LAST TIE-UP.
           MOVE SPACES                 TO WS-STL-RECORD
           MOVE 'V'                    TO STL-EVENT
           MOVE ZEROS                  TO STL-COUNT
           MOVE WS-EFF-DATE-TIME       TO STL-EVENT-DATE-TIME
           MOVE INQ-LIMIT-DATE-TIME    TO STL-FROM-DATE-TIME
           PERFORM P2075-POST-STARTS-LEDGER
      *TBD-E
428585     .                                                            42858503
      *TBD-B
      *STARTS LEDGER.  POSTS THE ENTRY SET UP IN WS-STL-RECORD FOR
      *THE EMPLOYEE IN WS-MSTR.  THE LEDGER IS ADVISORY - AN ENTRY
      *THAT CANNOT BE WRITTEN DOES NOT STOP THE TRANSACTION.
       P2075-POST-STARTS-LEDGER.
      *
           MOVE EMP-NBR     OF WS-MSTR TO STL-EMP-NBR
           MOVE ZEROS                  TO STL-SEQ
           MOVE DIST        OF WS-MSTR TO STL-DIST
           MOVE SUB-DIST    OF WS-MSTR TO STL-SDIST
           MOVE CRAFT       OF WS-MSTR TO STL-CRAFT
           MOVE EMP-NAME    OF WS-MSTR TO STL-EMP-NAME
           MOVE EMP-STT-STARTS-EXCPT-FLAG TO STL-STT-EXCPT-FLAG
           MOVE EMP-OVT-STARTS-EXCPT-FLAG TO STL-OVT-EXCPT-FLAG
           MOVE 'CNP917'               TO STL-SOURCE
           PERFORM P2075A-WRITE-STL
           PERFORM P2075B-NEXT-STL-SEQ
              UNTIL WS-RESPONSE NOT = DFHRESP(DUPREC)
                 OR STL-SEQ = 99.
      *
       P2075A-WRITE-STL.
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
       P2075B-NEXT-STL-SEQ.
      *
           ADD 1                       TO STL-SEQ
           PERFORM P2075A-WRITE-STL.
      *TBD-E
      *TBD-B
      *STATUS-TRANSITION RULES.  THE CHANGE IS MADE - THE TASK LIST
      *ENTRY THE RULE FOUND BY P1090 CALLS FOR IS WRITTEN, UNDER THE
      *NEXT FREE TKL-SEQ FOR THE SUB-DISTRICT AND MINUTE.  A TASK THAT
      *CANNOT BE WRITTEN DOES NOT STOP THE TRANSACTION.
       P2095-RAISE-TRANSITION-TASK.
      *
           MOVE SPACES                 TO WS-TKL-RECORD
           MOVE STR-CHG-DIST           TO TKL-DIST
           MOVE STR-CHG-SDIST          TO TKL-SDIST
           MOVE '20'                   TO TKL-DATE-TIME (1:2)
           MOVE STR-CHG-EFF-DATE-TIME  TO TKL-DATE-TIME (3:10)
           MOVE '00'                   TO TKL-DATE-TIME (13:2)
           MOVE ZEROS                  TO TKL-SEQ
           MOVE STR-TASK-CAT           TO TKL-CATEGORY
           MOVE STR-TASK-PRIORITY      TO TKL-PRIORITY
           SET TKL-OPEN                TO TRUE
           STRING 'STATUS ' STR-CHG-FROM-CODE1 STR-CHG-FROM-CODE2
                  ' TO ' STR-CHG-TO-CODE1 STR-CHG-TO-CODE2
                  ' RSN ' STR-CHG-REASON ' EMP ' STR-CHG-EMP-NBR
                  DELIMITED BY SIZE INTO TKL-TEXT
           PERFORM P2095A-WRITE-TASK
           PERFORM P2095B-NEXT-TASK-SEQ
              UNTIL WS-RESPONSE NOT = DFHRESP(DUPREC)
                 OR TKL-SEQ = 99.
      *
       P2095A-WRITE-TASK.
      *
           EXEC CICS WRITE
                     DATASET(TKL-VIA-TASK-KEY)
                     FROM(WS-TKL-RECORD)
                     LENGTH(TKL-RLGTH)
                     RIDFLD(TKL-KEY)
                     KEYLENGTH(TKL-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC.
      *
       P2095B-NEXT-TASK-SEQ.
      *
           ADD 1                       TO TKL-SEQ
           PERFORM P2095A-WRITE-TASK.
      *TBD-E
      *TBD-B
      *DISCIPLINE CASES.  PUT ON INVESTIGATION OR HELD OUT OF SERVICE
      *- THE CASE IS OPENED (OR THE OPEN ONE IS CARRIED TO THE NEW
      *CODE); TAKEN OFF EITHER - THE OPEN CASE IS CLOSED.  A CASE
      *THAT CANNOT BE POSTED DOES NOT STOP THE TRANSACTION.
       P2096-POST-DISCIPLINE-CASE.
      *
           MOVE SPACES                 TO DCS-ACTIVE-KEY
           MOVE 'N'                    TO DCS-SCAN-SW
           MOVE P917-EMP-NO            TO DCSKEY (1:9)
           MOVE LOW-VALUES             TO DCSKEY (10:10)
           EXEC CICS STARTBR
                     DATASET(DCS-VIA-EMP-EFF)
                     RIDFLD(DCSKEY)
                     KEYLENGTH(DCS-KLGTH)
                     GTEQ
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE            TO FILE-STATUS
           IF SUCCESS
              PERFORM P2096A-SCAN-CASE
                 UNTIL DCS-SCAN-END
              EXEC CICS ENDBR
                        DATASET(DCS-VIA-EMP-EFF)
                        RESP(WS-RESPONSE)
              END-EXEC
           END-IF
           IF P917-STATUS-CODE1 = 'I' OR 'H'
              IF DCS-ACTIVE-KEY = SPACES
                 PERFORM P2096B-OPEN-CASE
              ELSE
                 PERFORM P2096C-UPDATE-CASE
              END-IF
           ELSE
              IF DCS-ACTIVE-KEY NOT = SPACES
                 PERFORM P2096C-UPDATE-CASE
              END-IF
           END-IF.
      *
       P2096A-SCAN-CASE.
      *
           EXEC CICS READNEXT
                     DATASET(DCS-VIA-EMP-EFF)
                     INTO(WS-DCS-RECORD)
                     LENGTH(DCS-RLGTH)
                     RIDFLD(DCSKEY)
                     KEYLENGTH(DCS-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE            TO FILE-STATUS
           IF NOT SUCCESS
              OR DCS-EMP-NBR NOT = P917-EMP-NO
              SET DCS-SCAN-END         TO TRUE
           ELSE
              IF DCS-OPEN OR DCS-DECIDED
                 MOVE DCS-KEY          TO DCS-ACTIVE-KEY
              END-IF
           END-IF.
      *
       P2096B-OPEN-CASE.
      *
           MOVE SPACES                 TO WS-DCS-RECORD
           MOVE P917-EMP-NO            TO DCS-EMP-NBR
           MOVE WS-EFF-DATE-TIME       TO DCS-EFF-DATE-TIME
           MOVE P917-STATUS-CODE1      TO DCS-CASE-TYPE
           MOVE P917-EDB-CODE          TO DCS-REASON
           MOVE EMP-NAME    OF WS-MSTR TO DCS-EMP-NAME
           MOVE DIST        OF WS-MSTR TO DCS-DIST
           MOVE SUB-DIST    OF WS-MSTR TO DCS-SDIST
           MOVE CRAFT       OF WS-MSTR TO DCS-CRAFT
           SET DCS-OPEN                TO TRUE
           MOVE '20'                   TO DCS-NOTICE-DATE (1:2)
           MOVE WS-EFF-DATE-TIME (1:6) TO DCS-NOTICE-DATE (3:6)
           MOVE ZEROS                  TO DCS-POSTPONE-COUNT
                                          DCS-SUSP-DAYS
           MOVE 'CNP917'               TO DCS-OPENED-BY
           EXEC CICS WRITE
                     DATASET(DCS-VIA-EMP-EFF)
                     FROM(WS-DCS-RECORD)
                     LENGTH(DCS-RLGTH)
                     RIDFLD(DCS-KEY)
                     KEYLENGTH(DCS-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC.
      *
      *STILL ON INVESTIGATION OR HELD - THE CASE TAKES THE NEW CODE;
      *TAKEN OFF - THE CASE IS CLOSED.
       P2096C-UPDATE-CASE.
      *
           EXEC CICS READ
                     UPDATE
                     DATASET(DCS-VIA-EMP-EFF)
                     INTO(WS-DCS-RECORD)
                     LENGTH(DCS-RLGTH)
                     RIDFLD(DCS-ACTIVE-KEY)
                     KEYLENGTH(DCS-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE            TO FILE-STATUS
           IF SUCCESS
              IF P917-STATUS-CODE1 = 'I' OR 'H'
                 MOVE P917-STATUS-CODE1
                                       TO DCS-CASE-TYPE
              ELSE
                 SET DCS-CLOSED        TO TRUE
                 MOVE WS-EFF-DATE-TIME TO DCS-RETURNED-DATE-TIME
              END-IF
              MOVE 'CNP917'            TO DCS-UPDATE-USER
              MOVE '20'                TO DCS-UPDATE-DATE-TIME (1:2)
              MOVE WS-EFF-DATE-TIME    TO DCS-UPDATE-DATE-TIME (3:10)
              EXEC CICS REWRITE
                        DATASET(DCS-VIA-EMP-EFF)
                        FROM(WS-DCS-RECORD)
                        LENGTH(DCS-RLGTH)
                        RESP(WS-RESPONSE)
              END-EXEC
           END-IF.
      *TBD-E
      *TBD-B
      *INJURY CASES.  PUT ON AN ON-DUTY ('G') OR OFF-DUTY ('F') INJURY
      *- THE CASE IS OPENED (OR THE OPEN ONE IS CARRIED TO THE NEW
      *CODE); TAKEN OFF EITHER - THE RETURN TO WORK IS POSTED.  A
      *CASE THAT CANNOT BE POSTED DOES NOT STOP THE TRANSACTION.
       P2097-POST-INJURY-CASE.
      *
           MOVE SPACES                 TO INJ-ACTIVE-KEY
           MOVE 'N'                    TO INJ-SCAN-SW
           MOVE P917-EMP-NO            TO INJKEY (1:9)
           MOVE LOW-VALUES             TO INJKEY (10:10)
           EXEC CICS STARTBR
                     DATASET(INJ-VIA-EMP-EFF)
                     RIDFLD(INJKEY)
                     KEYLENGTH(INJ-KLGTH)
                     GTEQ
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE            TO FILE-STATUS
           IF SUCCESS
              PERFORM P2097A-SCAN-CASE
                 UNTIL INJ-SCAN-END
              EXEC CICS ENDBR
                        DATASET(INJ-VIA-EMP-EFF)
                        RESP(WS-RESPONSE)
              END-EXEC
           END-IF
           IF P917-STATUS-CODE1 = 'G' OR 'F'
              IF INJ-ACTIVE-KEY = SPACES
                 PERFORM P2097B-OPEN-CASE
              ELSE
                 PERFORM P2097C-UPDATE-CASE
              END-IF
           ELSE
              IF INJ-ACTIVE-KEY NOT = SPACES
                 PERFORM P2097C-UPDATE-CASE
              END-IF
           END-IF.
      *
       P2097A-SCAN-CASE.
      *
           EXEC CICS READNEXT
                     DATASET(INJ-VIA-EMP-EFF)
                     INTO(WS-INJ-RECORD)
                     LENGTH(INJ-RLGTH)
                     RIDFLD(INJKEY)
                     KEYLENGTH(INJ-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE            TO FILE-STATUS
           IF NOT SUCCESS
              OR INJ-EMP-NBR NOT = P917-EMP-NO
              SET INJ-SCAN-END         TO TRUE
           ELSE
              IF INJ-OFF-WORK OR INJ-ON-RESTRICTED
                 MOVE INJ-KEY          TO INJ-ACTIVE-KEY
              END-IF
           END-IF.
      *
       P2097B-OPEN-CASE.
      *
           MOVE SPACES                 TO WS-INJ-RECORD
           MOVE P917-EMP-NO            TO INJ-EMP-NBR
           MOVE WS-EFF-DATE-TIME       TO INJ-EFF-DATE-TIME
           MOVE P917-STATUS-CODE1      TO INJ-CASE-TYPE
           MOVE EMP-NAME    OF WS-MSTR TO INJ-EMP-NAME
           MOVE DIST        OF WS-MSTR TO INJ-DIST
           MOVE SUB-DIST    OF WS-MSTR TO INJ-SDIST
           MOVE CRAFT       OF WS-MSTR TO INJ-CRAFT
           SET INJ-OFF-WORK            TO TRUE
           IF P917-STATUS-CODE1 = 'G'
              MOVE 'Y'                 TO INJ-REPORTABLE
           ELSE
              MOVE 'N'                 TO INJ-REPORTABLE
           END-IF
           MOVE '20'                   TO INJ-OFF-DATE (1:2)
           MOVE WS-EFF-DATE-TIME (1:6) TO INJ-OFF-DATE (3:6)
           MOVE INJ-OFF-DATE           TO INJ-INCIDENT-DATE
           MOVE WS-EFF-DATE-TIME (7:4) TO INJ-INCIDENT-TIME
           MOVE ZEROS                  TO INJ-LOST-DAYS
                                          INJ-RESTRICT-DAYS
           MOVE 'CNP917'               TO INJ-OPENED-BY
           EXEC CICS WRITE
                     DATASET(INJ-VIA-EMP-EFF)
                     FROM(WS-INJ-RECORD)
                     LENGTH(INJ-RLGTH)
                     RIDFLD(INJ-KEY)
                     KEYLENGTH(INJ-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC.
      *
      *STILL INJURED - THE CASE TAKES THE NEW CODE; TAKEN OFF - A CASE
      *STILL OFF WORK IS CLOSED WITH THE RETURN-TO-WORK DATE, ONE ON
      *RESTRICTED DUTY STAYS OPEN FOR THE CLEARANCE.
       P2097C-UPDATE-CASE.
      *
           EXEC CICS READ
                     UPDATE
                     DATASET(INJ-VIA-EMP-EFF)
                     INTO(WS-INJ-RECORD)
                     LENGTH(INJ-RLGTH)
                     RIDFLD(INJ-ACTIVE-KEY)
                     KEYLENGTH(INJ-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE            TO FILE-STATUS
           IF SUCCESS
              IF P917-STATUS-CODE1 = 'G' OR 'F'
                 MOVE P917-STATUS-CODE1
                                       TO INJ-CASE-TYPE
              ELSE
                 IF INJ-OFF-WORK
                    SET INJ-CLOSED     TO TRUE
                    MOVE '20'          TO INJ-RTW-DATE (1:2)
                    MOVE WS-EFF-DATE-TIME (1:6)
                                       TO INJ-RTW-DATE (3:6)
                 END-IF
                 MOVE WS-EFF-DATE-TIME TO INJ-RETURNED-DATE-TIME
              END-IF
              MOVE 'CNP917'            TO INJ-UPDATE-USER
              MOVE '20'                TO INJ-UPDATE-DATE-TIME (1:2)
              MOVE WS-EFF-DATE-TIME    TO INJ-UPDATE-DATE-TIME (3:10)
              EXEC CICS REWRITE
                        DATASET(INJ-VIA-EMP-EFF)
                        FROM(WS-INJ-RECORD)
                        LENGTH(INJ-RLGTH)
                        RESP(WS-RESPONSE)
              END-EXEC
           END-IF.
      *TBD-E
      *TBD-B
      *RETURN-TO-SERVICE READINESS.  A LAYOFF WITH AN EXPIRATION DATE
      *- THE DATE IS KEPT ON RTSFILE AS THE EXPECTED RETURN FOR THE
      *CNB251 DAILY LIST.  A MARK-UP CHECKED BY P1098 - THE EXPECTED
      *RETURN IS CLEARED AND ANY SUPERVISOR OVERRIDE IS RECORDED FROM
      *RTS-CHECK.  RTSFILE IS ADVISORY - A RECORD THAT CANNOT BE
      *WRITTEN DOES NOT STOP THE TRANSACTION.
       P2098-POST-RTS-RETURN.
      *
           MOVE SPACES                 TO WS-RTF-RECORD
           MOVE P917-EMP-NO            TO RTF-EMP-NBR
           MOVE 'E'                    TO RTF-TYPE
           IF WS-RTS-MARKUP
              EXEC CICS DELETE
                        DATASET(RTF-VIA-EMP-TYPE)
                        RIDFLD(RTF-KEY)
                        KEYLENGTH(RTF-KLGTH)
                        RESP(WS-RESPONSE)
              END-EXEC
              IF RTS-OVERRIDE = 'Y'
                 PERFORM P2098B-POST-OVERRIDE
              END-IF
           ELSE
              EXEC CICS READ
                        UPDATE
                        DATASET(RTF-VIA-EMP-TYPE)
                        INTO(WS-RTF-RECORD)
                        LENGTH(RTF-RLGTH)
                        RIDFLD(RTF-KEY)
                        KEYLENGTH(RTF-KLGTH)
                        RESP(WS-RESPONSE)
              END-EXEC
              MOVE WS-RESPONSE         TO FILE-STATUS
              IF SUCCESS
                 PERFORM P2098A-SET-EXPECTED
                 EXEC CICS REWRITE
                           DATASET(RTF-VIA-EMP-TYPE)
                           FROM(WS-RTF-RECORD)
                           LENGTH(RTF-RLGTH)
                           RESP(WS-RESPONSE)
                 END-EXEC
              ELSE
                 IF NO-RECORD-FND
                    PERFORM P2098A-SET-EXPECTED
                    EXEC CICS WRITE
                              DATASET(RTF-VIA-EMP-TYPE)
                              FROM(WS-RTF-RECORD)
                              LENGTH(RTF-RLGTH)
                              RIDFLD(RTF-KEY)
                              KEYLENGTH(RTF-KLGTH)
                              RESP(WS-RESPONSE)
                    END-EXEC
                 END-IF
              END-IF
           END-IF.
      *
       P2098A-SET-EXPECTED.
      *
           MOVE '20'                   TO RTF-DATE (1:2)
           MOVE P917-EXP-DATE-TIME (1:6)
                                       TO RTF-DATE (3:6)
           MOVE SPACE                  TO RTF-WAIVED
           MOVE 'CNP917'               TO RTF-USER
           MOVE 'LAYOFF EXPIRATION DATE'
                                       TO RTF-REMARK
           MOVE '20'                   TO RTF-UPDATE-DATE-TIME (1:2)
           MOVE WS-EFF-DATE-TIME       TO RTF-UPDATE-DATE-TIME (3:10).
      *
       P2098B-POST-OVERRIDE.
      *
           MOVE SPACES                 TO WS-RTF-RECORD
           MOVE P917-EMP-NO            TO RTF-EMP-NBR
           MOVE 'V'                    TO RTF-TYPE
           MOVE WS-EFF-DATE-TIME       TO RTF-CODE
           MOVE '20'                   TO RTF-DATE (1:2)
           MOVE WS-EFF-DATE-TIME (1:6) TO RTF-DATE (3:6)
           MOVE P917-SUPV-INIT         TO RTF-USER
           STRING 'OVERRIDE ' RTS-OPEN-COUNT ' OPEN FIRST '
                  RTS-FIRST-REQ ' DAYS ' RTS-DAYS-AWAY
                  DELIMITED BY SIZE INTO RTF-REMARK
           MOVE '20'                   TO RTF-UPDATE-DATE-TIME (1:2)
           MOVE WS-EFF-DATE-TIME       TO RTF-UPDATE-DATE-TIME (3:10)
           EXEC CICS WRITE
                     DATASET(RTF-VIA-EMP-TYPE)
                     FROM(WS-RTF-RECORD)
                     LENGTH(RTF-RLGTH)
                     RIDFLD(RTF-KEY)
                     KEYLENGTH(RTF-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC.
      *TBD-E
428586*                                                                 42858603
428587 P2100-MARKUP-XB.                                                 42858703
428588*                                                                 42858803
429200        MOVE 'P2100-1' TO ERR-PARAGRAPH                           42920003
429300        PERFORM P9999-GOT-PROBLEM                                 42930003
429400     END-IF.                                                      42940003
      *TBD-B
      *BOARD INDEX - THE TURN JUST MARKED UP.
           MOVE P914-TURN-DIST          TO BXC-DIST
           MOVE P914-TURN-SUB-DIST      TO BXC-SDIST
           MOVE P914-TURN-CC            TO BXC-CRAFT
           MOVE P914-TURN               TO BXC-TURN
           PERFORM P8960-POST-BOARD-INDEX.
      *TBD-E
429500*                                                                 42950003
429600 P2200-LAYOFF-XB.                                                 42960003
429700*                                                                 42970003
433500           END-EXEC                                               43350003
433600           MOVE WS-RESPONSE             TO FILE-STATUS            43360003
433700           IF SUCCESS                                             43370003
      *TBD-B
      *DECISION-RULE USAGE - LOG THE RULE DECIDING THIS LAYOFF.
              PERFORM P2205-LOG-RULE-USAGE
      *TBD-E
433800              IF NOT DEC-RETAIN-POS                               43380003
433900                 SET P913-DONT-RETAIN-POSITION                    43390003
434000                                        TO TRUE                   43400003
438500           END-IF                                                 43850003
438600        END-IF                                                    43860003
438700     END-IF                                                       43870003
      *TBD-B
      *BOARD INDEX - THE TURN JUST LAID OFF.
           MOVE P913-TURN-DIST          TO BXC-DIST
           MOVE P913-TURN-SUB-DIST      TO BXC-SDIST
           MOVE P913-TURN-CC            TO BXC-CRAFT
           MOVE P913-TURN               TO BXC-TURN
           PERFORM P8960-POST-BOARD-INDEX
      *TBD-E
438800     MOVE SAVE-CNTL-FILE            TO WS-CNTL-FILE.              43880003
438900*                                                                 43890003
      *TBD-B
      *DECISION-RULE USAGE.  THE ENTRY IS STAMPED WITH THE RULE
      *VERSION IN EFFECT, WHEN THE VERSION FILE HAS ONE.  THE LOG IS
      *ADVISORY - AN ENTRY THAT CANNOT BE WRITTEN DOES NOT STOP THE
      *LAYOFF.
       P2205-LOG-RULE-USAGE.
      *
           MOVE SPACES                 TO WS-DRU-RECORD
           MOVE P917-DEC-RULE-NO       TO DRU-RULE-NO
           MOVE P917-EFF-DATE-TIME     TO DRU-APPLY-DATE-TIME
           MOVE ZEROS                  TO DRU-SEQ
           MOVE P913-TURN-DIST         TO DRU-DIST
           MOVE P913-TURN-SUB-DIST     TO DRU-SDIST
           MOVE P913-TURN-CC           TO DRU-BOARD
           MOVE P917-EMP-NO            TO DRU-EMP-NBR
           MOVE 'CNP917'               TO DRU-SOURCE
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
              PERFORM P2205A-SCAN-VERSION
                 UNTIL DRV-SCAN-END
              EXEC CICS ENDBR
                        DATASET(DRV-VIA-RULE-EFF)
                        RESP(WS-RESPONSE)
              END-EXEC
           END-IF
           PERFORM P2205B-WRITE-DRU
           PERFORM P2205C-NEXT-DRU-SEQ
              UNTIL WS-RESPONSE NOT = DFHRESP(DUPREC)
                 OR DRU-SEQ = 99.
      *
       P2205A-SCAN-VERSION.
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
       P2205B-WRITE-DRU.
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
       P2205C-NEXT-DRU-SEQ.
      *
           ADD 1                       TO DRU-SEQ
           PERFORM P2205B-WRITE-DRU.
      *TBD-E
439000 P2250-GET-XB-CNTL-REC.                                           43900003
439100*                                                                 43910003
439200     MOVE '08'                      TO WK-CNTL-REC-TYPE           43920003
515500        MOVE 'P2660-1'               TO ERR-PARAGRAPH             51520003
515600        PERFORM P9999-GOT-PROBLEM                                 51530003
515700     END-IF.                                                      51540003
      *TBD-B
      *BOARD INDEX - THE TURN JUST REALIGNED.
           MOVE P914-TURN-DIST          TO BXC-DIST
           MOVE P914-TURN-SUB-DIST      TO BXC-SDIST
           MOVE P914-TURN-CC            TO BXC-CRAFT
           MOVE P914-TURN               TO BXC-TURN
           PERFORM P8960-POST-BOARD-INDEX.
      *TBD-E
515800*                                                                 51550003
515900 P2670-SEN-MOVE-XB.                                               51560003
516000*                                                                 51570003
517700        MOVE 'P2670-1'               TO ERR-PARAGRAPH             51740003
517800        PERFORM P9999-GOT-PROBLEM                                 51750003
517900     END-IF.                                                      51760003
      *TBD-B
      *BOARD INDEX - THE TURN JUST MOVED BY SENIORITY.
           MOVE P913-TURN-DIST          TO BXC-DIST
           MOVE P913-TURN-SUB-DIST      TO BXC-SDIST
           MOVE P913-TURN-CC            TO BXC-CRAFT
           MOVE P913-TURN               TO BXC-TURN
           PERFORM P8960-POST-BOARD-INDEX.
      *TBD-E
518000*                                                                 51770003
518100 P2700-SPLIT-VAC-SCHEDULE.                                        51780003
518200*                                                                 51790003
543600        MOVE 'P2860-1'               TO ERR-PARAGRAPH             54330003
543700        PERFORM P9999-GOT-PROBLEM                                 54340003
543800     END-IF.                                                      54350003
      *TBD-B
      *BOARD INDEX - THE TURN JUST REALIGNED.
           MOVE P914-TURN-DIST          TO BXC-DIST
           MOVE P914-TURN-SUB-DIST      TO BXC-SDIST
           MOVE P914-TURN-CC            TO BXC-CRAFT
           MOVE P914-TURN               TO BXC-TURN
           PERFORM P8960-POST-BOARD-INDEX.
      *TBD-E
543900*                                                                 54360003
544000 P2870-SEN-MOVE-XB.                                               54370003
544100*                                                                 54380003
545800        MOVE 'P2870-1'               TO ERR-PARAGRAPH             54550003
545900        PERFORM P9999-GOT-PROBLEM                                 54560003
546000     END-IF.                                                      54570003
      *TBD-B
      *BOARD INDEX - THE TURN JUST MOVED BY SENIORITY.
           MOVE P913-TURN-DIST          TO BXC-DIST
           MOVE P913-TURN-SUB-DIST      TO BXC-SDIST
           MOVE P913-TURN-CC            TO BXC-CRAFT
           MOVE P913-TURN               TO BXC-TURN
           PERFORM P8960-POST-BOARD-INDEX.
      *TBD-E
546100*                                                                 54580003
546200*                                                                 54590003
546300 P3000-SEND-STAFF-FORM.                                           54600003
554900               RESP(WS-RESPONSE)                                  55460003
555000     END-EXEC                                                     55470003
555100     MOVE WS-RESPONSE TO FILE-STATUS                              55480003
      *TBD-B
      *STAFF-FORM ARCHIVE.  EVERY FORM IS KEPT ON THE CNB224 ARCHIVE
      *FOR INQUIRY, REPRINT AND RESEND.  A FAILED P930 SEND NO LONGER
      *BACKS OUT THE STATUS CHANGE - THE FORM IS ARCHIVED AS FAILED
      *AND COMES OUT ON THE CNB224 DAILY FAILED LIST FOR RESEND.
           MOVE SPACES                 TO WS-SFA-RECORD
           IF SUCCESS
              SET SFA-SENT             TO TRUE
           ELSE
              SET SFA-SEND-FAILED      TO TRUE
           END-IF
           PERFORM P3010-ARCHIVE-STAFF-FORM.
      *
      *A SECOND FORM FOR THE SAME EMPLOYEE IN THE SAME MINUTE REPLACES
      *THE FIRST.  THE ARCHIVE IS ADVISORY - A FORM THAT CANNOT BE
      *ARCHIVED DOES NOT STOP THE TRANSACTION.
       P3010-ARCHIVE-STAFF-FORM.
      *
           MOVE EMP-NBR     OF WS-MSTR TO SFA-EMP-NBR
           MOVE WS-EFF-DATE-TIME       TO SFA-EFF-DATE-TIME (1:10)
           MOVE '00'                   TO SFA-EFF-DATE-TIME (11:2)
           MOVE DIST        OF WS-MSTR TO SFA-DIST
           MOVE SUB-DIST    OF WS-MSTR TO SFA-SDIST
           MOVE CRAFT       OF WS-MSTR TO SFA-CRAFT
           MOVE EMP-NAME    OF WS-MSTR TO SFA-EMP-NAME
           MOVE WS-AFTER-STATUS-2      TO SFA-STATUS
           MOVE SF-STATUS-DESC         TO SFA-STATUS-DESC
           MOVE WS-AFTER-ECC           TO SFA-ECC
           MOVE SF-ECC-DESC            TO SFA-ECC-DESC
           MOVE WS-BEFORE-STATUS-2     TO SFA-LAST-STATUS
           MOVE SF-LAST-STATUS-DESC    TO SFA-LAST-STATUS-DESC
           MOVE WS-BEFORE-ECC          TO SFA-LAST-ECC
           MOVE SF-LAST-ECC-DESC       TO SFA-LAST-ECC-DESC
           MOVE LAYOFF-TIME OF WS-MSTR TO SFA-LAST-OFF
           MOVE MARKUP-TIME OF WS-MSTR TO SFA-LAST-ON
           MOVE LAST-ON-DUTY-TIME OF WS-MSTR
                                       TO SFA-ON-DUTY
           MOVE LAST-TIE-UP-TIME OF WS-MSTR
                                       TO SFA-TIE-UP
           MOVE LAST-JOB-ASG           TO SFA-LAST-ASSGN
           MOVE MSTR2-EMP-SIN          TO SFA-EMP-SIN
           MOVE MSTR2-EMP-SSN          TO SFA-EMP-SSN
           MOVE MSTR2-BD-YR            TO SFA-BIRTH-DATE (1:2)
           MOVE MSTR2-BD-MO            TO SFA-BIRTH-DATE (3:2)
           MOVE MSTR2-BD-DY            TO SFA-BIRTH-DATE (5:2)
           MOVE MSTR2-DOE-YR           TO SFA-ENTRY-DATE (1:2)
           MOVE MSTR2-DOE-MO           TO SFA-ENTRY-DATE (3:2)
           MOVE MSTR2-DOE-DY           TO SFA-ENTRY-DATE (5:2)
           IF SFA-SEND-FAILED
              MOVE ZEROS               TO SFA-SEND-COUNT
              MOVE SPACES              TO SFA-LAST-SEND
           ELSE
              MOVE 1                   TO SFA-SEND-COUNT
              MOVE SFA-EFF-DATE-TIME   TO SFA-LAST-SEND
           END-IF
           EXEC CICS WRITE
                     DATASET(SFA-VIA-EMP-TIME)
                     FROM(WS-SFA-RECORD)
                     LENGTH(SFA-RLGTH)
                     RIDFLD(SFA-KEY)
                     KEYLENGTH(SFA-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE            TO FILE-STATUS
           IF DUP-KEY-ERR
              EXEC CICS READ
                        DATASET(SFA-VIA-EMP-TIME)
                        INTO(WS-REG-HOLD)
                        LENGTH(SFA-RLGTH)
                        RIDFLD(SFA-KEY)
                        KEYLENGTH(SFA-KLGTH)
                        UPDATE
                        RESP(WS-RESPONSE)
              END-EXEC
              MOVE WS-RESPONSE         TO FILE-STATUS
              IF SUCCESS
                 EXEC CICS REWRITE
                           DATASET(SFA-VIA-EMP-TIME)
                           FROM(WS-SFA-RECORD)
                           LENGTH(SFA-RLGTH)
                           RESP(WS-RESPONSE)
                 END-EXEC
              END-IF
           END-IF.
      *TBD-E
555600*                                                                 55530003
555700 P3500-FUTURE-MARKUP-DUEBACK.                                     55540003
555800*                                                                 55550003
564000        END-IF                                                    56370003
564100     END-IF                                                       56380003
564200                                                                  56390003
      *TBD-B
      *REFUSED BOOK-OFF REGISTER.  THE REFUSAL IS REGISTERED WITH THE
      *REFUSING SUPERVISOR AND THE REFUSAL REASON, AND P4010 TAKES A
      *SNAPSHOT OF EXTRABOARD/POOL STRENGTH AT THIS MOMENT FOR THE
      *MONTHLY REFUSAL REPORT (CNB223).  P917-REFUSE-RSN STILL NEEDS
      *ADDING TO P917COMM.
           MOVE SPACES                 TO WS-RBK-RECORD
           MOVE P917-EMP-NO            TO RBK-EMP-NBR
           MOVE WS-EFF-DATE-TIME       TO RBK-DATE-TIME (1:10)
           MOVE '00'                   TO RBK-DATE-TIME (11:2)
           MOVE DIST     OF WS-MSTR    TO RBK-DIST
           MOVE SUB-DIST OF WS-MSTR    TO RBK-SDIST
           MOVE CRAFT    OF WS-MSTR    TO RBK-CRAFT
           IF TEMPORARY-ASGNMT > SPACE
              IF TEMP-ASGN-XB
                 MOVE TA-CC            TO RBK-CRAFT
              END-IF
              IF TEMP-ASGN-UFP
                 MOVE TA-POOL          TO RBK-POOL
              END-IF
           ELSE
              IF NORM-ASGN-XB
                 MOVE NA-CC            TO RBK-CRAFT
              END-IF
              IF NORM-ASGN-UFP
                 MOVE NA-POOL          TO RBK-POOL
              END-IF
           END-IF
           MOVE P917-SUPV-INIT         TO RBK-SUPV-INIT
           MOVE P917-REFUSE-RSN        TO RBK-REASON
           MOVE P917-EDB-CODE          TO RBK-ECC-CODE
           MOVE P917-STATUS-CODE1      TO RBK-LO-CODE
           PERFORM P4010-REGISTER-REFUSAL
      *TBD-E
564300     PERFORM P8900-WRITE-HISTORY.                                 56400003
564400*                                                                 56410003
      *TBD-B
      *REFUSED BOOK-OFF REGISTER.  THE EXTRABOARD TURNS FOR THE CRAFT
      *AND, FOR A POOL EMPLOYEE, THE POOL TURNS ARE COUNTED - TOTAL AND
      *AVAILABLE - AND THE REFUSAL IS WRITTEN WITH THE COUNTS.  A
      *REFUSAL REGISTERED TWICE STANDS, AND THE REGISTER IS ADVISORY -
      *A REFUSAL THAT CANNOT BE REGISTERED DOES NOT STOP THE REFUSAL.
       P4010-REGISTER-REFUSAL.
      *
           IF RBK-POOL > SPACES
              MOVE 'P'                 TO RBK-BOARD-TYPE
           ELSE
              MOVE 'X'                 TO RBK-BOARD-TYPE
           END-IF
           IF RBK-REASON NOT > SPACES
              MOVE 'NS'                TO RBK-REASON
           END-IF
           MOVE ZEROS                  TO RBK-XB-TOTAL
                                          RBK-XB-AVAIL
                                          RBK-POOL-TOTAL
                                          RBK-POOL-AVAIL
           MOVE WS-EXTRA-BOARD         TO WS-BX-SAVE-EXTRA-BOARD
           MOVE 'N'                    TO RBK-SCAN-SW
           MOVE SPACES                 TO EBTURN-AREA
           MOVE RBK-DIST               TO DIST-REPEAT
           MOVE RBK-SDIST              TO SUBDIST-REPEAT
           MOVE RBK-CRAFT              TO CRAFT-CODE-REPEAT
           MOVE LOW-VALUES             TO TURN-NBR OF EBTURN-AREA
           MOVE EBTURN-AREA            TO EBTURN
           EXEC CICS STARTBR
                     DATASET(EB-VIA-TURN-NBR)
                     RIDFLD(EBTURN)
                     KEYLENGTH(EBTURNNO-KLGTH)
                     GTEQ
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE            TO FILE-STATUS
           IF SUCCESS
              PERFORM P4020-COUNT-EB-TURN
                 UNTIL RBK-SCAN-END
              EXEC CICS ENDBR
                        DATASET(EB-VIA-TURN-NBR)
                        RESP(WS-RESPONSE)
              END-EXEC
           END-IF
           MOVE WS-BX-SAVE-EXTRA-BOARD TO WS-EXTRA-BOARD
           IF RBK-POOL > SPACES
              MOVE WS-UFP              TO RBK-SAVE-UFP
              MOVE 'N'                 TO RBK-SCAN-SW
              MOVE SPACES              TO WS-UFP
              MOVE RBK-DIST            TO DIST2
              MOVE RBK-SDIST           TO SUB-DIST2
              MOVE RBK-POOL            TO POOL-NAME2
              MOVE LOW-VALUES          TO TURN-NBR OF WS-UFP
                                          POOL-CRAFT-CODE2
              MOVE UFPTURN-AREA        TO UFPTURN
              EXEC CICS STARTBR
                        DATASET(UFP-VIA-TURN-NBR)
                        RIDFLD(UFPTURN)
                        KEYLENGTH(UFPTURN-KLGTH)
                        GTEQ
                        RESP(WS-RESPONSE)
              END-EXEC
              MOVE WS-RESPONSE         TO FILE-STATUS
              IF SUCCESS
                 PERFORM P4030-COUNT-POOL-TURN
                    UNTIL RBK-SCAN-END
                 EXEC CICS ENDBR
                           DATASET(UFP-VIA-TURN-NBR)
                           RESP(WS-RESPONSE)
                 END-EXEC
              END-IF
              MOVE RBK-SAVE-UFP        TO WS-UFP
           END-IF
           EXEC CICS WRITE
                     DATASET(RBK-VIA-EMP-TIME)
                     FROM(WS-RBK-RECORD)
                     LENGTH(RBK-RLGTH)
                     RIDFLD(RBK-KEY)
                     KEYLENGTH(RBK-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC.
      *
       P4020-COUNT-EB-TURN.
      *
           EXEC CICS READNEXT
                     DATASET(EB-VIA-TURN-NBR)
                     INTO(WS-EXTRA-BOARD)
                     LENGTH(EBTURNNO-RLGTH)
                     RIDFLD(EBTURN)
                     KEYLENGTH(EBTURNNO-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE            TO FILE-STATUS
           IF NOT SUCCESS
              OR DIST-REPEAT       NOT = RBK-DIST
              OR SUBDIST-REPEAT    NOT = RBK-SDIST
              OR CRAFT-CODE-REPEAT NOT = RBK-CRAFT
              SET RBK-SCAN-END         TO TRUE
           ELSE
              ADD 1                    TO RBK-XB-TOTAL
              IF EB-ON-BOARD
                 ADD 1                 TO RBK-XB-AVAIL
              END-IF
           END-IF.
      *
       P4030-COUNT-POOL-TURN.
      *
           EXEC CICS READNEXT
                     DATASET(UFP-VIA-TURN-NBR)
                     INTO(WS-UFP)
                     LENGTH(UFPTURN-RLGTH)
                     RIDFLD(UFPTURN)
                     KEYLENGTH(UFPTURN-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE            TO FILE-STATUS
           IF NOT SUCCESS
              OR DIST2       NOT = RBK-DIST
              OR SUB-DIST2   NOT = RBK-SDIST
              OR POOL-NAME2  NOT = RBK-POOL
              SET RBK-SCAN-END         TO TRUE
           ELSE
              ADD 1                    TO RBK-POOL-TOTAL
              IF IN-TOWN AND UFP-ON-BOARD
                 ADD 1                 TO RBK-POOL-AVAIL
              END-IF
           END-IF.
      *TBD-E
564500 P8000-READ-VACEMP-FILE.                                          56420003
564600*                                                                 56430003
564700     EXEC CICS READ                                               56440003
613100        PERFORM P9999-GOT-PROBLEM                                 61280003
613200     END-IF.                                                      61290003
613300*                                                                 61300003
      *TBD-B
           PERFORM P8655-REGISTER-TMSLIP.
      *TBD-E
      *TBD-B
      *TIMESLIP ADJUSTMENT.  EACH TIMESLIP P970 WRITES IS KEPT ON
      *TSREG AS AN ORIGINAL ENTRY WITH THE PAY CUTOFF IN FORCE
      *(MSTR2-NEXT-PAY-DATE-CENT) AND THE PAY PERIOD IT FALLS IN, SO
      *THAT CNB266 CAN LATER CORRECT OR REVERSE IT BY REFERENCE.  A
      *PERSONAL LEAVE DAY IS KEPT AS ONE DAY (AMOUNT TYPE D).  THE
      *REGISTER IS ADVISORY - AN ENTRY THAT CANNOT BE WRITTEN DOES NOT
      *STOP THE TRANSACTION.
       P8655-REGISTER-TMSLIP.
      *
           MOVE SPACES                 TO WS-TSR-RECORD
           MOVE WS-LOCAL-DATE-TIME     TO TSR-ENTRY-DATE-TIME
           MOVE 1                      TO TSR-ENTRY-SEQ
           SET TSR-ORIGINAL            TO TRUE
           MOVE DIST        OF WS-MSTR TO TSR-DIST
           MOVE SUB-DIST    OF WS-MSTR TO TSR-SDIST
           MOVE CRAFT       OF WS-MSTR TO TSR-CRAFT
           IF P970-PERSONAL-FUNC
              MOVE P970-SYPR-EMP-NO    TO TSR-EMP-NBR
              MOVE P970-SYPR-MC-CODE   TO TSR-CLAIM-CODE
              MOVE 'D'                 TO TSR-AMT-TYPE
              MOVE 1                   TO TSR-AMOUNT
              MOVE P970-SYPR-START-DATE
                                       TO TSR-START-DATE
           ELSE
              MOVE P970-EMSA-EMP-NO    TO TSR-EMP-NBR
              MOVE P970-EMSA-CLM-CODE  TO TSR-CLAIM-CODE
              MOVE P970-EMSA-CLM-AMT-TYPE
                                       TO TSR-AMT-TYPE
              COMPUTE TSR-AMOUNT = P970-EMSA-CLM-AMT-NUM / 100
              MOVE P970-EMSA-START-DATE
                                       TO TSR-START-DATE
           END-IF
           MOVE TSR-CLAIM-CODE         TO TSR-CUR-CLAIM
           MOVE TSR-AMOUNT             TO TSR-CUR-AMOUNT
           MOVE TSR-START-DATE         TO TSR-CUR-START
           MOVE ZEROS                  TO TSR-ADJ-COUNT
           MOVE 'N'                    TO TSR-LATE-FLAG
           MOVE MSTR2-NEXT-PAY-DATE-CENT
                                       TO TSR-CUTOFF-DATE
           EXEC CICS ASSIGN
                     USERID(TSR-USER)
           END-EXEC
           IF TSR-CUTOFF-DATE NUMERIC
              PERFORM P8655A-SET-PAY-PERIOD
           END-IF
           PERFORM P8655D-WRITE-TSR
           PERFORM P8655E-NEXT-TSR-SEQ
              UNTIL WS-RESPONSE NOT = DFHRESP(DUPREC)
                 OR TSR-ENTRY-SEQ = 99.
      *
      *AN ENTRY MADE AFTER THE CUTOFF IS LATE AND FALLS IN THE FIRST
      *PAY PERIOD (14 DAYS AT A TIME) ENDING ON OR AFTER THE ENTRY.
       P8655A-SET-PAY-PERIOD.
      *
           MOVE '20'                   TO TSR-ENTRY-DATE (1:2)
           MOVE TSR-ENTRY-DATE-TIME (1:6)
                                       TO TSR-ENTRY-DATE (3:6)
           MOVE TSR-CUTOFF-DATE        TO TSR-STEP-DATE-X
           IF TSR-ENTRY-DATE > TSR-CUTOFF-DATE
              SET TSR-LATE             TO TRUE
              PERFORM P8655B-STEP-PERIOD
                 UNTIL TSR-STEP-DATE-X NOT < TSR-ENTRY-DATE
           END-IF
           MOVE TSR-STEP-DATE-X (3:6)  TO TSR-PAY-PERIOD.
      *
       P8655B-STEP-PERIOD.
      *
           PERFORM P8655C-ADD-DAY
                   VARYING TSR-STEP-SUB FROM 1 BY 1
                   UNTIL TSR-STEP-SUB > TSR-PERIOD-DAYS.
      *
       P8655C-ADD-DAY.
      *
           MOVE TSR-MT-DAYS (TSR-SP-MM) TO TSR-MONTH-DAYS
           IF TSR-SP-MM = 2
              DIVIDE TSR-SP-CCYY BY 4
                     GIVING TSR-LEAP-QUOT
                     REMAINDER TSR-LEAP-REM
              IF TSR-LEAP-REM = ZEROS
                 MOVE 29               TO TSR-MONTH-DAYS
              END-IF
           END-IF
           ADD 1                       TO TSR-SP-DD
           IF TSR-SP-DD > TSR-MONTH-DAYS
              MOVE 1                   TO TSR-SP-DD
              ADD 1                    TO TSR-SP-MM
              IF TSR-SP-MM > 12
                 MOVE 1                TO TSR-SP-MM
                 ADD 1                 TO TSR-SP-CCYY
              END-IF
           END-IF.
      *
       P8655D-WRITE-TSR.
      *
           EXEC CICS WRITE
                     DATASET(TSR-VIA-EMP-ENTRY)
                     FROM(WS-TSR-RECORD)
                     LENGTH(TSR-RLGTH)
                     RIDFLD(TSR-KEY)
                     KEYLENGTH(TSR-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC.
      *
       P8655E-NEXT-TSR-SEQ.
      *
           ADD 1                       TO TSR-ENTRY-SEQ
           PERFORM P8655D-WRITE-TSR.
      *TBD-E
613400 P8700-LINK-TO-P977.                                              61310003
613500*                                                                 61320003
613600     EXEC CICS LINK                                               61330003
621700        MOVE 'P943'                  TO ERR-KEY                   62140003
621800        PERFORM P9999-GOT-PROBLEM                                 62150003
621900     END-IF                                                       62160003
      *TBD-B
      *CORRECTION AUDIT.  A CORRECTION REWRITES HISTORY AFTER THE
      *FACT, SO P8905 AUDITS IT WITH THE STATUS IT REPLACED, WHO KEYED
      *IT AND WHEN, FOR THE CNB238 SUPERVISOR REVIEW REPORT.  THE
      *REPLACED STATUS IS P943-PREV-LO-CODE WHERE THE CALLER SET IT,
      *OTHERWISE THE STATUS SAVED BEFORE THE MASTER WAS CHANGED.
           IF P917-CORRECTION-RECORD
              AND P943-RETURN-STATUS NOT > ZEROES
              MOVE SPACES                 TO WS-CRR-RECORD
              MOVE P943-EMP-NBR           TO CRR-EMP-NBR
              MOVE WS-LOCAL-DATE-TIME     TO CRR-ENTRY-DATE-TIME
              MOVE P943-DIST              TO CRR-DIST
              MOVE P943-SDIST             TO CRR-SDIST
              MOVE P943-CRAFT             TO CRR-CRAFT
              MOVE P943-EMP-FUNCTION      TO CRR-FUNCTION
              MOVE P943-EFF-DATE-TIME     TO CRR-EVENT-DATE-TIME
              IF P943-PREV-LO-CODE > SPACE
                 MOVE P943-PREV-LO-CODE   TO CRR-ORIG-LO-CODE
                 MOVE P943-PREV-ECC-CODE  TO CRR-ORIG-ECC-CODE
              ELSE
                 MOVE WS-SAVE-LO          TO CRR-ORIG-LO-CODE
                 MOVE WS-SAVE-EDB         TO CRR-ORIG-ECC-CODE
              END-IF
              MOVE P943-LO-CODE-1         TO CRR-CORR-LO-CODE
              MOVE P917-EDB-CODE          TO CRR-CORR-ECC-CODE
              MOVE P943-USERID            TO CRR-USERID
              MOVE P917-SUPV-INIT         TO CRR-SUPV-INIT
              PERFORM P8905-AUDIT-CORRECTION
           END-IF
      *TBD-E
622000     IF P943-RETURN-STATUS > ZEROES                               62170003
622100        MOVE 'P8900-2'               TO ERR-PARAGRAPH             62180003
622200        MOVE P943-RETURN-STATUS      TO FILE-STATUS               62190003
622300        MOVE 'P943-RETURN'           TO ERR-KEY                   62200003
622400        PERFORM P9999-GOT-PROBLEM                                 62210003
622500     END-IF.                                                      62220003
      *TBD-B
      *CORRECTION AUDIT.  TWO CORRECTIONS FOR ONE EMPLOYEE IN THE SAME
      *MINUTE TAKE THE NEXT CRR-SEQ.  THE AUDIT IS ADVISORY - A
      *CORRECTION THAT CANNOT BE AUDITED STILL STANDS.
       P8905-AUDIT-CORRECTION.
      *
           MOVE ZEROS                  TO CRR-SEQ
           PERFORM P8905A-WRITE-CRR
           PERFORM P8905B-NEXT-CRR-SEQ
              UNTIL WS-RESPONSE NOT = DFHRESP(DUPREC)
                 OR CRR-SEQ = 99.
      *
       P8905A-WRITE-CRR.
      *
           EXEC CICS WRITE
                     DATASET(CRR-VIA-ENTRY-EMP)
                     FROM(WS-CRR-RECORD)
                     LENGTH(CRR-RLGTH)
                     RIDFLD(CRR-KEY)
                     KEYLENGTH(CRR-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC.
      *
       P8905B-NEXT-CRR-SEQ.
      *
           ADD 1                       TO CRR-SEQ
           PERFORM P8905A-WRITE-CRR.
      *TBD-E
622600*                                                                 62230003
622700     EXEC SQL INCLUDE TIMEZONE END-EXEC.                          62240003
622800*                                                                 62250003
623400*                                                                 62310003
623500     EXEC SQL INCLUDE BIFEDIT END-EXEC.                           62320003
623600*                                                                 62330003
      *TBD-B
      *EXTRABOARD BOARD INDEX.  REFILES THE TURN IN BXC-BOARD/BXC-TURN
      *ON THE BOARD INDEX FROM ITS EB RECORD AS IT STANDS NOW, OR
      *DROPS IT IF THE TURN IS GONE.  CNP961 MARKS THE BOARD STALE
      *WHEN IT CANNOT FOLLOW THE CHANGE AND THE SCREENS THEN BUILD
      *FROM THE EB FILE, SO A RESULT NOT ZERO DOES NOT STOP THE
      *MARK-UP OR LAYOFF.
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
              MOVE P917-EFF-DATE-TIME  TO BXC-DATE-TIME
              MOVE ZEROS               TO BXC-RESULT
              EXEC CICS LINK
                        PROGRAM(CNP961-PGM)
                        COMMAREA(CNP961-COMMAREA)
                        LENGTH(CNP961-LGTH)
                        RESP(WS-RESPONSE)
              END-EXEC
           END-IF.
      *TBD-E
623700 P8990-SEND-TO-EM.                                                62340003
623800*                                                                 62350003
623900     IF EMP-NBR      OF WS-MSTR NUMERIC                           62360003
