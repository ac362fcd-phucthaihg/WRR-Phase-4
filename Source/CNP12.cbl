002500*03/21/18   GDB   C1190   VALIDATE THE ASSIGNMENT ID, ANNUL TO &  00250003
002600*                         FROM DATES BEFORE XCTL TO CNP12A        00260003
009000*08/16/24   RJA  CNLD-309 MTOY AND MTOR ARE OBSOLETE.             00261003
      *10/15/26   JMC           ASSIGNED-JOB HISTORY - EACH UPDATE IS
      *                         KEPT AS A DATED VERSION BY CICS FILE
      *                         CONTROL (P2050-P2059), AND PF6 SHOWS THE
      *                         JOB AS OF A DATE (P1040).  STANDING
      *                         PREFERENCE CARDS - WHEN THE OWNER IS OFF
      *                         ON VACATION, SICK OR HOLD-FOR-VCNY THE
      *                         ELIGIBLE CARD HOLDERS ARE SHOWN AND THE
      *                         VACANCY AND ITS FILL ARE KEPT BY LINKING
      *                         CNP962 (P1050).  HISTORY OR CARDS THAT
      *                         CANNOT BE REACHED DO NOT ABEND THE
      *                         SCREEN.  P9999 WRITES ERRLOG THROUGH
      *                         P9995/P9996 BEFORE THE ERROR PROGRAM.
002700***************************************************************** 00262003
002800 ENVIRONMENT DIVISION.                                            00263003
002900 CONFIGURATION SECTION.                                           00264003
           02  OWNCHG-NEW-OWNER           PIC 9(6)  VALUE ZEROS.
           02  FILLER                     PIC X(10) VALUE SPACE.
      *TBD-E
      *TBD-B
      *ASSIGNED-JOB DEFINITION HISTORY (CNB237).  WS-JOBV-REQUEST IS
      *SET UP BY P2050-POST-JOB-VERSION AFTER AN UPDATE AND BY
      *P1040-AS-OF-INQUIRY (PF6); P2055-SCAN-JOB-HISTORY BROWSES THE
      *JOB'S VERSIONS AND P2057-WRITE-JOB-VERSION ADDS ONE.  TWO
      *VERSIONS IN THE SAME MINUTE TAKE THE NEXT AV-SEQ.  A JOB
      *DEFINITION IS THE START TIME, REST DAYS (Y = REST, DAY 1-7),
      *REPORT POINT AND ANNUL FROM/TO AS P1020-DISPLAY-JOB-DATA SHOWS
      *THEM.
       01  AJV-VIA-JOB-EFF                PIC X(8)  VALUE 'CNVAJV01'.
       01  AJV-RLGTH                      PIC S9(4) COMP VALUE +150.
       01  AJV-KLGTH                      PIC S9(4) COMP VALUE +24.
       01  AJVKEY                         PIC X(24) VALUE SPACE.
       01  WS-AJV-RECORD.
           02  AV-KEY.
               04  AV-JOB                 PIC X(10) VALUE SPACE.
               04  AV-EFF-DATE-TIME       PIC X(12) VALUE SPACE.
               04  AV-SEQ                 PIC 9(2)  VALUE ZEROS.
           02  AV-VERSION-DATA.
               04  AV-CHANGE-TYPE         PIC X(1)  VALUE SPACE.
               04  AV-USERID              PIC X(8)  VALUE SPACE.
               04  AV-TERM-ID             PIC X(4)  VALUE SPACE.
               04  AV-DEFINITION          PIC X(28) VALUE SPACE.
           02  FILLER                     PIC X(85) VALUE SPACE.
       01  WS-AJV-SCAN-SW                 PIC X(1)  VALUE 'N'.
           88  WS-AJV-SCAN-END                      VALUE 'Y'.
       01  WS-AJV-JOB-SW                  PIC X(1)  VALUE 'N'.
           88  WS-AJV-JOB-FOUND                     VALUE 'Y'.
       01  WS-AJV-HIT-SW                  PIC X(1)  VALUE 'N'.
           88  WS-AJV-HIT                           VALUE 'Y'.
       01  WS-AJV-HIT-DATE-TIME           PIC X(12) VALUE SPACE.
       01  WS-AJV-HIT-DATA                PIC X(41) VALUE SPACE.
       01  WS-JOBV-REQUEST.
           02  XV-FUNCTION                PIC X(1)  VALUE SPACE.
               88  XV-POST                          VALUE 'P'.
               88  XV-AS-OF                         VALUE 'A'.
           02  XV-JOB.
               04  XV-DIST                PIC X(2)  VALUE SPACE.
               04  XV-SDIST               PIC X(2)  VALUE SPACE.
               04  XV-ASGN-ID             PIC X(6)  VALUE SPACE.
           02  XV-EFF-DATE-TIME           PIC X(12) VALUE SPACE.
           02  XV-VERSION-DATA.
               04  XV-CHANGE-TYPE         PIC X(1)  VALUE SPACE.
               04  XV-USERID              PIC X(8)  VALUE SPACE.
               04  XV-TERM-ID             PIC X(4)  VALUE SPACE.
               04  XV-DEFINITION.
                   06  XV-START-TIME      PIC X(4)  VALUE SPACE.
                   06  XV-REST-DAYS.
                       08  XV-REST-DAY    PIC X(1)  OCCURS 7 TIMES.
                   06  XV-REPORT-POINT    PIC X(5)  VALUE SPACE.
                   06  XV-ANNUL-FROM      PIC X(6)  VALUE SPACE.
                   06  XV-ANNUL-TO        PIC X(6)  VALUE SPACE.
           02  XV-BASE-DATE-TIME          PIC X(12) VALUE SPACE.
           02  XV-BEFORE-DEF              PIC X(28) VALUE SPACE.
           02  XV-RESULT                  PIC 9(1)  VALUE ZEROS.
               88  XV-DONE                          VALUE 0.
               88  XV-TOO-EARLY                     VALUE 1.
               88  XV-UNAVAILABLE                   VALUE 2.
               88  XV-NO-HISTORY                    VALUE 3.
       01  WS-JOBV-FOUND-SW               PIC X(1)  VALUE 'N'.
           88  WS-JOBV-FOUND                        VALUE 'Y'.
       01  WS-JOBV-IMAGE.
           02  JV-START-TIME              PIC X(4)  VALUE SPACE.
           02  JV-REST-DAYS.
               04  JV-REST-DAY            PIC X(1)  OCCURS 7 TIMES.
           02  JV-REPORT-POINT            PIC X(5)  VALUE SPACE.
           02  JV-ANNUL-FROM              PIC X(6)  VALUE SPACE.
           02  JV-ANNUL-TO                PIC X(6)  VALUE SPACE.
       01  WS-JOBV-BEFORE                 PIC X(28) VALUE SPACE.
       01  WS-JOBV-BASE-DATE              PIC X(8)  VALUE SPACE.
       01  WS-ASOF-DATE-TIME.
           02  WS-ASOF-DATE-CENT          PIC X(8)  VALUE SPACE.
           02  FILLER                     PIC X(4)  VALUE '2359'.
      *TBD-E
      *TBD-B
      *STANDING PREFERENCE CARDS.  COMMAREA FOR CNP962, LINKED FROM
      *P1050-PREFERENCE-HOLDERS WHEN THE OWNER OF A CRAFT POSITION IS
      *OFF ON VACATION, SICK OR HOLD-FOR-VCNY.  THE ELIGIBLE HOLDERS
      *GO TO SCR12-EMP-PREF, A NEW FIELD ON EACH CRAFT LINE OF THE
      *MAP.
       01  CNP962-PGM                     PIC X(8)  VALUE 'CNP962'.
       01  CNP962-LGTH                    PIC S9(4) COMP VALUE +165.
       01  CNP962-COMMAREA.
           02  XP-FUNCTION                PIC X(1)  VALUE SPACE.
               88  XP-LIST                          VALUE 'L'.
               88  XP-OPEN                          VALUE 'O'.
               88  XP-FILL                          VALUE 'F'.
           02  XP-JOB.
               04  XP-DIST                PIC X(2)  VALUE SPACE.
               04  XP-SDIST               PIC X(2)  VALUE SPACE.
               04  XP-ASGN-ID             PIC X(6)  VALUE SPACE.
               04  XP-CRAFT               PIC X(2)  VALUE SPACE.
           02  XP-DATE-TIME               PIC X(12) VALUE SPACE.
           02  XP-OWNER-EMP               PIC X(9)  VALUE SPACE.
           02  XP-OPEN-DATE               PIC X(8)  VALUE SPACE.
           02  XP-OWNER-STATUS            PIC X(1)  VALUE SPACE.
           02  XP-FILL-EMP                PIC X(9)  VALUE SPACE.
           02  XP-COUNT                   PIC 9(2)  VALUE ZEROS.
           02  XP-HOLDER                  OCCURS 10 TIMES.
               04  XP-HOLDER-EMP          PIC X(9).
               04  XP-HOLDER-PRIORITY     PIC 9(2).
           02  XP-RESULT                  PIC 9(1)  VALUE ZEROS.
               88  XP-DONE                          VALUE 0.
               88  XP-NONE                          VALUE 1.
               88  XP-UNAVAILABLE                   VALUE 2.
       01  WS-PREF-SUB                    PIC S9(4) COMP VALUE ZEROS.
       01  WS-PREF-COUNT                  PIC S9(4) COMP VALUE ZEROS.
       01  WS-PREF-MAX                    PIC S9(4) COMP VALUE +5.
       01  WS-PREF-SHOW-MAX               PIC S9(4) COMP VALUE +3.
       01  WS-PREF-PTR                    PIC S9(4) COMP VALUE ZEROS.
       01  WS-PREF-ELIGIBLE-SW            PIC X(1)  VALUE 'N'.
           88  WS-PREF-ELIGIBLE                     VALUE 'Y'.
       01  WS-PREF-POS-CRAFT              PIC X(2)  VALUE SPACE.
           88  WS-PREF-ENGINE-POS
                              VALUE 'EN' 'EY' 'E1' THRU 'E9'.
           88  WS-PREF-TRAIN-POS
                              VALUE 'CO' 'BK' 'B1' THRU 'B9'.
       01  WS-PREF-REST-TIME              PIC X(10) VALUE SPACE.
       01  WS-PREF-LIST.
           02  WS-PREF-ENTRY                        OCCURS 5 TIMES.
               03  WS-PREF-EMP            PIC X(9).
               03  WS-PREF-PRIORITY       PIC 9(2).
       01  WS-PREF-DISPLAY                PIC X(32) VALUE SPACE.
      *TBD-E
017700***************************************************************** 01690003
017800***                 I/O STATUS CHECK FIELDS                       01700003
017900***************************************************************** 01710003
020200***                 CALLED ROUTINES COPYBOOKS.                    01940003
020300***************************************************************** 01950003
020400     COPY PSTERAR.                                                01960003
      *TBD-B
           COPY WSERRLOG.
      *TBD-E
020500     COPY P903COMM.                                               01970003
020600     COPY P922COMM.                                               01980003
020700***************************************************************** 01990003
029600                                      SCR12-A-FROM-DATE           02880003
029700                                      SCR12-A-TO-DATE             02890003
029800                                      SCR12-ERRORMSG              02900003
      *TBD-B
                                            SCR12-ASOF-START
                                            SCR12-ASOF-INFO
      *TBD-E
029900*                                                                 02910003
030000     PERFORM VARYING SUB1 FROM 1 BY 1                             02920003
030100             UNTIL SUB1 > ARRAY-MAX                               02930003
030900                                      SCR12-EMP-PERS-DY(SUB1)     03010003
031000                                      SCR12-REST-DAYS(SUB1)       03020003
031100                                      SCR12-EMP-MSG(SUB1)         03030003
      *TBD-B
                                            SCR12-EMP-PREF(SUB1)
      *TBD-E
031200     END-PERFORM                                                  03040003
031300     IF P12CA-INQ-ONLY                                            03050003
031400        IF PSTCA-SUB = 1                                          03060003
037800                                        SCR12-A-TO-DATE-HI        03700003
037900     MOVE SPACES                     TO SCR12-ERRORMSG            03710003
038000*                                                                 03720003
      *TBD-B
      *PF6 SHOWS THE JOB AS IT STOOD ON THE AS-OF DATE.  IT IS AN
      *INQUIRY, SO IT IS ALLOWED IN INQUIRY-ONLY MODE TOO.
           MOVE DEFAULT-ATTR               TO SCR12-ASOF-DATE-HI
           IF PFKEY6
              PERFORM P1040-AS-OF-INQUIRY
              PERFORM P9000-SEND-MAP-AND-RETURN
           END-IF
      *TBD-E
038100     IF P12CA-INQ-ONLY                                            03730003
038200        OR NOT (ENTER-KEY OR PFKEY2 OR PFKEY5 OR PFKEY10 OR       03740003
038300                PFKEY12)                                          03750003
064500        END-SEARCH                                                06370003
064600     END-PERFORM.                                                 06380003
064700*                                                                 06390003
      *TBD-B
      *AS-OF INQUIRY.  THE JOB IS FIRST SHOWN AS IT IS TODAY (CRAFTS
      *AND EMPLOYEES), THEN THE DEFINITION IN EFFECT AT THE END OF
      *THE AS-OF DATE REPLACES THE CURRENT ONE.  THE SCREEN THEN NO
      *LONGER SHOWS TODAY'S DEFINITION, SO AN UPDATE NEEDS A FRESH
      *INQUIRY FIRST.
       P1040-AS-OF-INQUIRY.
      *
           IF SCR12-ASGN-ID NOT > SPACES
              MOVE -1                   TO SCR12-ASGN-ID-CURSOR
              MOVE REV-VIDEO            TO SCR12-ASGN-ID-HI
      *               REQD-FIELD-MSG
              MOVE 'P039'               TO MSGLOG-CODE
              PERFORM P9000-SEND-MAP-AND-RETURN
           END-IF
           IF SCR12-ASOF-DATE NOT > SPACES
              MOVE -1                   TO SCR12-ASOF-DATE-CURSOR
              MOVE REV-VIDEO            TO SCR12-ASOF-DATE-HI
      *               REQD-FIELD-MSG
              MOVE 'P039'               TO MSGLOG-CODE
              PERFORM P9000-SEND-MAP-AND-RETURN
           END-IF
           SET DE-YYMMDD-FORMAT         TO TRUE
           MOVE SCR12-ASOF-DATE         TO DE-YYMMDD
           PERFORM P8998-DATEEDIT
           IF DE-INVALID-DATE
              MOVE -1                   TO SCR12-ASOF-DATE-CURSOR
              MOVE REV-VIDEO            TO SCR12-ASOF-DATE-HI
      *               INVALID DATE MSG
              MOVE 'I034'               TO MSGLOG-CODE
              PERFORM P9000-SEND-MAP-AND-RETURN
           END-IF
           MOVE DE-CCYYMMDD             TO WS-ASOF-DATE-CENT
           PERFORM P1000-INQUIRE
           MOVE SPACES                  TO WS-JOBV-REQUEST
           SET XV-AS-OF                 TO TRUE
           MOVE SCR12-DIST              TO XV-DIST
           MOVE SCR12-SUB-DIST          TO XV-SDIST
           MOVE SCR12-ASGN-ID           TO XV-ASGN-ID
           MOVE WS-ASOF-DATE-TIME       TO XV-EFF-DATE-TIME
           SET XV-DONE                  TO TRUE
           PERFORM P2055-SCAN-JOB-HISTORY
           IF XV-DONE
              EVALUATE TRUE
                 WHEN WS-AJV-HIT
                    MOVE WS-AJV-HIT-DATE-TIME
                                        TO XV-EFF-DATE-TIME
                    MOVE WS-AJV-HIT-DATA
                                        TO XV-VERSION-DATA
                 WHEN WS-AJV-JOB-FOUND
                    SET XV-TOO-EARLY    TO TRUE
                 WHEN OTHER
                    SET XV-NO-HISTORY   TO TRUE
              END-EVALUATE
           END-IF
           EVALUATE TRUE
              WHEN XV-DONE
                 PERFORM P1045-SHOW-VERSION
                 MOVE SPACES            TO P12CA-ASGN-ID
      *               JOB SHOWN AS OF THE DATE ENTERED
                 MOVE 'H150'            TO MSGLOG-CODE
              WHEN XV-NO-HISTORY
      *               NO CHANGE HISTORY - CURRENT DEFINITION SHOWN
                 MOVE 'H151'            TO MSGLOG-CODE
              WHEN XV-TOO-EARLY
      *               JOB WAS NOT IN EFFECT ON THE DATE ENTERED
                 MOVE 'H152'            TO MSGLOG-CODE
              WHEN OTHER
      *               JOB HISTORY NOT AVAILABLE
                 MOVE 'H153'            TO MSGLOG-CODE
           END-EVALUATE
           MOVE -1                      TO SCR12-ASOF-DATE-CURSOR.
      *
       P1045-SHOW-VERSION.
      *
           IF XV-ANNUL-FROM > '000000'
              MOVE XV-ANNUL-FROM        TO SCR12-A-FROM-DATE
           ELSE
              MOVE SPACES               TO SCR12-A-FROM-DATE
           END-IF
           IF XV-ANNUL-TO > '000000'
              MOVE XV-ANNUL-TO          TO SCR12-A-TO-DATE
           ELSE
              MOVE SPACES               TO SCR12-A-TO-DATE
           END-IF
           MOVE XV-REPORT-POINT         TO SCR12-ORIGIN-STN
           MOVE XV-START-TIME           TO SCR12-ASOF-START
           STRING 'VERSION '
                  XV-EFF-DATE-TIME(1:8) ' '
                  XV-EFF-DATE-TIME(9:4) ' BY '
                  XV-USERID
                  DELIMITED BY SIZE
                  INTO SCR12-ASOF-INFO
           PERFORM P1046-SHOW-VERSION-REST
              VARYING SUB1 FROM 1 BY 1
              UNTIL SUB1 > ARRAY-MAX.
      *
       P1046-SHOW-VERSION-REST.
      *
           IF SCR12-CRAFT(SUB1) > SPACES
              MOVE SPACES               TO SCR12-REST-DAYS(SUB1)
              MOVE ZEROS                TO SUB3
              PERFORM P1047-SHOW-REST-DAY
                 VARYING SUB2 FROM 1 BY 1
                 UNTIL SUB2 > 7
           END-IF.
      *
       P1047-SHOW-REST-DAY.
      *
           IF XV-REST-DAY(SUB2) = 'Y'
              ADD 1                     TO SUB3
              MOVE DAYOFWK-2CHAR(SUB2, PSTCA-SUB)
                                        TO SCR12-REST-DAY(SUB1, SUB3)
           END-IF.
      *TBD-E
      *TBD-B
      *STANDING PREFERENCE CARDS.  A SHORT-TERM VACANCY IS THE OWNER
      *OFF ON VACATION, SICK OR HOLD-FOR-VCNY.  ONCE A TEMPORARY
      *EMPLOYEE IS ON THE POSITION CNP962 RECORDS THE FILL; UNTIL
      *THEN THE HOLDERS OF CARDS IN EFFECT WHO ARE AVAILABLE, IN
      *TOWN, NOT ON A TEMPORARY ASSIGNMENT, RESTED AND QUALIFIED FOR
      *THE CRAFT ARE SHOWN IN OFFER ORDER AND KEPT AS THE VACANCY'S
      *LIST.  CALLED LAST FROM P1020-DISPLAY-JOB-DATA, SO WS-MSTR IS
      *FREE TO HOLD THE OWNER AND THE HOLDERS.
       P1050-PREFERENCE-HOLDERS.
      *
           MOVE ASGN-OWNER              TO MSTRNBRK
           PERFORM P8500-READ-MASTER
           IF VACATION IN WS-MSTR
              OR SICK IN WS-MSTR
              OR HOLD-FOR-VCNY IN WS-MSTR
              MOVE SPACES               TO CNP962-COMMAREA
              MOVE AJ-JOB-DIST          TO XP-DIST
              MOVE AJ-JOB-SUB-DIST      TO XP-SDIST
              MOVE AJ-JOB-ASGN-ID       TO XP-ASGN-ID
              MOVE AJ-JOB-ASGN-CC       TO XP-CRAFT
              MOVE WS-LOCAL-DATE-TIME-CENT
                                        TO XP-DATE-TIME
              MOVE ASGN-OWNER           TO XP-OWNER-EMP
              MOVE LAYOFF-CODE-1 IN WS-MSTR
                                        TO XP-OWNER-STATUS
              SET DE-YYMMDD-FORMAT      TO TRUE
              MOVE LAYOFF-DATE IN WS-MSTR
                                        TO DE-YYMMDD
              PERFORM P8998-DATEEDIT
              MOVE DE-CCYYMMDD          TO XP-OPEN-DATE
              IF HAVE-ASGN-TEMPORARY-EMP
                 SET XP-FILL            TO TRUE
                 MOVE ASGN-TEMPORARY-EMP
                                        TO XP-FILL-EMP
                 PERFORM P1051-LINK-PREF-CARDS
              ELSE
                 SET XP-LIST            TO TRUE
                 PERFORM P1051-LINK-PREF-CARDS
                 IF XP-DONE
                    PERFORM P1052-SELECT-HOLDERS
                 END-IF
              END-IF
           END-IF.
      *
       P1051-LINK-PREF-CARDS.
      *
           EXEC CICS LINK
                     PROGRAM(CNP962-PGM)
                     COMMAREA(CNP962-COMMAREA)
                     LENGTH(CNP962-LGTH)
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE             TO FILE-STATUS
           IF NOT SUCCESS
              SET XP-UNAVAILABLE        TO TRUE
           END-IF.
      *
      *THE FIRST FIVE ELIGIBLE HOLDERS ARE KEPT AS THE LIST AND THE
      *FIRST THREE SHOWN, WITH A + WHEN THERE ARE MORE.
       P1052-SELECT-HOLDERS.
      *
           MOVE XP-CRAFT                TO WS-PREF-POS-CRAFT
           MOVE ZEROS                   TO WS-PREF-COUNT
           MOVE SPACES                  TO WS-PREF-LIST
           PERFORM P1053-CHECK-HOLDER
              VARYING WS-PREF-SUB FROM 1 BY 1
              UNTIL WS-PREF-SUB > XP-COUNT
           IF WS-PREF-COUNT > WS-PREF-MAX
              MOVE WS-PREF-MAX          TO XP-COUNT
           ELSE
              MOVE WS-PREF-COUNT        TO XP-COUNT
           END-IF
           PERFORM P1056-LIST-HOLDER
              VARYING WS-PREF-SUB FROM 1 BY 1
              UNTIL WS-PREF-SUB > XP-COUNT
           SET XP-OPEN                  TO TRUE
           PERFORM P1051-LINK-PREF-CARDS
           IF WS-PREF-COUNT = ZEROS
              MOVE 'P=NONE ELIGIBLE'    TO SCR12-EMP-PREF(SUB1)
           ELSE
              MOVE SPACES               TO WS-PREF-DISPLAY
              MOVE 1                    TO WS-PREF-PTR
              STRING 'P='
                     DELIMITED BY SIZE
                     INTO WS-PREF-DISPLAY
                     WITH POINTER WS-PREF-PTR
              PERFORM P1055-SHOW-HOLDER
                 VARYING WS-PREF-SUB FROM 1 BY 1
                 UNTIL WS-PREF-SUB > WS-PREF-COUNT
                    OR WS-PREF-SUB > WS-PREF-SHOW-MAX
              IF WS-PREF-COUNT > WS-PREF-SHOW-MAX
                 STRING '+'
                        DELIMITED BY SIZE
                        INTO WS-PREF-DISPLAY
                        WITH POINTER WS-PREF-PTR
              END-IF
              MOVE WS-PREF-DISPLAY      TO SCR12-EMP-PREF(SUB1)
           END-IF.
      *
       P1053-CHECK-HOLDER.
      *
           MOVE 'N'                     TO WS-PREF-ELIGIBLE-SW
           IF XP-HOLDER-EMP(WS-PREF-SUB) NOT = ASGN-OWNER
              MOVE XP-HOLDER-EMP(WS-PREF-SUB)
                                        TO MSTRNBRK
              EXEC CICS READ
                        DATASET(MSTR-VIA-EMP-NBR)
                        INTO(WS-MSTR)
                        LENGTH(MSTRENBR-RLGTH)
                        RIDFLD(MSTRNBRK)
                        KEYLENGTH(MSTRENBR-KLGTH)
                        RESP(WS-RESPONSE)
              END-EXEC
              MOVE WS-RESPONSE          TO FILE-STATUS
              IF SUCCESS
                 PERFORM P8510-READ-MASTER-JOBS
                 IF AVAILABLE IN WS-MSTR
                    AND NOT OUT-TOWN
                    AND TEMPORARY-ASGNMT NOT > SPACE
                    SET WS-PREF-ELIGIBLE TO TRUE
                 END-IF
              ELSE
                 IF NOT NO-RECORD-FND
                    MOVE 'P1053-1'      TO ERR-PARAGRAPH
                    MOVE MSTRNBRK       TO ERR-KEY
                    PERFORM P9999-GOT-PROBLEM
                 END-IF
              END-IF
           END-IF
           IF WS-PREF-ELIGIBLE
              AND CRAFT IN WS-MSTR NOT = WS-PREF-POS-CRAFT
              AND NOT (WS-PREF-ENGINE-POS AND ENGINEER IN WS-MSTR)
              AND NOT (WS-PREF-TRAIN-POS
                       AND (CONDUCTOR IN WS-MSTR
                            OR BRAKEMAN IN WS-MSTR))
              MOVE 'N'                  TO WS-PREF-ELIGIBLE-SW
           END-IF
           IF WS-PREF-ELIGIBLE
              IF DIST IN WS-MSTR NOT = SCR12-DIST
                 OR SUB-DIST OF WS-MSTR NOT = SCR12-SUB-DIST
                 PERFORM P8060-GET-EMP-TIME-ZONE
              END-IF
              MOVE EMP-MTOD             TO WS-PREF-REST-TIME
              PERFORM P1054-CHECK-REST-TIME
              MOVE EMP-US-RSTD          TO WS-PREF-REST-TIME
              PERFORM P1054-CHECK-REST-TIME
              MOVE EMP-PERS-REST        TO WS-PREF-REST-TIME
              PERFORM P1054-CHECK-REST-TIME
           END-IF
           IF WS-PREF-ELIGIBLE
              ADD 1                     TO WS-PREF-COUNT
              IF WS-PREF-COUNT NOT > WS-PREF-MAX
                 MOVE XP-HOLDER-EMP(WS-PREF-SUB)
                                        TO WS-PREF-EMP(WS-PREF-COUNT)
                 MOVE XP-HOLDER-PRIORITY(WS-PREF-SUB)
                                  TO WS-PREF-PRIORITY(WS-PREF-COUNT)
              END-IF
           END-IF.
      *
      *REST TIMES ARE IN THE HOLDER'S OWN ZONE, AS IN P1020.
       P1054-CHECK-REST-TIME.
      *
           IF WS-PREF-REST-TIME > '0000000000'
              IF DIST IN WS-MSTR NOT = SCR12-DIST
                 OR SUB-DIST OF WS-MSTR NOT = SCR12-SUB-DIST
                 MOVE SPACES            TO TZ-PARAMETERS
                 MOVE CNTL-TIME-ZONE    TO TZ-IN-ZONE
                 MOVE PSTCA-TIME-ZONE   TO TZ-OUT-ZONE
                 MOVE WS-PREF-REST-TIME TO TZ-IN-DATE-TIME
                 PERFORM P8996-TIMEZONE
                 MOVE TZ-OUT-DATE-TIME  TO WS-PREF-REST-TIME
              END-IF
              SET DE-YYMMDD-FORMAT      TO TRUE
              MOVE WS-PREF-REST-TIME(1:6)
                                        TO DE-YYMMDD
              PERFORM P8998-DATEEDIT
              MOVE DE-CCYYMMDD          TO DE-COMPARE1-DATE
              MOVE WS-PREF-REST-TIME(7:4)
                                        TO DE-COMPARE1-TIME
              IF DE-COMPARE1-DATE-TIME > WS-LOCAL-DATE-TIME-CENT
                 MOVE 'N'               TO WS-PREF-ELIGIBLE-SW
              END-IF
           END-IF.
      *
       P1055-SHOW-HOLDER.
      *
           IF WS-PREF-SUB > 1
              STRING ','
                     DELIMITED BY SIZE
                     INTO WS-PREF-DISPLAY
                     WITH POINTER WS-PREF-PTR
           END-IF
           STRING WS-PREF-EMP(WS-PREF-SUB)
                  DELIMITED BY SPACE
                  INTO WS-PREF-DISPLAY
                  WITH POINTER WS-PREF-PTR.
      *
       P1056-LIST-HOLDER.
      *
           MOVE WS-PREF-EMP(WS-PREF-SUB)
                                        TO XP-HOLDER-EMP(WS-PREF-SUB)
           MOVE WS-PREF-PRIORITY(WS-PREF-SUB)
                                     TO XP-HOLDER-PRIORITY(WS-PREF-SUB).
      *TBD-E
064800 P1020-DISPLAY-JOB-DATA.                                          06400003
064900*                                                                 06410003
065000     IF  AJ-ANNUL-FROM-DATE > '000000'                            06420003
085700                                    TO TRUE                       08510003
085800        END-PERFORM                                               08520003
085900     END-IF                                                       08530003
      *TBD-B
           IF HAVE-ASGN-OWNER
              AND NOT (P12CA-INQ-ONLY
                       AND P12CA-CALL-DAY-PICX IS NUMERIC)
              PERFORM P1050-PREFERENCE-HOLDERS
           END-IF
      *TBD-E
086000     MOVE ZEROS                     TO SUB3                       08540003
086100     PERFORM VARYING SUB2 FROM 1 BY 1                             08550003
086200        UNTIL SUB2 > 7                                            08560003
106300     END-PERFORM                                                  10570003
106400*                                                                 10580003
106500     IF CHANGE-MADE                                               10590003
      *TBD-B
      *KEEP THE DEFINITION BEING REPLACED FOR THE JOB HISTORY.
              PERFORM P2040-SET-LOCAL-DATE-TIME
              PERFORM P2020-BUILD-JOB-IMAGE
              MOVE WS-JOBV-IMAGE           TO WS-JOBV-BEFORE
      *TBD-E
106600        PERFORM VARYING SUB1 FROM 1 BY 1                          10600003
106700           UNTIL SUB1 > ARRAY-MAX                                 10610003
106800           IF SCR12-EMP-NAME(SUB1) > SPACES                       10620003
109200              END-IF                                              10860003
109300           END-IF                                                 10870003
109400        END-PERFORM                                               10880003
      *TBD-B
      *ONLY THE ANNUL DATES CHANGE HERE; THE REST OF THE DEFINITION
      *CARRIES OVER INTO THE NEW VERSION.
              IF SCR12-A-FROM-DATE > SPACES
                 MOVE SCR12-A-FROM-DATE    TO JV-ANNUL-FROM
                 MOVE SCR12-A-TO-DATE      TO JV-ANNUL-TO
              ELSE
                 MOVE '000000'             TO JV-ANNUL-FROM
                                              JV-ANNUL-TO
              END-IF
              PERFORM P2050-POST-JOB-VERSION
      *TBD-E
109500*              UPDATE-MSG                                         10890003
109600        MOVE 'U001'                  TO MSGLOG-CODE               10900003
109700     END-IF                                                       10910003
114400        PERFORM P9999-GOT-PROBLEM                                 11380003
114500     END-IF.                                                      11390003
114600*                                                                 11400003
      *TBD-B
      *JOB DEFINITION FROM THE FIRST CRAFT ON THE SCREEN THAT HAS AN
      *ASSIGNED-JOB RECORD, READ THE WAY P1020-DISPLAY-JOB-DATA DOES.
      *AJ-EFF-DATE DATES THE ORIGINAL VERSION WHEN A JOB HAS NO
      *HISTORY YET.
       P2020-BUILD-JOB-IMAGE.
      *
           MOVE SPACES                     TO WS-JOBV-IMAGE
           MOVE '000000'                   TO JV-ANNUL-FROM
                                              JV-ANNUL-TO
           MOVE '00000000'                 TO WS-JOBV-BASE-DATE
           MOVE SCR12-ORIGIN-STN           TO JV-REPORT-POINT
           MOVE 'N'                        TO WS-JOBV-FOUND-SW
           PERFORM P2025-READ-JOB-CRAFT
              VARYING SUB1 FROM 1 BY 1
              UNTIL SUB1 > ARRAY-MAX
                 OR WS-JOBV-FOUND.
      *
       P2025-READ-JOB-CRAFT.
      *
           IF SCR12-EMP-NAME(SUB1) > SPACES
              MOVE SPACES               TO AJJOBKEY-AREA
              MOVE SCR12-DIST           TO AJ-JOB-DIST
              MOVE SCR12-SUB-DIST       TO AJ-JOB-SUB-DIST
              MOVE SCR12-ASGN-ID        TO AJ-JOB-ASGN-ID
              MOVE SCR12-CRAFT(SUB1)    TO AJ-JOB-ASGN-CC
              MOVE AJJOBKEY-AREA        TO AJJOBKEY
              EXEC CICS READ
                        DATASET(AJ-VIA-JNAME-JCRAFT)
                        INTO(WS-ASGNED-JOBS)
                        LENGTH(AJNAMECR-RLGTH)
                        RIDFLD(AJJOBKEY)
                        KEYLENGTH(AJNAMECR-KLGTH)
                        RESP(WS-RESPONSE)
              END-EXEC
              MOVE WS-RESPONSE          TO FILE-STATUS
              IF SUCCESS
                 SET WS-JOBV-FOUND      TO TRUE
                 PERFORM P2030-GET-JOB-DEFINITION
              ELSE
                 IF NOT (NO-RECORD-FND OR END-OF-FILE)
                    MOVE 'P2025-1'      TO ERR-PARAGRAPH
                    MOVE AJJOBKEY       TO ERR-KEY
                    PERFORM P9999-GOT-PROBLEM
                 END-IF
              END-IF
           END-IF.
      *
       P2030-GET-JOB-DEFINITION.
      *
           IF AJ-ANNUL-FROM-DATE > '000000'
              MOVE AJ-ANNUL-FROM-DATE   TO JV-ANNUL-FROM
           END-IF
           IF AJ-ANNUL-TO-DATE > '000000'
              MOVE AJ-ANNUL-TO-DATE     TO JV-ANNUL-TO
           END-IF
           SET DE-YYMMDD-FORMAT         TO TRUE
           MOVE AJ-EFF-DATE             TO DE-YYMMDD
           PERFORM P8998-DATEEDIT
           IF NOT DE-INVALID-DATE
              MOVE DE-CCYYMMDD          TO WS-JOBV-BASE-DATE
           END-IF
           MOVE AJJOBKEY-AREA           TO JS-KEY1
           MOVE WS-LOCAL-DATE           TO JSK1-EXP-DATE
           MOVE JS-KEY1                 TO JSKEY1
           PERFORM P8010-READ-JSKEY1-GTEQ
           IF SUCCESS
              SET DE-YYMMDD-FORMAT      TO TRUE
              MOVE JSK1-EXP-DATE        TO DE-YYMMDD
              PERFORM P8998-DATEEDIT
              MOVE DE-CCYYMMDD          TO DE-COMPARE1-DATE
              IF JSK1-ASGN-DIST         = AJ-JOB-DIST
                 AND JSK1-ASGN-SUB-DIST = AJ-JOB-SUB-DIST
                 AND JSK1-ASSIGNMENT    = AJ-JOB-ASSIGNMENT
                 AND DE-COMPARE1-DATE  >= WS-LOCAL-DATE-CENT
                 AND JSK1-ASGN-STATS
                 CONTINUE
              ELSE
                 SET NO-RECORD-FND      TO TRUE
              END-IF
           END-IF
           IF SUCCESS
              MOVE JSK1-ASGN-START-TIME TO JV-START-TIME
              PERFORM P2035-SET-REST-DAY
                 VARYING SUB2 FROM 1 BY 1
                 UNTIL SUB2 > 7
           ELSE
              IF NOT (NO-RECORD-FND OR END-OF-FILE)
                 MOVE 'P2030-1'         TO ERR-PARAGRAPH
                 MOVE JSKEY1            TO ERR-KEY
                 PERFORM P9999-GOT-PROBLEM
              END-IF
      *       NO SCHEDULE SHOWS AS REST EVERY DAY, AS IN P1020
              MOVE 'YYYYYYY'            TO JV-REST-DAYS
           END-IF.
      *
       P2035-SET-REST-DAY.
      *
           IF JOB-ON-REST-DAY(SUB2)
              MOVE 'Y'                  TO JV-REST-DAY(SUB2)
           ELSE
              MOVE 'N'                  TO JV-REST-DAY(SUB2)
           END-IF.
      *
      *LOCAL DATE/TIME FOR THE VERSION, AS P1010-SETUP-NEW-JOB GETS
      *IT.  PSTCA-TIME-ZONE WAS SET BY THE INQUIRY.
       P2040-SET-LOCAL-DATE-TIME.
      *
           EXEC CICS ASKTIME
                     ABSTIME(WS-ABSTIME)
           END-EXEC
           ADD WS-ABSTIME-OFFSET TO WS-ABSTIME
           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-SYSTEM-DATE-CENT)
                     TIME(WS-SYSTEM-TIME-AREA)
           END-EXEC
           IF PSTCA-DATE-TIME-OFFSET > SPACES
              MOVE ZEROS                TO DATE-CONVERSION-PARMS
              MOVE WS-SYSTEM-DATE       TO PARM-PRI-DATE-GREG
              MOVE WS-SYSTEM-TIME       TO PARM-PRI-HRMN
              PERFORM P9810-PROCESS-OFFSET
              MOVE PARM-RES-GREG-CENT   TO WS-SYSTEM-CENT
              MOVE PARM-RES-DATE-GREG   TO WS-SYSTEM-DATE
              MOVE PARM-RES-HRMN        TO WS-SYSTEM-TIME
           END-IF
           MOVE SPACES                  TO TZ-PARAMETERS
           MOVE WS-PRESENT-TIME         TO TZ-IN-DATE-TIME
           SET TZ-IN-SYSTEM-ZONE        TO TRUE
           MOVE PSTCA-TIME-ZONE         TO TZ-OUT-ZONE
           PERFORM P8996-TIMEZONE
           MOVE TZ-OUT-DATE-TIME-CENT   TO WS-LOCAL-DATE-TIME-CENT.
      *
      *POST THE NEW DEFINITION.  THE FIRST CHANGE TO A JOB ALSO
      *POSTS THE ONE IT REPLACED.  THE UPDATE STANDS EVEN IF THE
      *HISTORY FILE IS UNAVAILABLE.
       P2050-POST-JOB-VERSION.
      *
           MOVE SPACES                  TO WS-JOBV-REQUEST
           SET XV-POST                  TO TRUE
           MOVE SCR12-DIST              TO XV-DIST
           MOVE SCR12-SUB-DIST          TO XV-SDIST
           MOVE SCR12-ASGN-ID           TO XV-ASGN-ID
           MOVE WS-LOCAL-DATE-TIME-CENT TO XV-EFF-DATE-TIME
           MOVE 'C'                     TO XV-CHANGE-TYPE
           EXEC CICS ASSIGN
                     USERID(XV-USERID)
           END-EXEC
           MOVE EIBTRMID                TO XV-TERM-ID
           MOVE WS-JOBV-IMAGE           TO XV-DEFINITION
           MOVE WS-JOBV-BEFORE          TO XV-BEFORE-DEF
           STRING WS-JOBV-BASE-DATE '0000'
                  DELIMITED BY SIZE
                  INTO XV-BASE-DATE-TIME
           SET XV-DONE                  TO TRUE
           PERFORM P2055-SCAN-JOB-HISTORY
           IF XV-DONE
              AND NOT WS-AJV-JOB-FOUND
              MOVE SPACES               TO WS-AJV-RECORD
              MOVE XV-JOB               TO AV-JOB
              MOVE XV-BASE-DATE-TIME    TO AV-EFF-DATE-TIME
              MOVE 'B'                  TO AV-CHANGE-TYPE
              MOVE XV-BEFORE-DEF        TO AV-DEFINITION
              PERFORM P2057-WRITE-JOB-VERSION
           END-IF
           IF XV-DONE
              MOVE SPACES               TO WS-AJV-RECORD
              MOVE XV-JOB               TO AV-JOB
              MOVE XV-EFF-DATE-TIME     TO AV-EFF-DATE-TIME
              MOVE XV-VERSION-DATA      TO AV-VERSION-DATA
              MOVE 'C'                  TO AV-CHANGE-TYPE
              PERFORM P2057-WRITE-JOB-VERSION
           END-IF.
      *
      *VERSIONS ARE IN DATE ORDER WITHIN THE JOB, SO THE LAST ONE NOT
      *AFTER XV-EFF-DATE-TIME IS THE ONE IN EFFECT THEN.  A HISTORY
      *FILE THAT CANNOT BE READ LEAVES XV-UNAVAILABLE.
       P2055-SCAN-JOB-HISTORY.
      *
           MOVE 'N'                     TO WS-AJV-SCAN-SW
                                           WS-AJV-JOB-SW
                                           WS-AJV-HIT-SW
           MOVE SPACES                  TO WS-AJV-RECORD
           MOVE XV-JOB                  TO AV-JOB
           MOVE LOW-VALUES              TO AV-EFF-DATE-TIME
           MOVE ZEROS                   TO AV-SEQ
           MOVE AV-KEY                  TO AJVKEY
           EXEC CICS STARTBR
                     DATASET(AJV-VIA-JOB-EFF)
                     RIDFLD(AJVKEY)
                     KEYLENGTH(AJV-KLGTH)
                     GTEQ
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE             TO FILE-STATUS
           IF SUCCESS
              PERFORM P2056-NEXT-JOB-VERSION
                 UNTIL WS-AJV-SCAN-END
              EXEC CICS ENDBR
                        DATASET(AJV-VIA-JOB-EFF)
                        RESP(WS-RESPONSE)
              END-EXEC
           ELSE
              IF NOT NO-RECORD-FND
                 SET XV-UNAVAILABLE     TO TRUE
              END-IF
           END-IF.
      *
       P2056-NEXT-JOB-VERSION.
      *
           EXEC CICS READNEXT
                     DATASET(AJV-VIA-JOB-EFF)
                     INTO(WS-AJV-RECORD)
                     LENGTH(AJV-RLGTH)
                     RIDFLD(AJVKEY)
                     KEYLENGTH(AJV-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE             TO FILE-STATUS
           IF SUCCESS
              IF AV-JOB NOT = XV-JOB
                 SET WS-AJV-SCAN-END    TO TRUE
              ELSE
                 SET WS-AJV-JOB-FOUND   TO TRUE
                 IF AV-EFF-DATE-TIME > XV-EFF-DATE-TIME
                    SET WS-AJV-SCAN-END TO TRUE
                 ELSE
                    SET WS-AJV-HIT      TO TRUE
                    MOVE AV-EFF-DATE-TIME
                                        TO WS-AJV-HIT-DATE-TIME
                    MOVE AV-VERSION-DATA
                                        TO WS-AJV-HIT-DATA
                 END-IF
              END-IF
           ELSE
              SET WS-AJV-SCAN-END       TO TRUE
              IF NOT END-OF-FILE
                 SET XV-UNAVAILABLE     TO TRUE
              END-IF
           END-IF.
      *
      *THE UPDATE STANDS WHEN THE VERSION CANNOT BE WRITTEN.
       P2057-WRITE-JOB-VERSION.
      *
           MOVE ZEROS                   TO AV-SEQ
           PERFORM P2058-WRITE-AJV
           PERFORM P2059-NEXT-AJV-SEQ
              UNTIL WS-RESPONSE NOT = DFHRESP(DUPREC)
                 OR AV-SEQ = 99
           IF WS-RESPONSE NOT = DFHRESP(NORMAL)
              SET XV-UNAVAILABLE        TO TRUE
           END-IF.
      *
       P2058-WRITE-AJV.
      *
           MOVE AV-KEY                  TO AJVKEY
           EXEC CICS WRITE
                     DATASET(AJV-VIA-JOB-EFF)
                     FROM(WS-AJV-RECORD)
                     LENGTH(AJV-RLGTH)
                     RIDFLD(AJVKEY)
                     KEYLENGTH(AJV-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC.
      *
       P2059-NEXT-AJV-SEQ.
      *
           ADD 1                        TO AV-SEQ
           PERFORM P2058-WRITE-AJV.
      *TBD-E
114700 P7000-WRITE-TSQUEUE.                                             11410003
114800*                                                                 11420003
114900*                                                                 11430003
184500 P9999-GOT-PROBLEM.                                               18390003
184600*                                                                 18400003
184700     MOVE P12-PGM                   TO ERR-PROGRAM                18410003
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
184800     MOVE DFHEIBLK                  TO ERR-EIBLK                  18420003
184900     EXEC CICS XCTL                                               18430003
185000               PROGRAM(PSTERR-PGM)                                18440003
185700               CANCEL                                             18510003
185800     END-EXEC.                                                    18520003
185900*                                                                 18530003
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
186000 X9999-GOBACK.                                                    18540003
186100     GOBACK.                                                      18550003
