004200*                         TO THE POINTER FILE. JUST NEED TO       00420001
004300*                         RECOMPILE FOR COPYBOOK WSPOINTR.        00430001
004310*10/11/04   KJS  CNC0386A ADD P943-MSTR-RC-ADD-REST-DYS PROCESSING00431013
      *10/15/26   JMC           P5020 STAMPS A PHONE LOG ENTRY MADE
      *                         INSIDE THE EMPLOYEE'S REST WINDOW AND
      *                         RETURNS P943-PLOG-REST-ALERT.  ON A CALL
      *                         RELEASE P2300 STAMPS THE CANCEL TIME,
      *                         USER AND REASON ON THE CANCELLED-CALL
      *                         REGISTER; ON A TIE-UP OR ADJUSTED TIE-UP
      *                         P2310 STAMPS THE TIE-UP TIME ON A
      *                         REST-DAY CALL FOR THE PREMIUM CLAIM.
      *                         BOTH REGISTERS ARE READ AND UPDATED BY
      *                         CICS FILE CONTROL, AND ONE THAT CANNOT
      *                         BE UPDATED DOES NOT ABEND THE
      *                         TRANSACTION.  P9999 WRITES ERRLOG
      *                         THROUGH P9995/P9996 BEFORE THE ERROR
      *                         PROGRAM.
004400***************************************************************** 00440000
004500 ENVIRONMENT DIVISION.                                            00450000
004600 CONFIGURATION SECTION.                                           00460000
               88  DUP-PHONELOG-FOUND               VALUE 'Y'.
               88  DUP-PHONELOG-NOT-FOUND            VALUE 'N'.
      *TBD-E
      *TBD-B
      *UNDISTURBED-REST CHECK FOR THE PHONE LOG WRITER (P5020-CHECK-
      *UNDISTURBED-REST).  ALL DATE/TIMES ARE YYMMDDHHMM, AS ON WSMSTR.
       01  WS-REST-CHECK.
           02  WS-REST-ATTEMPT           PIC X(10) VALUE SPACES.
           02  WS-REST-START             PIC X(10) VALUE SPACES.
           02  WS-REST-END               PIC X(10) VALUE SPACES.
      *TBD-E
      *TBD-B
      *CANCELLED-CALL REGISTER (CNB240).  P2300-REGISTER-CANCEL FINDS
      *THE EMPLOYEE'S OPEN CALL THROUGH THE EMPLOYEE-NUMBER PATH AND
      *STAMPS IT THROUGH THE BASE CLUSTER.
       01  CCL-VIA-CALL-KEY              PIC X(8)  VALUE 'CNVCCL01'.
       01  CCL-VIA-EMP-NBR               PIC X(8)  VALUE 'CNVCCL02'.
       01  CCL-RLGTH                     PIC S9(4) COMP VALUE +200.
       01  CCL-KLGTH                     PIC S9(4) COMP VALUE +19.
       01  CCL-EMP-KLGTH                 PIC S9(4) COMP VALUE +9.
       01  CCLKEY                        PIC X(19) VALUE SPACES.
       01  CCLEMPK                       PIC X(9)  VALUE SPACES.
       01  CCL-HIT-KEY                   PIC X(19) VALUE SPACES.
       01  CCL-SCAN-SW                   PIC X(1)  VALUE 'N'.
           88  CCL-SCAN-END                        VALUE 'Y'.
       01  WS-CCL-RECORD.
           02  CCL-KEY.
               03  CCL-CALL-DATE-TIME    PIC X(10) VALUE SPACES.
               03  CCL-EMP-NBR           PIC X(9)  VALUE SPACES.
           02  CCL-ALT-EMP-NBR           PIC X(9)  VALUE SPACES.
           02  CCL-CALL-DATA             PIC X(74) VALUE SPACES.
           02  CCL-STATUS                PIC X(1)  VALUE SPACE.
               88  CCL-CALLED                      VALUE 'C'.
               88  CCL-CANCELLED                   VALUE 'X'.
           02  CCL-CANCEL-DATE-TIME      PIC X(10) VALUE SPACES.
           02  CCL-CANCEL-USER           PIC X(8)  VALUE SPACES.
           02  CCL-REASON                PIC X(4)  VALUE SPACES.
           02  CCL-AT-HOME               PIC X(1)  VALUE SPACE.
           02  CCL-VERIFY-STATUS         PIC X(1)  VALUE SPACE.
           02  CCL-VERIFY-DATE-TIME      PIC X(12) VALUE SPACES.
           02  CCL-VERIFY-REASON         PIC X(4)  VALUE SPACES.
           02  FILLER                    PIC X(57) VALUE SPACES.
      *TBD-E
      *TBD-B
      *REST-DAY REGISTER (CNB262), KEYED BY EMPLOYEE AND CALL TIME.
      *P2310-REGISTER-REST-TIE-UP STAMPS THE TIE-UP ON IT.
       01  RDR-VIA-EMP-CALL              PIC X(8)  VALUE 'CNVRDR01'.
       01  RDR-RLGTH                     PIC S9(4) COMP VALUE +200.
       01  RDR-KLGTH                     PIC S9(4) COMP VALUE +19.
       01  RDRKEY.
           02  RDRKEY-EMP-NBR            PIC X(9)  VALUE SPACES.
           02  RDRKEY-CALL-DATE-TIME     PIC X(10) VALUE SPACES.
       01  RDR-HIT-KEY                   PIC X(19) VALUE SPACES.
       01  RDR-SCAN-SW                   PIC X(1)  VALUE 'N'.
           88  RDR-SCAN-END                        VALUE 'Y'.
       01  WS-RDR-RECORD.
           02  RDR-KEY.
               03  RDR-EMP-NBR           PIC X(9)  VALUE SPACES.
               03  RDR-CALL-DATE-TIME    PIC X(10) VALUE SPACES.
           02  RDR-CALL-DATA             PIC X(91) VALUE SPACES.
           02  RDR-TIE-UP-DATE-TIME      PIC X(10) VALUE SPACES.
           02  RDR-CLAIM-STATUS          PIC X(1)  VALUE SPACE.
               88  RDR-CLAIMED                     VALUE 'C'.
           02  FILLER                    PIC X(79) VALUE SPACES.
      *TBD-E
009000                                                                  00900000
009100 01  WS-APPLID                     PIC X(8)  VALUE SPACES.        00910000
009200                                                                  00920000
016000     COPY P942COMM.                                               01600000
016100     COPY P980COMM.                                               01610000
016200     COPY PSTERAR.                                                01620000
      *TBD-B
           COPY WSERRLOG.
      *TBD-E
016300***************************************************************** 01630000
016400***                       FILE COPYBOOKS                          01640000
016500***************************************************************** 01650000
036600     END-IF                                                       03660000
036700                                                                  03670010
036800     PERFORM P2050-WRITE-JOB-HISTORY                              03680009
      *TBD-B
      *CANCELLED-CALL REGISTER.
           IF P943-CALL-REL-FUN
              PERFORM P2300-REGISTER-CANCEL
           END-IF
      *TBD-E
      *TBD-B
      *REST-DAY REGISTER.
           IF P943-TIE-UP-FUN
              OR P943-ADJ-TIE-UP-FUN
              PERFORM P2310-REGISTER-REST-TIE-UP
           END-IF
      *TBD-E
036810     .                                                            03681009
036900*                                                                 03690000
037000 P2050-WRITE-JOB-HISTORY.                                         03700000
073900     MOVE P943-FUN39-LAST-FLAG          TO POINT-LW-LAST-FLAG     07390010
073910     .                                                            07391010
074000*                                                                 07400000
      *TBD-B
       P2300-REGISTER-CANCEL.
      *
      *THE RELEASE IS STAMPED ON THE EMPLOYEE'S OPEN CALL IN THE
      *CANCELLED-CALL REGISTER, WITH THE FUNCTION 04 TYPE AS THE REASON.
      *THE EMPLOYEE'S CALLS COME BACK THROUGH THE PATH IN THE ORDER THEY
      *WERE ADDED, SO THE LAST ONE STILL OPEN AND NOT AFTER THE RELEASE
      *IS THE ONE CANCELLED.  THE REGISTER IS ADVISORY - A CANCEL THAT
      *FINDS NO REGISTERED CALL, OR A REGISTER THAT CANNOT BE READ OR
      *UPDATED, DOES NOT STOP THE RELEASE.
      *
           MOVE SPACES                        TO CCL-HIT-KEY
           MOVE 'N'                           TO CCL-SCAN-SW
           MOVE P943-EMP-NBR                  TO CCLEMPK
           EXEC CICS STARTBR
                     DATASET(CCL-VIA-EMP-NBR)
                     RIDFLD(CCLEMPK)
                     KEYLENGTH(CCL-EMP-KLGTH)
                     GTEQ
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE                   TO FILE-STATUS
           IF SUCCESS
              PERFORM P2301-SCAN-CALL
                 UNTIL CCL-SCAN-END
              EXEC CICS ENDBR
                        DATASET(CCL-VIA-EMP-NBR)
                        RESP(WS-RESPONSE)
              END-EXEC
           END-IF
           IF CCL-HIT-KEY > SPACES
              PERFORM P2302-STAMP-CANCEL
           END-IF
           .
      *
       P2301-SCAN-CALL.
      *
           EXEC CICS READNEXT
                     DATASET(CCL-VIA-EMP-NBR)
                     INTO(WS-CCL-RECORD)
                     LENGTH(CCL-RLGTH)
                     RIDFLD(CCLEMPK)
                     KEYLENGTH(CCL-EMP-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE                   TO FILE-STATUS
           IF (NOT SUCCESS AND WS-RESPONSE NOT = DFHRESP(DUPKEY))
              OR CCL-ALT-EMP-NBR NOT = P943-EMP-NBR
              SET CCL-SCAN-END                TO TRUE
           ELSE
              IF CCL-CALLED
                 AND CCL-CALL-DATE-TIME NOT > P943-EFF-DATE-TIME
                 AND CCL-KEY > CCL-HIT-KEY
                 MOVE CCL-KEY                 TO CCL-HIT-KEY
              END-IF
           END-IF
           .
      *
       P2302-STAMP-CANCEL.
      *
           MOVE CCL-HIT-KEY                   TO CCLKEY
           EXEC CICS READ
                     DATASET(CCL-VIA-CALL-KEY)
                     INTO(WS-CCL-RECORD)
                     LENGTH(CCL-RLGTH)
                     RIDFLD(CCLKEY)
                     KEYLENGTH(CCL-KLGTH)
                     UPDATE
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE                   TO FILE-STATUS
           IF SUCCESS
              SET CCL-CANCELLED               TO TRUE
              MOVE P943-EFF-DATE-TIME         TO CCL-CANCEL-DATE-TIME
              MOVE P943-USERID                TO CCL-CANCEL-USER
              MOVE P943-FUN04-TYPE            TO CCL-REASON
              IF P943-FUN04-CAN-AT-HOME
                 MOVE 'Y'                     TO CCL-AT-HOME
              ELSE
                 MOVE 'N'                     TO CCL-AT-HOME
              END-IF
              MOVE SPACES                     TO CCL-VERIFY-STATUS
                                                 CCL-VERIFY-DATE-TIME
                                                 CCL-VERIFY-REASON
              EXEC CICS REWRITE
                        DATASET(CCL-VIA-CALL-KEY)
                        FROM(WS-CCL-RECORD)
                        LENGTH(CCL-RLGTH)
                        RESP(WS-RESPONSE)
              END-EXEC
           END-IF
           .
      *
      *TBD-E
      *TBD-B
       P2310-REGISTER-REST-TIE-UP.
      *
      *THE TIE-UP TIME IS STAMPED ON THE EMPLOYEE'S REST-DAY CALL IN
      *THE REST-DAY REGISTER; AN ADJUSTED TIE-UP RESTAMPS IT.  THE
      *EMPLOYEE'S CALLS ARE READ IN CALL-TIME ORDER UP TO THE TIE-UP,
      *AND THE LAST ONE NOT YET CLAIMED (AND NOT YET TIED UP, UNLESS
      *THIS IS AN ADJUSTMENT) IS THE ONE STAMPED.  MOST TIE-UPS HAVE NO
      *REST-DAY CALL, AND THE REGISTER IS ADVISORY - A TIE-UP THAT FINDS
      *NONE, OR A REGISTER THAT CANNOT BE READ OR UPDATED, DOES NOT STOP
      *THE TIE-UP.
      *
           MOVE SPACES                        TO RDR-HIT-KEY
           MOVE 'N'                           TO RDR-SCAN-SW
           MOVE P943-EMP-NBR                  TO RDRKEY-EMP-NBR
           MOVE LOW-VALUES                    TO RDRKEY-CALL-DATE-TIME
           EXEC CICS STARTBR
                     DATASET(RDR-VIA-EMP-CALL)
                     RIDFLD(RDRKEY)
                     KEYLENGTH(RDR-KLGTH)
                     GTEQ
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE                   TO FILE-STATUS
           IF SUCCESS
              PERFORM P2311-SCAN-CALL
                 UNTIL RDR-SCAN-END
              EXEC CICS ENDBR
                        DATASET(RDR-VIA-EMP-CALL)
                        RESP(WS-RESPONSE)
              END-EXEC
           END-IF
           IF RDR-HIT-KEY > SPACES
              PERFORM P2312-STAMP-TIE-UP
           END-IF
           .
      *
       P2311-SCAN-CALL.
      *
           EXEC CICS READNEXT
                     DATASET(RDR-VIA-EMP-CALL)
                     INTO(WS-RDR-RECORD)
                     LENGTH(RDR-RLGTH)
                     RIDFLD(RDRKEY)
                     KEYLENGTH(RDR-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE                   TO FILE-STATUS
           IF NOT SUCCESS
              OR RDR-EMP-NBR NOT = P943-EMP-NBR
              OR RDR-CALL-DATE-TIME > P943-EFF-DATE-TIME
              SET RDR-SCAN-END                TO TRUE
           ELSE
              IF NOT RDR-CLAIMED
                 AND (P943-ADJ-TIE-UP-FUN
                  OR RDR-TIE-UP-DATE-TIME = SPACES)
                 MOVE RDR-KEY                 TO RDR-HIT-KEY
              END-IF
           END-IF
           .
      *
       P2312-STAMP-TIE-UP.
      *
           MOVE RDR-HIT-KEY                   TO RDRKEY
           EXEC CICS READ
                     DATASET(RDR-VIA-EMP-CALL)
                     INTO(WS-RDR-RECORD)
                     LENGTH(RDR-RLGTH)
                     RIDFLD(RDRKEY)
                     KEYLENGTH(RDR-KLGTH)
                     UPDATE
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE                   TO FILE-STATUS
           IF SUCCESS
              MOVE P943-EFF-DATE-TIME         TO RDR-TIE-UP-DATE-TIME
              EXEC CICS REWRITE
                        DATASET(RDR-VIA-EMP-CALL)
                        FROM(WS-RDR-RECORD)
                        LENGTH(RDR-RLGTH)
                        RESP(WS-RESPONSE)
              END-EXEC
           END-IF
           .
      *
      *TBD-E
074100 P2400-GET-BLOCK-CODE.                                            07410000
074200*                                                                 07420000
074300     MOVE SPACES                   TO WORK-CNTLKEY                07430000
102100     EXEC CICS ASSIGN                                             10210000
102200               USERID(PLOG-USERID)                                10220000
102300     END-EXEC                                                     10230000
      *TBD-B
      *FLAG A CALL ATTEMPT MADE WHILE THE EMPLOYEE IS ON UNDISTURBED
      *REST, ON THE ENTRY ITSELF AND BACK TO THE CALLER.
           PERFORM P5020-CHECK-UNDISTURBED-REST
      *TBD-E
102400     MOVE '01'                     TO P943-RETURN-STATUS          10240000
102500     SET NO-RECORD-FND             TO TRUE                        10250000
102600     PERFORM UNTIL SUCCESS                                        10260000
           .
      *
      *TBD-E
      *TBD-B
       P5020-CHECK-UNDISTURBED-REST.
      *
      *THE EMPLOYEE'S UNDISTURBED REST RUNS FROM LAST-TIE-UP-TIME TO THE
      *LATER OF THE US RESTED TIME (EMP-US-RSTD) AND THE PERSONAL REST
      *TIME (EMP-PERS-REST).  A CALL ATTEMPT INSIDE THAT WINDOW IS STILL
      *LOGGED, BUT THE ENTRY CARRIES THE WINDOW (PLOG-REST-FLAG/START/
      *END) FOR THE NIGHTLY CNB234 REPORT, AND P943-PLOG-REST-ALERT AND
      *P943-PLOG-REST-END TELL THE CALLER TO WARN THE USER.  NO MASTER
      *RECORD MEANS NO WINDOW TO CHECK.
      *
           MOVE 'N'                           TO P943-PLOG-REST-ALERT
           MOVE SPACES                        TO P943-PLOG-REST-END
                                                 PLOG-REST-FLAG
                                                 PLOG-REST-START
                                                 PLOG-REST-END
           MOVE P943-PLOG-EMP-NBR             TO MSTRNBRK
           EXEC CICS READ
                     DATASET(MSTR-VIA-EMP-NBR)
                     INTO(WS-MSTR)
                     LENGTH(MSTRENBR-RLGTH)
                     RIDFLD(MSTRNBRK)
                     KEYLENGTH(MSTRENBR-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE                   TO FILE-STATUS
           IF SUCCESS
              MOVE LAST-TIE-UP-TIME           TO WS-REST-START
              MOVE SPACES                     TO WS-REST-END
              IF EMP-US-RSTD-NUM NUMERIC
                 AND EMP-US-RSTD > WS-REST-START
                 MOVE EMP-US-RSTD             TO WS-REST-END
              END-IF
              IF EMP-PERS-REST-NUM NUMERIC
                 AND EMP-PERS-REST > WS-REST-START
                 AND EMP-PERS-REST > WS-REST-END
                 MOVE EMP-PERS-REST           TO WS-REST-END
              END-IF
              MOVE WS-SYSTEM-DATE             TO WS-REST-ATTEMPT(1:6)
              MOVE WS-SYSTEM-TIME             TO WS-REST-ATTEMPT(7:4)
              IF WS-REST-START > '0000000000'
                 AND WS-REST-END > SPACES
                 AND WS-REST-ATTEMPT NOT < WS-REST-START
                 AND WS-REST-ATTEMPT < WS-REST-END
                 MOVE 'R'                     TO PLOG-REST-FLAG
                 MOVE WS-REST-START           TO PLOG-REST-START
                 MOVE WS-REST-END             TO PLOG-REST-END
                 MOVE 'Y'                     TO P943-PLOG-REST-ALERT
                 MOVE WS-REST-END             TO P943-PLOG-REST-END
              END-IF
           ELSE
              IF NOT (NO-RECORD-FND OR END-OF-FILE)
                 MOVE 'P5020-1'               TO ERR-PARAGRAPH
                 MOVE MSTRNBRK                TO ERR-KEY
                 PERFORM P9999-GOT-PROBLEM
              END-IF
           END-IF
           .
      *
      *TBD-E
104600 P7000-READ-AH-KEY-3.                                             10460000
104700*                                                                 10470000
104800     MOVE AH-KEY-3                  TO AH3KEY                     10480000
128000 P9999-GOT-PROBLEM.                                               12800000
128100*                                                                 12810000
128200     MOVE P943-PGM               TO ERR-PROGRAM                   12820000
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
128300     MOVE DFHEIBLK               TO ERR-EIBLK                     12830000
128400     EXEC CICS XCTL                                               12840000
128500               PROGRAM(PSTERR-PGM)                                12850000
129200               CANCEL                                             12920000
129300     END-EXEC.                                                    12930000
129400*                                                                 12940000
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
129500 X9999-GOBACK.                                                    12950000
129600     GOBACK.                                                      12960000
