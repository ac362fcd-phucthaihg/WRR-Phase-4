004000*                         THIS IS ONLY FOR OTHER LAYOFF CODES.    00400006
004010*08/13/13   AXK  CNC0531   == RECOMPILE ONLY ==                   00401013
004020*                         ADDED YARD CRAFTS Y0-Y9 AND YT          00402013
      *10/15/26   JMC           STANDING PREFERENCE CARDS - WHEN THE
      *                         OWNER IS OFF ON VACATION, SICK OR
      *                         HOLD-FOR-VCNY THE FIRST ELIGIBLE CARD
      *                         HOLDER IS SHOWN AND THE VACANCY AND ITS
      *                         FILL ARE KEPT BY LINKING CNP962 (P4160).
      *                         CARDS THAT CANNOT BE REACHED DO NOT
      *                         ABEND THE SCREEN.  P9999 WRITES ERRLOG
      *                         THROUGH P9995/P9996 BEFORE THE ERROR
      *                         PROGRAM.
004100***************************************************************** 00410000
004200 ENVIRONMENT DIVISION.                                            00420000
004300 CONFIGURATION SECTION.                                           00430000
009495     05  WS-NS-EMP-NBR-DISP     PIC X(09) VALUE SPACES.            00949516
009500*TBD-E                                                       00950016
009500                                                                  00950000
      *TBD-B
      *STANDING PREFERENCE CARDS.  COMMAREA FOR CNP962, LINKED FROM
      *P4160-PREFERENCE-HOLDERS WHEN THE OWNER SHOWN FOR A POSITION IS
      *OFF ON VACATION, SICK OR HOLD-FOR-VCNY.  THE FIRST ELIGIBLE
      *HOLDER GOES TO SCR02B-EMP-PREF, A NEW FIELD ON EACH ROW OF THE
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
       01  WS-PREF-MORE                   PIC 9(1)  VALUE ZERO.
       01  WS-PREF-ELIGIBLE-SW            PIC X(1)  VALUE 'N'.
           88  WS-PREF-ELIGIBLE                     VALUE 'Y'.
       01  WS-PREF-POS-CRAFT              PIC X(2)  VALUE SPACE.
           88  WS-PREF-ENGINE-POS
                              VALUE 'EN' 'EY' 'E1' THRU 'E9'.
           88  WS-PREF-TRAIN-POS
                              VALUE 'CO' 'BK' 'B1' THRU 'B9'.
       01  WS-PREF-JOB-EMP                PIC X(9)  VALUE SPACE.
       01  WS-PREF-REST-TIME              PIC X(10) VALUE SPACE.
       01  WS-PREF-LIST.
           02  WS-PREF-ENTRY                        OCCURS 5 TIMES.
               03  WS-PREF-EMP            PIC X(9).
               03  WS-PREF-PRIORITY       PIC 9(2).
       01  WS-PREF-DISPLAY                PIC X(13) VALUE SPACE.
      *TBD-E
009600 01  WS-MISCELLANEOUS.                                            00960000
009700     05 WS-SHIFT              PIC X(001) VALUE SPACE.             00970000
009800                                                                  00980000
015600***                 CALLED ROUTINES COPYBOOKS.                    01560000
015700***************************************************************** 01570000
015800     COPY PSTERAR.                                                01580000
      *TBD-B
           COPY WSERRLOG.
      *TBD-E
015900     COPY P901COMM.                                               01590000
016000     COPY P903COMM.                                               01600000
016100***************************************************************** 01610000
035400                                       SCR02B-RETURN-TIME(I J)    03540011
035410                                       SCR02B-RETURN-DY  (I J)    03541011
035500                                       SCR02B-REST-DAYS(I J)      03550000
      *TBD-B
                                             SCR02B-EMP-PREF(I J)
      *TBD-E
035600       END-PERFORM                                                03560000
035700     END-PERFORM                                                  03570000
035800     MOVE SPACES                    TO SCR02B-ERRORMSG            03580000
067200           PERFORM P4130-MOVE-EMPLOYEE-INFO                       06720000
067300        END-IF                                                    06730000
067400     END-IF                                                       06740000
      *TBD-B
           IF ASGN-EMP-NO > ZERO
              AND EMP-NBR OF WS-MSTR = MSTRNBRK
              AND (VACATION IN WS-MSTR
                   OR SICK IN WS-MSTR
                   OR HOLD-FOR-VCNY IN WS-MSTR)
              PERFORM P4160-PREFERENCE-HOLDERS
           END-IF
      *TBD-E
067500     .                                                            06750000
067600*                                                                 06760000
067700 P4130-MOVE-EMPLOYEE-INFO.                                        06770000
090100        MOVE SPACES TO WS-ASSIGN-RECORD                           09010000
090200     END-IF                                                       09020000
090300     .                                                            09030000
      *TBD-B
      *STANDING PREFERENCE CARDS.  WS-MSTR HOLDS THE EMPLOYEE SHOWN
      *FOR THE POSITION, OFF ON VACATION, SICK OR HOLD-FOR-VCNY.  WHEN
      *THAT IS THE OWNER THE VACANCY IS KEPT THROUGH CNP962: ONCE A
      *TEMPORARY EMPLOYEE IS ON THE POSITION THE FILL IS RECORDED;
      *UNTIL THEN THE HOLDERS OF CARDS IN EFFECT WHO ARE AVAILABLE,
      *NOT ON A TEMPORARY ASSIGNMENT, RESTED AND QUALIFIED FOR THE
      *CRAFT ARE KEPT AS THE VACANCY'S LIST AND THE FIRST IS SHOWN.
      *REST IS CHECKED IN THE SYSTEM ZONE AS IN P4130.  RUN LAST FROM
      *P4120-EMPLOYEE-INFO, SO WS-MSTR AND THE ASSIGNMENT AREAS ARE
      *FREE TO REUSE.
       P4160-PREFERENCE-HOLDERS.
      *
           MOVE SPACES                  TO CNP962-COMMAREA
           MOVE AJ-JOB-DIST             TO XP-DIST
           MOVE AJ-JOB-SUB-DIST         TO XP-SDIST
           MOVE AJ-JOB-ASGN-ID          TO XP-ASGN-ID
           MOVE AJ-JOB-ASGN-CC          TO XP-CRAFT
           MOVE EMP-NBR OF WS-MSTR      TO XP-OWNER-EMP
           MOVE LAYOFF-CODE-1 IN WS-MSTR
                                        TO XP-OWNER-STATUS
           SET DE-YYMMDD-FORMAT         TO TRUE
           MOVE LAYOFF-DATE IN WS-MSTR  TO DE-YYMMDD
           PERFORM P8998-DATEEDIT
           MOVE DE-CCYYMMDD             TO XP-OPEN-DATE
           MOVE SPACES                  TO TZ-PARAMETERS
           MOVE WS-PRESENT-TIME         TO TZ-IN-DATE-TIME
           SET TZ-IN-SYSTEM-ZONE        TO TRUE
           MOVE PSTCA-TIME-ZONE         TO TZ-OUT-ZONE
           PERFORM P8996-TIMEZONE
           MOVE TZ-OUT-DATE-TIME-CENT   TO XP-DATE-TIME
           SET GET-JOB-RECORD           TO TRUE
           PERFORM P4161-LINK-P901
           MOVE SPACES                  TO WS-PREF-JOB-EMP
           IF ASGN-EMP-NO > ZERO
              MOVE ASGN-EMP-NO          TO WS-PREF-JOB-EMP
           END-IF
           IF WS-PREF-JOB-EMP = XP-OWNER-EMP
              SET GET-LATEST-TEMP-EMP   TO TRUE
              PERFORM P4161-LINK-P901
              MOVE SPACES               TO WS-PREF-JOB-EMP
              IF ASGN-EMP-NO > ZERO
                 MOVE ASGN-EMP-NO       TO WS-PREF-JOB-EMP
              END-IF
              IF WS-PREF-JOB-EMP > SPACES
                 AND WS-PREF-JOB-EMP NOT = XP-OWNER-EMP
                 SET XP-FILL            TO TRUE
                 MOVE WS-PREF-JOB-EMP   TO XP-FILL-EMP
                 PERFORM P4162-LINK-PREF-CARDS
              ELSE
                 SET XP-LIST            TO TRUE
                 PERFORM P4162-LINK-PREF-CARDS
                 IF XP-DONE
                    PERFORM P4163-SELECT-HOLDERS
                 END-IF
              END-IF
           END-IF.
      *
       P4161-LINK-P901.
      *
           SET ASGN-AJ-JOB OF ASGN-JOB-TYPE
                                        TO TRUE
           MOVE AJ-JOB-DIST             TO ASGN-DIST
           MOVE AJ-JOB-SUB-DIST         TO ASGN-SUB-DIST
           MOVE AJ-JOB-ASSIGNMENT       TO
                                      ASGN-AJ-JOB OF ASGN-ASSIGNMENT
           MOVE WS-ASGN-FILE            TO WS-ASSIGN-RECORD
           EXEC CICS LINK
                     PROGRAM(P901-PGM)
                     COMMAREA(WS-ASSIGN-COMMAREA)
                     LENGTH(P901-LGTH)
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE             TO FILE-STATUS
           IF NOT SUCCESS
              MOVE 'P4161-1'            TO ERR-PARAGRAPH
              MOVE 'P901LINK'           TO ERR-KEY
              PERFORM P9999-GOT-PROBLEM
           END-IF
           MOVE WS-ASSIGN-RECORD        TO WS-ASGN-FILE.
      *
       P4162-LINK-PREF-CARDS.
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
      *THE FIRST FIVE ELIGIBLE HOLDERS ARE KEPT AS THE LIST.  THE
      *FIRST IS SHOWN WITH THE NUMBER OF OTHERS.
       P4163-SELECT-HOLDERS.
      *
           MOVE XP-CRAFT                TO WS-PREF-POS-CRAFT
           MOVE ZEROS                   TO WS-PREF-COUNT
           MOVE SPACES                  TO WS-PREF-LIST
           PERFORM P4164-CHECK-HOLDER
              VARYING WS-PREF-SUB FROM 1 BY 1
              UNTIL WS-PREF-SUB > XP-COUNT
           IF WS-PREF-COUNT > WS-PREF-MAX
              MOVE WS-PREF-MAX          TO XP-COUNT
           ELSE
              MOVE WS-PREF-COUNT        TO XP-COUNT
           END-IF
           PERFORM P4166-LIST-HOLDER
              VARYING WS-PREF-SUB FROM 1 BY 1
              UNTIL WS-PREF-SUB > XP-COUNT
           SET XP-OPEN                  TO TRUE
           PERFORM P4162-LINK-PREF-CARDS
           MOVE SPACES                  TO WS-PREF-DISPLAY
           IF WS-PREF-COUNT = ZEROS
              MOVE 'P=NONE'             TO WS-PREF-DISPLAY
           ELSE
              IF WS-PREF-COUNT > 1
                 COMPUTE WS-PREF-MORE = WS-PREF-COUNT - 1
                 STRING 'P='
                        WS-PREF-EMP(1)
                        DELIMITED BY SPACE
                        '+'
                        WS-PREF-MORE
                        DELIMITED BY SIZE
                        INTO WS-PREF-DISPLAY
              ELSE
                 STRING 'P='
                        WS-PREF-EMP(1)
                        DELIMITED BY SPACE
                        INTO WS-PREF-DISPLAY
              END-IF
           END-IF
           MOVE WS-PREF-DISPLAY         TO
                              SCR02B-EMP-PREF(SET-NUM ROW-NUM).
      *
       P4164-CHECK-HOLDER.
      *
           MOVE 'N'                     TO WS-PREF-ELIGIBLE-SW
           IF XP-HOLDER-EMP(WS-PREF-SUB) NOT = XP-OWNER-EMP
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
                 IF AVAILABLE IN WS-MSTR
                    SET WS-PREF-ELIGIBLE TO TRUE
                 END-IF
              ELSE
                 IF NOT NO-RECORD-FND
                    MOVE 'P4164-1'      TO ERR-PARAGRAPH
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
              MOVE EMP-NBR OF WS-MSTR   TO ASGN-EMP-NO
              PERFORM P4150-GET-EMPS-LATEST-TEMP
              IF WS-ASSIGN-RECORD > SPACES
                 MOVE 'N'               TO WS-PREF-ELIGIBLE-SW
              END-IF
           END-IF
           IF WS-PREF-ELIGIBLE
              MOVE SPACES               TO WS-CNTL-FILE
              SET SUB-DIST-TYPE-REC     TO TRUE
              MOVE DIST IN WS-MSTR      TO CNTL-DIST
              MOVE SUB-DIST IN WS-MSTR  TO CNTL-SUB-DIST
              PERFORM P8210-READ-CNTLFILE
              MOVE EMP-MTOD             TO WS-PREF-REST-TIME
              PERFORM P4165-CHECK-REST-TIME
              MOVE EMP-US-RSTD          TO WS-PREF-REST-TIME
              PERFORM P4165-CHECK-REST-TIME
              MOVE EMP-PERS-REST        TO WS-PREF-REST-TIME
              PERFORM P4165-CHECK-REST-TIME
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
       P4165-CHECK-REST-TIME.
      *
           IF WS-PREF-REST-TIME > '0000000000'
              MOVE SPACES               TO TZ-PARAMETERS
              MOVE CNTL-TIME-ZONE       TO TZ-IN-ZONE
              MOVE WS-PREF-REST-TIME    TO TZ-IN-DATE-TIME
              SET TZ-OUT-SYSTEM-ZONE    TO TRUE
              PERFORM P8996-TIMEZONE
              IF TZ-INVALID-PARAMETERS
                 MOVE 'P4165-1'         TO ERR-PARAGRAPH
                 PERFORM P8996-TZERROR
              END-IF
              IF TZ-OUT-DATE-TIME-CENT > WS-PRESENT-TIME-CENT
                 MOVE 'N'               TO WS-PREF-ELIGIBLE-SW
              END-IF
           END-IF.
      *
       P4166-LIST-HOLDER.
      *
           MOVE WS-PREF-EMP(WS-PREF-SUB)
                                        TO XP-HOLDER-EMP(WS-PREF-SUB)
           MOVE WS-PREF-PRIORITY(WS-PREF-SUB)
                                     TO XP-HOLDER-PRIORITY(WS-PREF-SUB).
      *TBD-E
090400                                                                  09040000
090500***************************************************************** 09050000
090600 P4170-GET-RETURN-DATE.                                           09060000
142400 P9999-GOT-PROBLEM.                                               14240000
142500*                                                                 14250000
142600     MOVE P02B-PGM  TO ERR-PROGRAM                                14260000
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
142700     MOVE DFHEIBLK  TO ERR-EIBLK                                  14270000
142800     EXEC CICS LINK                                               14280000
142900               PROGRAM(PSTERR-PGM)                                14290000
143900     END-IF                                                       14390000
144000     EXEC CICS RETURN END-EXEC.                                   14400000
144100*                                                                 14410000
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
144200 X9999-GOBACK.                                                    14420000
144300     GOBACK.                                                      14430000
