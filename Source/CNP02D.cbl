005240*                         IS NOT TASK-LAYOFF-MARKUP.              00524027
005250*01/07/16   MFO  CNC0573  MASK STATUS/REASON FROM FIELD SCREENS   00525029
005260*02/23/16   MFO  CNC0576  MASK STATUS/REASON - HOLD TURN.         00526033
      *10/15/26   JMC           BOARD INDEX - LIST TURN AND POSITION
      *                         ORDER FROM THE BOARD INDEX WHEN IT IS
      *                         CURRENT (P1050, LINK CNP961), ELSE FROM
      *                         THE EB FILE.  P9999 WRITES ERRLOG
      *                         THROUGH P9995/P9996 BEFORE THE ERROR
      *                         PROGRAM.
005300***************************************************************** 00530000
005400 ENVIRONMENT DIVISION.                                            00540000
005500 CONFIGURATION SECTION.                                           00550000
055800***                 CALLED ROUTINES COPYBOOKS.                    05580000
055900***************************************************************** 05590000
056000     COPY PSTERAR.                                                05600000
      *TBD-B
           COPY WSERRLOG.
      *TBD-E
056100     COPY P903COMM.                                               05610000
056200     COPY P907COMM.                                               05620000
056300     COPY P912COMM.                                               05630000
           02  OWNCHG-NEW-OWNER           PIC 9(6)  VALUE ZEROS.
           02  FILLER                     PIC X(10) VALUE SPACE.
      *TBD-E
      *TBD-B
      *EXTRABOARD BOARD INDEX.  COMMAREA FOR CNP961, LINKED FROM
      *P1052-LINK-INDEX TO LIST A BOARD IN TURN OR POSITION ORDER.
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
       01  WS-BX-LISTED-SW                PIC X(1)  VALUE 'N'.
           88  WS-BX-LISTED                         VALUE 'Y'.
       01  WS-BX-ON-BOARD-SW              PIC X(1)  VALUE 'N'.
           88  WS-BX-ON-BOARD                       VALUE 'Y'.
       01  BX-SUB                         PIC 99    VALUE ZERO.
       01  WS-BX-SCROLL-KEY.
           02  FILLER                     PIC X(2)  VALUE '**'.
           02  WS-BX-SCROLL-ORDER         PIC X(1)  VALUE SPACE.
           02  WS-BX-SCROLL-TURN          PIC X(4)  VALUE SPACE.
      *TBD-E
059200                                                                  05920000
059300 LINKAGE SECTION.                                                 05930000
059400 01  DFHCOMMAREA.                                                 05940000
088000*       END-IF                                                    08800015
088100        EVALUATE TRUE                                             08810015
088200           WHEN FICT-TURN-ORDER                                   08820015
      *TBD-B
                      PERFORM P1050-LIST-FROM-INDEX
                      IF NOT WS-BX-LISTED
      *TBD-E
088300                PERFORM P1100-BUILD-TURN-BOARD                    08830015
      *TBD-B
                      END-IF
      *TBD-E
088400           WHEN FICT-SENIORITY-ORDER                              08840015
088500                PERFORM P1200-BUILD-SENIORITY-BOARD               08850015
088600           WHEN FICT-QUAL-ORDER                                   08860015
089000                   PERFORM P1400-BUILD-QUAL-BOARD                 08900015
089100                END-IF                                            08910015
089200           WHEN OTHER                                             08920015
      *TBD-B
                      PERFORM P1050-LIST-FROM-INDEX
                      IF NOT WS-BX-LISTED
      *TBD-E
089300                IF FASTSLOW-XB AND FICT-ROAD-BOARD                08930015
089400                   PERFORM P1350-BUILD-SLOW-POS-BOARD             08940015
089500                ELSE                                              08950015
089600                   PERFORM P1300-BUILD-POSITION-BOARD             08960015
089700                END-IF                                            08970015
      *TBD-B
                      END-IF
      *TBD-E
089800        END-EVALUATE                                              08980015
089900*                                                                 08990015
090000     ELSE                                                         09000000
090900        MOVE 'E010' TO MSGLOG-CODE                                09090000
091000     END-IF.                                                      09100000
091100*                                                                 09110000
      *TBD-B
      *EXTRABOARD BOARD INDEX.  A TURN OR POSITION ORDER LIST IS BUILT
      *FROM THE PRE-BUILT BOARD INDEX KEPT BY CNB243/CNP961, READING
      *ONLY THE EB RECORDS OF THE TURNS ACTUALLY SHOWN, INSTEAD OF
      *BROWSING THE WHOLE EB FILE.  A SCROLL KEY SET HERE IS '**',
      *THE INDEX ORDER AND THE LAST TURN SHOWN.  WHEN THE INDEX FOR
      *THE BOARD IS MISSING, STALE OR UNAVAILABLE, WS-BX-LISTED IS
      *LEFT OFF AND P1000-LIST-XB BUILDS THE LIST FROM THE EB FILE AS
      *BEFORE.  THE OFF-BOARD PART OF AN ALL-POSITIONS LIST IS STILL
      *BUILT BY P1400/P1450.
       P1050-LIST-FROM-INDEX.
      *
           MOVE 'N'                    TO WS-BX-LISTED-SW
           MOVE SPACES                 TO CNP961-COMMAREA
           MOVE ZEROS                  TO BXC-RESULT
           IF FICT-TURN-ORDER
              MOVE 'T'                 TO BXC-ORDER
           ELSE
              IF FASTSLOW-XB AND FICT-ROAD-BOARD
                 MOVE 'L'              TO BXC-ORDER
              ELSE
                 MOVE 'P'              TO BXC-ORDER
              END-IF
           END-IF
           MOVE BXC-ORDER              TO WS-BX-SCROLL-ORDER
           IF PFKEY8 AND
              FICA-SCROLL-KEY > SPACES
              IF FICA-SCROLL-KEY(1:3) = WS-BX-SCROLL-KEY(1:3)
                 MOVE FICA-SCROLL-KEY(4:4) TO BXC-START-TURN
              ELSE
                 MOVE 3                TO BXC-RESULT
              END-IF
           END-IF
           IF BXC-RESULT = ZERO
              PERFORM P1052-LINK-INDEX
           END-IF
           IF BXC-RESULT = ZERO
              SET WS-BX-LISTED         TO TRUE
              IF BXC-ORDER NOT = 'T'
                 AND BXC-START-TURN NOT > SPACES
                 SET ENTER-KEY         TO TRUE
                 MOVE ZEROS            TO FICA-HOLD-POS
              END-IF
              MOVE SPACES              TO FICA-SCROLL-KEY
              MOVE '0'                 TO DONE-CODE
              PERFORM P1055-LIST-INDEX-PAGE
                 UNTIL DONE
              IF BXC-ORDER NOT = 'T'
                 AND FICT-ALL-POSITIONS
                 AND TURN-SUB NOT > ARRAY-MAX
                 IF FICA-SCROLL-KEY(1:2) = '**'
                    MOVE SPACES        TO FICA-SCROLL-KEY
                 END-IF
                 MOVE TURN-SUB         TO SAVE-SCR-POS
                 IF BXC-ORDER = 'L'
                    PERFORM P1450-BUILD-SLOW-OFF-BOARD
                 ELSE
                    PERFORM P1400-BUILD-OFF-BOARD
                 END-IF
              END-IF
           ELSE
              IF FICA-SCROLL-KEY(1:2) = '**'
                 SET ENTER-KEY         TO TRUE
                 MOVE SPACES           TO FICA-SCROLL-KEY
              END-IF
           END-IF.
      *
       P1052-LINK-INDEX.
      *
      *    BXC-ORDER AND BXC-START-TURN ARE SET BY THE CALLER.  A LINK
      *    THAT FAILS IS TREATED AS AN UNAVAILABLE INDEX.
      *
           MOVE 'R'                    TO BXC-FUNCTION
           MOVE FICT-JOB-DIST          TO BXC-DIST
           MOVE FICT-JOB-SUB-DIST      TO BXC-SDIST
           MOVE FICT-JOB-GRP-PL-XB     TO BXC-CRAFT
           MOVE ZEROS                  TO BXC-RESULT
                                          BXC-COUNT
           EXEC CICS LINK
                     PROGRAM(CNP961-PGM)
                     COMMAREA(CNP961-COMMAREA)
                     LENGTH(CNP961-LGTH)
                     RESP(WS-RESPONSE)
           END-EXEC
           MOVE WS-RESPONSE            TO FILE-STATUS
           IF NOT SUCCESS
              MOVE 3                   TO BXC-RESULT
           END-IF.
      *
       P1055-LIST-INDEX-PAGE.
      *
           PERFORM P1060-LIST-INDEX-TURN
              VARYING BX-SUB FROM 1 BY 1
              UNTIL BX-SUB > BXC-COUNT
                 OR DONE
           IF NOT DONE
              IF BXC-COUNT < 40
                 SET DONE              TO TRUE
              ELSE
                 MOVE BXC-ENTRY-TURN(40) TO BXC-START-TURN
                 PERFORM P1052-LINK-INDEX
                 IF BXC-RESULT NOT = ZERO
                    SET DONE           TO TRUE
                 END-IF
              END-IF
           END-IF.
      *
       P1060-LIST-INDEX-TURN.
      *
           MOVE SPACES                 TO EBTURN-AREA
           MOVE FICT-JOB-DIST          TO DIST-REPEAT
           MOVE FICT-JOB-SUB-DIST      TO SUBDIST-REPEAT
           MOVE FICT-JOB-GRP-PL-XB     TO CRAFT-CODE-REPEAT
           MOVE BXC-ENTRY-TURN(BX-SUB) TO TURN-NBR OF EBTURN-AREA
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
           IF SUCCESS
              IF (FICT-YARD-BOARD AND EB-YARD-BOARD) OR
                 (FICT-ROAD-BOARD AND EB-ROAD-BOARD) OR
                 (FICT-BOARD > SPACE AND FASTSLOW-XB) OR
                  FICT-BOARD NOT > SPACE
                 IF BXC-ORDER = 'T'
                    PERFORM P1065-INDEX-TURN-LINE
                 ELSE
                    PERFORM P1070-INDEX-POSITION-LINE
                 END-IF
              END-IF
           ELSE
              IF NOT NO-RECORD-FND
                 MOVE 'P1060-1'        TO ERR-PARAGRAPH
                 MOVE EBTURN           TO ERR-KEY
                 PERFORM P9999-GOT-PROBLEM
              END-IF
           END-IF.
      *
       P1065-INDEX-TURN-LINE.
      *
      *    ONE LINE OF THE TURN ORDER LIST, AS IN P1100-BUILD-TURN-
      *    BOARD.
      *
           ADD 1 TO TURN-SUB
           IF TURN-SUB NOT > ARRAY-MAX
              IF TURN-SUB = ARRAY-MAX
                 MOVE BXC-ENTRY-TURN(BX-SUB) TO WS-BX-SCROLL-TURN
                 MOVE WS-BX-SCROLL-KEY TO FICA-SCROLL-KEY
              END-IF
              MOVE ZERO     TO ASGN-EMP-NO
                               GOT-EMPLOYEE-FLAG
              MOVE SPACES   TO WS-MSTR
              MOVE TURN-NBR TO WK-ASGN-XB-TURN
              PERFORM PXXXX-LATEST-TEMP
              IF ASGN-EMP-NO NOT > ZERO
                 PERFORM PXXXX-JOB-OWNER
              END-IF
              IF ASGN-EMP-NO > ZERO
                 MOVE ASGN-EMP-NO TO MSTRNBRK
                 PERFORM P8500-READ-MASTER
                 SET GOT-EMPLOYEE TO TRUE
              END-IF
              MOVE TURN-SUB TO NAME-SUB
              PERFORM P1500-SETUP-NAME-LINE
           ELSE
              SET DONE TO TRUE
           END-IF.
      *
       P1070-INDEX-POSITION-LINE.
      *
      *    ONE LINE OF THE POSITION ORDER LIST, AS IN P1300-BUILD-
      *    POSITION-BOARD, OR OF THE SLOW SIDE, AS IN P1350-BUILD-SLOW-
      *    POS-BOARD.
      *
           MOVE SPACES       TO TZ-PARAMETERS
           SET TZ-IN-SYSTEM-ZONE TO TRUE
           MOVE 'N'          TO WS-BX-ON-BOARD-SW
           IF BXC-ORDER = 'L'
              MOVE EB-SLOW-POS-DATE-TIME TO TZ-IN-DATE-TIME
              IF EB-SLOW-ON-BOARD
                 SET WS-BX-ON-BOARD TO TRUE
              END-IF
           ELSE
              MOVE EB-POS-DATE-TIME TO TZ-IN-DATE-TIME
              IF (NOT FASTSLOW-XB AND EB-ON-BOARD) OR
                 (FASTSLOW-XB AND EB-ON-BOARD
                         AND EB-SLOW-ON-BOARD)
                 SET WS-BX-ON-BOARD TO TRUE
              END-IF
           END-IF
           MOVE PSTCA-TIME-ZONE TO TZ-OUT-ZONE
           PERFORM P8996-TIMEZONE
           MOVE TZ-OUT-DATE-TIME TO WS-POS-DATE-TIME-TZ
           MOVE TZ-OUT-CE        TO WS-POS-CENT
           IF (WS-POS-DATE-TIME-TZ-CENT
                           <=  WS-VIEW-DATE-TIME-CENT
              OR WS-VIEW-DATE = '991231' OR '000101')
              AND WS-BX-ON-BOARD
              ADD 1 TO TURN-SUB
              IF TURN-SUB NOT > ARRAY-MAX
                 IF TURN-SUB = ARRAY-MAX
                    MOVE BXC-ENTRY-TURN(BX-SUB) TO WS-BX-SCROLL-TURN
                    MOVE WS-BX-SCROLL-KEY TO FICA-SCROLL-KEY
                 END-IF
                 MOVE ZERO     TO ASGN-EMP-NO
                                  GOT-EMPLOYEE-FLAG
                 MOVE SPACES   TO WS-MSTR
                 MOVE TURN-NBR TO WK-ASGN-XB-TURN
                 PERFORM PXXXX-LATEST-TEMP
                 IF ASGN-EMP-NO NOT > ZERO
                    PERFORM PXXXX-JOB-OWNER
                 END-IF
                 IF ASGN-EMP-NO > ZERO
                    MOVE ASGN-EMP-NO TO MSTRNBRK
                    PERFORM P8500-READ-MASTER
                    SET GOT-EMPLOYEE TO TRUE
                 END-IF
                 IF GOT-EMPLOYEE
                    PERFORM P1505-CALL-XB-POS-PARMS
                    SET DISPLAY-EMP  TO TRUE
                    IF (AVAILABLE OR WORKING)
                       CONTINUE
                    ELSE
                       IF NOT FICT-ALL-POSITIONS
                          MOVE '0'        TO DISPLAY-EMP-FLAG
                          PERFORM P9830-RETRIEVE-CNTL-INFO
                       END-IF
                    END-IF
                    IF DISPLAY-EMP
                       MOVE TURN-SUB TO NAME-SUB
                       PERFORM P1500-SETUP-NAME-LINE
                    ELSE
                       SUBTRACT 1 FROM TURN-SUB
                    END-IF
                 ELSE
                    SUBTRACT 1 FROM TURN-SUB
                 END-IF
              ELSE
                 SET DONE TO TRUE
              END-IF
           END-IF.
      *TBD-E
      *
091200 P1100-BUILD-TURN-BOARD.                                          09120000
091300*                                                                 09130000
091400     IF PFKEY8 AND                                                09140000
376300 P9999-GOT-PROBLEM.                                               37630000
376400*                                                                 37640000
376500     MOVE P02D-PGM TO ERR-PROGRAM                                 37650000
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
376600     MOVE DFHEIBLK TO ERR-EIBLK                                   37660000
376700     EXEC CICS XCTL                                               37670000
376800               PROGRAM(PSTERR-PGM)                                37680000
377500               CANCEL                                             37750000
377600     END-EXEC.                                                    37760000
377700*                                                                 37770000
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
377800 X9999-GOBACK.                                                    37780000
377900     GOBACK.                                                      37790000
378000*                                                                 37800000
