006132*                         LINK TO NEW EXTENDED SCHEDULE SCREEN -  00613200
006133*                         PSTS06E.                                00613300
006134*10/04/04   KJS  CNC0386A ADD DAY ASSOCIATED WITH PERSONAL REST   00613405
      *10/15/26   JMC           EXTRABOARD MAINTENANCE LEDGER - P8950
      *                         WRITES ONE ENTRY BY CICS FILE CONTROL
      *                         AFTER EACH ADD, CUT, DELETE, REPOSITION,
      *                         YARD/ROAD MOVE, SWAP, TAG SET AND TAG
      *                         ROTATION WITH THE USER, REASON CODE,
      *                         POSITION BEFORE/AFTER, TAG TURN AND
      *                         BOARD SIZE.  TURN AND POSITION BOARDS
      *                         ARE LISTED FROM THE BOARD INDEX WHEN IT
      *                         IS CURRENT (P1050, LINK CNP961), AND
      *                         P8960 LINKS CNP961 TO REFILE EACH TURN
      *                         MAINTAINED HERE.  A LEDGER OR INDEX
      *                         ENTRY THAT CANNOT BE POSTED DOES NOT
      *                         ABEND THE MAINTENANCE.  P9999 WRITES
      *                         ERRLOG THROUGH P9995/P9996 BEFORE THE
      *                         ERROR PROGRAM.
006140***************************************************************** 00614000
006150 ENVIRONMENT DIVISION.                                            00615000
006160 CONFIGURATION SECTION.                                           00616000
055100***                 CALLED ROUTINES COPYBOOKS.                    05510000
055200***************************************************************** 05520000
055300     COPY PSTERAR.                                                05530000
      *TBD-B
           COPY WSERRLOG.
      *TBD-E
055400     COPY P903COMM.                                               05540000
055500     COPY P907COMM.                                               05550000
055600     COPY P911COMM.                                               05560000
           02  OWNCHG-NEW-OWNER           PIC 9(6)  VALUE ZEROS.
           02  FILLER                     PIC X(10) VALUE SPACE.
      *TBD-E
      *TBD-B
      *EXTRABOARD MAINTENANCE LEDGER (CNB235), WRITTEN BY
      *P8950-POST-XB-LEDGER.  TWO ENTRIES FOR THE SAME BOARD AND
      *MINUTE TAKE THE NEXT XL-SEQ.  SCR06-REASON IS A NEW 4-BYTE
      *REASON-CODE FIELD ON THE PSM06RE MAP (ADD IT TO THE MAPSET);
      *THE CODE KEYED THERE APPLIES TO EVERY ACTION TAKEN ON THE
      *SCREEN.  WS-XL-SAVE-POS HOLDS A TURN'S POSITION FROM BEFORE
      *THE ACTION CHANGES IT.
       01  WS-XL-SAVE-POS.
           02  WS-XL-SAVE-DATE-TIME       PIC X(10) VALUE SPACE.
           02  WS-XL-SAVE-TIE             PIC X(4)  VALUE SPACE.
       01  XBL-VIA-BOARD-EVENT            PIC X(8)  VALUE 'CNVXBL01'.
       01  XBL-RLGTH                      PIC S9(4) COMP VALUE +150.
       01  XBL-KLGTH                      PIC S9(4) COMP VALUE +18.
       01  WS-XBL-RECORD.
           02  XL-KEY.
               03  XL-DIST                PIC X(2)  VALUE SPACE.
               03  XL-SDIST               PIC X(2)  VALUE SPACE.
               03  XL-CRAFT               PIC X(2)  VALUE SPACE.
               03  XL-EVENT-DATE-TIME     PIC X(10) VALUE SPACE.
               03  XL-SEQ                 PIC 9(2)  VALUE ZEROS.
           02  XL-ACTION                  PIC X(1)  VALUE SPACE.
           02  XL-TURN                    PIC X(4)  VALUE SPACE.
           02  XL-EMP-NBR                 PIC X(9)  VALUE SPACE.
           02  XL-USERID                  PIC X(8)  VALUE SPACE.
           02  XL-REASON                  PIC X(4)  VALUE SPACE.
           02  XL-BEFORE-POS.
               03  XL-BEFORE-DATE-TIME    PIC X(10) VALUE SPACE.
               03  XL-BEFORE-TIE          PIC X(4)  VALUE SPACE.
           02  XL-AFTER-POS.
               03  XL-AFTER-DATE-TIME     PIC X(10) VALUE SPACE.
               03  XL-AFTER-TIE           PIC X(4)  VALUE SPACE.
           02  XL-TAG-TURN                PIC X(4)  VALUE SPACE.
           02  XL-PREV-TAG-TURN           PIC X(4)  VALUE SPACE.
           02  XL-BOARD-SIZE              PIC 9(3)  VALUE ZEROS.
           02  FILLER                     PIC X(67) VALUE SPACE.
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
      *P1050-LIST-FROM-INDEX LISTS A TURN OR POSITION BOARD FROM THE
      *INDEX THROUGH P1052-LINK-INDEX.
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
059000                                                                  05900000
059100 LINKAGE SECTION.                                                 05910000
059200 01  DFHCOMMAREA.                                                 05920000
108500     MOVE ZEROS TO TURN-SUB                                       10850000
108600                                                                  10860000
108700     IF TURN-BOARD                                                10870000
      *TBD-B
              PERFORM P1050-LIST-FROM-INDEX
              IF NOT WS-BX-LISTED
      *TBD-E
108800        PERFORM P1100-BUILD-TURN-BOARD                            10880000
      *TBD-B
              END-IF
      *TBD-E
108900     ELSE                                                         10890000
109000        IF SENIORITY-BOARD                                        10900000
109010           PERFORM P1200-BUILD-SENIORITY-BOARD                    10901000
109109*TBD-E                                                           
109200*        USE SLOW SIDE OF THE BOARD IF 'R' IS REQUESTED ON        10920000
109300*        A SLOW BOARD.  OTHERWISE USE NORMAL POSITION.     **PLS  10930000
      *TBD-B
                    PERFORM P1050-LIST-FROM-INDEX
                    IF NOT WS-BX-LISTED
      *TBD-E
109400              IF WS-FASTSLOW-XB                                   10940000
109500                 AND SCR06-YARD-ROAD = 'R'                        10950000
109600                 PERFORM P1350-BUILD-SLOW-POS-BOARD               10960000
109700              ELSE                                                10970000
109800                 PERFORM P1300-BUILD-POSITION-BOARD               10980000
109900              END-IF                                              10990000
      *TBD-B
                    END-IF
      *TBD-E
109950*TBD-B                                                           
109960              END-IF                                                      
109970*TBD-E                                                           
111500        MOVE 'E010' TO MSGLOG-CODE                                11150000
111600     END-IF.                                                      11160000
111700*                                                                 11170000
      *TBD-B
      *EXTRABOARD BOARD INDEX.  A TURN OR POSITION BOARD IS LISTED
      *FROM THE PRE-BUILT BOARD INDEX KEPT BY CNB243/CNP961, READING
      *ONLY THE EB RECORDS OF THE TURNS ACTUALLY SHOWN, INSTEAD OF
      *BROWSING THE WHOLE EB FILE.  A SCROLL KEY SET HERE IS '**',
      *THE INDEX ORDER AND THE LAST TURN SHOWN.  WHEN THE INDEX FOR
      *THE BOARD IS MISSING, STALE OR UNAVAILABLE, OR THE SCREEN IS
      *IN REPOSITION, WS-BX-LISTED IS LEFT OFF AND P1000-LIST-XB
      *BUILDS THE BOARD FROM THE EB FILE AS BEFORE.
       P1050-LIST-FROM-INDEX.
      *
           MOVE 'N'                    TO WS-BX-LISTED-SW
           MOVE SPACES                 TO CNP961-COMMAREA
           MOVE ZEROS                  TO BXC-RESULT
           IF TURN-BOARD
              MOVE 'T'                 TO BXC-ORDER
           ELSE
              IF WS-FASTSLOW-XB
                 AND SCR06-YARD-ROAD = 'R'
                 MOVE 'L'              TO BXC-ORDER
              ELSE
                 MOVE 'P'              TO BXC-ORDER
              END-IF
           END-IF
           MOVE BXC-ORDER              TO WS-BX-SCROLL-ORDER
           IF REPOSITION-REQ
              MOVE 3                   TO BXC-RESULT
           END-IF
           IF PFKEY8
              AND P06CA-SCROLL-KEY > SPACES
              IF P06CA-SCROLL-KEY(1:3) = WS-BX-SCROLL-KEY(1:3)
                 MOVE P06CA-SCROLL-KEY(4:4) TO BXC-START-TURN
              ELSE
                 MOVE 3                TO BXC-RESULT
              END-IF
           END-IF
           IF BXC-RESULT = ZERO
              PERFORM P1052-LINK-INDEX
           END-IF
           IF BXC-RESULT = ZERO
              SET WS-BX-LISTED         TO TRUE
              IF BXC-START-TURN NOT > SPACES
                 SET ENTER-KEY         TO TRUE
                 MOVE ZEROS            TO P06CA-HOLD-POS
              END-IF
              IF TURN-BOARD
                 MOVE SPACES           TO P06CA-HOLD-POS
              ELSE
      *          SAME MARK-UP DAY ADJUSTMENT AS P1300/P1350.
                 IF DAILY-MARK-YARD
                    AND SWITCHMAN-GEL-BOARD
                    IF WS-LOCAL-HR > 20 AND SCR06-CC = 'S1'
                       ADD 1 TO DAY1
                    END-IF
                    IF WS-LOCAL-HR < 07 AND SCR06-CC = 'S3'
                       SUBTRACT 1 FROM DAY1
                    END-IF
                    IF DAY1 = ZERO
                       MOVE 7 TO DAY1
                    END-IF
                    IF DAY1 = 08
                       MOVE 1 TO DAY1
                    END-IF
                 END-IF
              END-IF
              MOVE SPACES              TO P06CA-SCROLL-KEY
              MOVE '0'                 TO DONE-CODE
              PERFORM P1055-LIST-INDEX-PAGE
                 UNTIL DONE
           ELSE
              IF P06CA-SCROLL-KEY(1:2) = '**'
                 MOVE SPACES           TO P06CA-SCROLL-KEY
              END-IF
           END-IF.
      *
       P1052-LINK-INDEX.
      *
      *    BXC-ORDER AND BXC-START-TURN ARE SET BY THE CALLER.  A LINK
      *    THAT FAILS IS TREATED AS AN UNAVAILABLE INDEX.
      *
           MOVE 'R'                    TO BXC-FUNCTION
           MOVE SCR06-DIST             TO BXC-DIST
           MOVE SCR06-SUB-DIST         TO BXC-SDIST
           MOVE SCR06-CC               TO BXC-CRAFT
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
           MOVE SCR06-DIST             TO DIST-REPEAT
           MOVE SCR06-SUB-DIST         TO SUBDIST-REPEAT
           MOVE SCR06-CC               TO CRAFT-CODE-REPEAT
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
              IF (SCR06-YARD-ROAD = 'Y' AND EB-YARD-BOARD)
                 OR (SCR06-YARD-ROAD = 'R' AND EB-ROAD-BOARD)
                 OR (WS-FASTSLOW-XB AND SCR06-YARD-ROAD > SPACE)
                 OR SCR06-YARD-ROAD NOT > SPACE
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
      *    ONE LINE OF THE TURN BOARD, AS IN P1100-BUILD-TURN-BOARD.
      *
           ADD 1 TO TURN-SUB
           IF TURN-SUB NOT > ARRAY-MAX
              IF TURN-SUB = ARRAY-MAX
                 MOVE BXC-ENTRY-TURN(BX-SUB) TO WS-BX-SCROLL-TURN
                 MOVE WS-BX-SCROLL-KEY TO P06CA-SCROLL-KEY
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
      *    ONE LINE OF THE POSITION BOARD, AS IN P1300-BUILD-POSITION-
      *    BOARD, OR OF THE SLOW SIDE, AS IN P1350-BUILD-SLOW-POS-BOARD.
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
              IF (NOT WS-FASTSLOW-XB AND EB-ON-BOARD) OR
                 (WS-FASTSLOW-XB AND EB-ON-BOARD AND
                                     EB-SLOW-ON-BOARD)
                 SET WS-BX-ON-BOARD TO TRUE
              END-IF
           END-IF
           MOVE PSTCA-TIME-ZONE TO TZ-OUT-ZONE
           PERFORM P8996-TIMEZONE
           MOVE TZ-OUT-DATE-TIME-CENT TO
                WS-POS-CENT-DATE-TIME-TZ
           IF (WS-POS-CENT-DATE-TIME-TZ <=
              WS-VIEW-DATE-TIME-CENT
              OR WS-SYSTEM-DATE = '991231' OR '000101')
              AND WS-BX-ON-BOARD
              ADD 1 TO TURN-SUB
              IF TURN-SUB NOT > ARRAY-MAX
                 IF TURN-SUB = ARRAY-MAX
                    MOVE BXC-ENTRY-TURN(BX-SUB) TO WS-BX-SCROLL-TURN
                    MOVE WS-BX-SCROLL-KEY TO P06CA-SCROLL-KEY
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
      *             SAME DISPLAY RULE AS THE EB BROWSE (SEE *ET NOTES
      *             IN P1300-BUILD-POSITION-BOARD).
                    SET DISPLAY-EMP TO TRUE
                    IF AVAILABLE OR WORKING
                       CONTINUE
                    ELSE
                       IF NOT ALL-POSITIONS
                          SET DONT-DISPLAY-EMP TO TRUE
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
111800 P1100-BUILD-TURN-BOARD.                                          11180000
111900*                                                                 11190000
112000     MOVE SPACES TO P06CA-HOLD-POS                                11200000
306600        MOVE 'P3040-1' TO ERR-PARAGRAPH                           30660000
306700        PERFORM P9999-GOT-PROBLEM                                 30670000
306800     END-IF                                                       30680000
      *TBD-B
      *MAINTENANCE LEDGER - TURN ADDED.
           MOVE SPACES                 TO WS-XBL-RECORD
           MOVE 'A'                    TO XL-ACTION
           PERFORM P8950-POST-XB-LEDGER
      *TBD-E
306900     MOVE ' ' TO SCR06-FUNC-CODE(NAME-SUB).                       30690000
307000*                                                                 30700000
307100 P3050-SET-UP-P942LINK.                                           30710000
328600              MOVE EBTURN    TO ERR-KEY                           32860000
328700              PERFORM P9999-GOT-PROBLEM                           32870000
328800           END-IF                                                 32880000
      *TBD-B
      *MAINTENANCE LEDGER - THE TURN'S POSITION BEFORE IT MOVES.
           IF WS-FASTSLOW-XB AND SCR06-YARD-ROAD NOT = 'Y'
              MOVE EB-SLOW-POS-DATE-TIME   TO WS-XL-SAVE-DATE-TIME
              MOVE EB-SLOW-POS-TIE-BREAKER TO WS-XL-SAVE-TIE
           ELSE
              MOVE EB-POS-DATE-TIME        TO WS-XL-SAVE-DATE-TIME
              MOVE EB-POS-TIE-BREAKER      TO WS-XL-SAVE-TIE
           END-IF
      *TBD-E
328900           IF TAG-XB AND                                          32890000
329000              TAG-YOUR-IT                                         32900000
329100                MOVE SPACES TO EB-TAG                             32910000
334600           MOVE WS-VL3-LOCAL-DATE-TIME                            33460000
334700                                    TO P943-EFF-DATE-TIME         33470000
334800           PERFORM P8900-WRITE-HISTORY                            33480000
      *TBD-B
      *MAINTENANCE LEDGER - TURN REPOSITIONED.
           MOVE SPACES                 TO WS-XBL-RECORD
           MOVE 'R'                    TO XL-ACTION
           MOVE WS-XL-SAVE-POS         TO XL-BEFORE-POS
           MOVE WS-VL3-DATE-TIME       TO XL-AFTER-DATE-TIME
           MOVE WS-VL3-TIE-CODE        TO XL-AFTER-TIE
           PERFORM P8950-POST-XB-LEDGER
      *TBD-E
334900        ELSE                                                      33490000
335000           MOVE 'P4200-4' TO ERR-PARAGRAPH                        33500000
335100           MOVE EBTURN    TO ERR-KEY                              33510000
343600              IF SUCCESS                                          34360000
343700                 SET TAG-YOUR-IT TO TRUE                          34370000
343800                 PERFORM P8200-REWRITE-EB                         34380000
      *TBD-B
      *MAINTENANCE LEDGER - TAG ROTATED OFF THE TURN BEING
      *REPOSITIONED ONTO THE ADJACENT TURN NOW IN WS-EXTRA-BOARD.
                 MOVE SPACES              TO WS-XBL-RECORD
                 MOVE 'G'                 TO XL-ACTION
                 MOVE TURN-NBR OF WS-EXTRA-BOARD TO XL-TURN
                                             XL-TAG-TURN
                 MOVE SCR06-TURN(NAME-SUB) TO XL-PREV-TAG-TURN
                 MOVE EB-POS-DATE-TIME    TO XL-BEFORE-DATE-TIME
                                             XL-AFTER-DATE-TIME
                 MOVE EB-POS-TIE-BREAKER  TO XL-BEFORE-TIE
                                             XL-AFTER-TIE
                 PERFORM P8950-POST-XB-LEDGER
      *TBD-E
343900              ELSE                                                34390000
344000                 MOVE 'P4300-2' TO ERR-PARAGRAPH                  34400000
344100                 MOVE EBPOS     TO ERR-KEY                        34410000
357060*                                                                 35706002
357061 P5050-PROCESS-DELETE.                                            35706102
357062*                                                                 35706202
      *TBD-B
      *MAINTENANCE LEDGER - THE TURN (STILL IN WS-EXTRA-BOARD FROM
      *P5000) AS IT STOOD BEFORE THE CUT OR DELETE.
           MOVE SPACES                 TO WS-XBL-RECORD
           MOVE EB-POS-DATE-TIME       TO WS-XL-SAVE-DATE-TIME
           MOVE EB-POS-TIE-BREAKER     TO WS-XL-SAVE-TIE
           IF TAG-XB AND TAG-YOUR-IT
              MOVE SCR06-TURN(NAME-SUB) TO XL-PREV-TAG-TURN
           END-IF
      *TBD-E
357063     MOVE SPACES TO P913-COMMAREA-PARMS                           35706302
357064     IF WS-FUNCTION = 'C'                                         35706402
357070        SET P913-CUT-FUNCTION TO TRUE                             35707000
358300        MOVE 'P5050-1' TO ERR-PARAGRAPH                           35830000
358400        PERFORM P9999-GOT-PROBLEM                                 35840000
358500     END-IF                                                       35850000
      *TBD-B
      *MAINTENANCE LEDGER - TURN CUT OR DELETED.
           MOVE WS-FUNCTION            TO XL-ACTION
           MOVE WS-XL-SAVE-POS         TO XL-BEFORE-POS
           PERFORM P8950-POST-XB-LEDGER
      *TBD-E
358600     MOVE ' ' TO SCR06-FUNC-CODE(NAME-SUB).                       35860000
358700*                                                                 35870000
358800 P6000-MOVE-YARD-ROAD.                                            35880000
360600           MOVE WS-RESPONSE TO FILE-STATUS                        36060000
360700           IF SUCCESS                                             36070000
360800              IF EB-ON-BOARD                                      36080000
      *TBD-B
      *MAINTENANCE LEDGER - THE TURN'S POSITION BEFORE THE MOVE.
                 MOVE EB-POS-DATE-TIME    TO WS-XL-SAVE-DATE-TIME
                 MOVE EB-POS-TIE-BREAKER  TO WS-XL-SAVE-TIE
      *TBD-E
360900                 IF EB-YARD-BOARD                                 36090000
361000                    SET EB-ROAD-BOARD TO TRUE                     36100000
361100                 ELSE                                             36110000
368600                                          TO P943-EFF-DATE-TIME   36860000
368700                 PERFORM P8900-WRITE-HISTORY                      36870000
368800*>>> 6/8/92  END OF ADDED CODE TO WRITE HISTORY <<<*              36880000
      *TBD-B
      *MAINTENANCE LEDGER - TURN MOVED YARD/ROAD.
                 MOVE SPACES              TO WS-XBL-RECORD
                 MOVE 'Y'                 TO XL-ACTION
                 MOVE WS-XL-SAVE-POS      TO XL-BEFORE-POS
                 PERFORM P8950-POST-XB-LEDGER
      *TBD-E
368900              ELSE                                                36890000
369000                 SET ERRORS-FOUND TO TRUE                         36900000
369100                 MOVE -1 TO SCR06-TURN-CURSOR(NAME-SUB)           36910000
372627                    END-IF                                                
372628                    MOVE WS-PRESENT-TIME TO P943-EFF-DATE-TIME            
372629                    PERFORM P8900-WRITE-HISTORY                           
      *TBD-B
      *MAINTENANCE LEDGER - ONE ENTRY FOR EACH TURN OF THE SWAP.
                    MOVE WS-SWAP-SUB-1       TO NAME-SUB
                    MOVE SPACES              TO WS-XBL-RECORD
                    MOVE 'W'                 TO XL-ACTION
                    MOVE WS-SWAP-POS-DATE-TIME-1
                                             TO XL-BEFORE-DATE-TIME
                    MOVE WS-SWAP-POS-TIE-1   TO XL-BEFORE-TIE
                    MOVE WS-SWAP-POS-DATE-TIME-2
                                             TO XL-AFTER-DATE-TIME
                    MOVE WS-SWAP-POS-TIE-2   TO XL-AFTER-TIE
                    PERFORM P8950-POST-XB-LEDGER
                    MOVE WS-SWAP-SUB-2       TO NAME-SUB
                    MOVE SPACES              TO WS-XBL-RECORD
                    MOVE 'W'                 TO XL-ACTION
                    MOVE WS-SWAP-POS-DATE-TIME-2
                                             TO XL-BEFORE-DATE-TIME
                    MOVE WS-SWAP-POS-TIE-2   TO XL-BEFORE-TIE
                    MOVE WS-SWAP-POS-DATE-TIME-1
                                             TO XL-AFTER-DATE-TIME
                    MOVE WS-SWAP-POS-TIE-1   TO XL-AFTER-TIE
                    PERFORM P8950-POST-XB-LEDGER
      *TBD-E
372630                 ELSE                                                     
372631                    SET ERRORS-FOUND TO TRUE                              
372632                    MOVE 'P6500-3' TO ERR-PARAGRAPH                       
379800              MOVE EBTURN    TO ERR-KEY                           37980000
379900              PERFORM P9999-GOT-PROBLEM                           37990000
380000           END-IF                                                 38000000
      *TBD-B
      *MAINTENANCE LEDGER - TAG SET, WITH THE TURN THAT HELD IT.
           MOVE SPACES                 TO WS-XBL-RECORD
           MOVE 'T'                    TO XL-ACTION
           MOVE SCR06-TURN(NAME-SUB)   TO XL-TAG-TURN
           IF WS-TURN-WITH-TAG > SPACES
              MOVE WS-TURN-WITH-TAG(7:4) TO XL-PREV-TAG-TURN
           END-IF
           PERFORM P8950-POST-XB-LEDGER
      *TBD-E
380100        ELSE                                                      38010000
380200           SET ERRORS-FOUND TO TRUE                               38020000
380300           IF NO-RECORD-FND                                       38030000
420400     END-IF                                                       42040000
420500     ADD 1                      TO WORK-HIST-TIME.                42050000
420600*                                                                 42060000
      *TBD-B
      *EXTRABOARD MAINTENANCE LEDGER.  POSTS THE ACTION SET UP IN
      *WS-XBL-RECORD FOR THE TURN ON SCREEN LINE NAME-SUB (OR THE
      *TURN ALREADY IN XL-TURN), ADDING THE SIGNED-ON USER, THE REASON
      *CODE, THE TURN'S POSITION NOW (UNLESS THE CALLER HAS IT OR THE
      *TURN IS GONE), THE TURN HOLDING THE TAG AND THE BOARD SIZE
      *AFTER THE ACTION.  A LEDGER ENTRY THAT CANNOT BE WRITTEN DOES
      *NOT STOP THE MAINTENANCE.  THE TURN IS THEN REFILED ON THE
      *BOARD INDEX.
       P8950-POST-XB-LEDGER.
      *
           MOVE SCR06-DIST             TO XL-DIST
           MOVE SCR06-SUB-DIST         TO XL-SDIST
           MOVE SCR06-CC               TO XL-CRAFT
           MOVE WS-LOCAL-DATE-TIME     TO XL-EVENT-DATE-TIME
           IF XL-TURN NOT > SPACES
              MOVE SCR06-TURN(NAME-SUB) TO XL-TURN
              IF P06CA-EMP-NO(NAME-SUB) > ZEROES
                 MOVE P06CA-EMP-NO(NAME-SUB) TO XL-EMP-NBR
              END-IF
           END-IF
           IF XL-AFTER-POS NOT > SPACES
              AND XL-ACTION NOT = 'C'
              AND XL-ACTION NOT = 'D'
              MOVE XL-TURN             TO XB-WORK-KEY2-TURN
              MOVE XB-WORK-KEY2        TO EBTURN
              EXEC CICS READ
                        DATASET(EB-VIA-TURN-NBR)
                        INTO(WS-EXTRA-BOARD)
                        LENGTH(EBTURNNO-RLGTH)
                        RIDFLD(EBTURN)
                        KEYLENGTH(EBTURNNO-KLGTH)
                        RESP(WS-RESPONSE)
              END-EXEC
              MOVE WS-RESPONSE         TO FILE-STATUS
              IF SUCCESS
                 MOVE EB-POS-DATE-TIME   TO XL-AFTER-DATE-TIME
                 MOVE EB-POS-TIE-BREAKER TO XL-AFTER-TIE
              END-IF
           END-IF
           IF TAG-XB AND XL-TAG-TURN NOT > SPACES
              PERFORM P8000-LOCATE-TAG
              IF WS-TURN-WITH-TAG > SPACES
                 MOVE WS-TURN-WITH-TAG(7:4) TO XL-TAG-TURN
              END-IF
           END-IF
           PERFORM P0300-GET-NBR-ASSIGNED
           MOVE P06CA-NBR-ASSIGNED-NUM TO XL-BOARD-SIZE
           MOVE SCR06-REASON           TO XL-REASON
           EXEC CICS ASSIGN
                     USERID(XL-USERID)
           END-EXEC
           MOVE ZEROS                  TO XL-SEQ
           PERFORM P8950A-WRITE-XBL
           PERFORM P8950B-NEXT-XBL-SEQ
              UNTIL WS-RESPONSE NOT = DFHRESP(DUPREC)
                 OR XL-SEQ = 99
           MOVE XL-DIST                TO BXC-DIST
           MOVE XL-SDIST               TO BXC-SDIST
           MOVE XL-CRAFT               TO BXC-CRAFT
           MOVE XL-TURN                TO BXC-TURN
           PERFORM P8960-POST-BOARD-INDEX.
      *
       P8950A-WRITE-XBL.
      *
           EXEC CICS WRITE
                     DATASET(XBL-VIA-BOARD-EVENT)
                     FROM(WS-XBL-RECORD)
                     LENGTH(XBL-RLGTH)
                     RIDFLD(XL-KEY)
                     KEYLENGTH(XBL-KLGTH)
                     RESP(WS-RESPONSE)
           END-EXEC.
      *
       P8950B-NEXT-XBL-SEQ.
      *
           ADD 1                       TO XL-SEQ
           PERFORM P8950A-WRITE-XBL.
      *TBD-E
      *TBD-B
      *EXTRABOARD BOARD INDEX.  REFILES THE TURN IN BXC-BOARD/BXC-TURN
      *ON THE BOARD INDEX FROM ITS EB RECORD AS IT STANDS NOW, OR
      *DROPS IT IF THE TURN IS GONE.  CNP961 MARKS THE BOARD STALE
      *WHEN IT CANNOT FOLLOW THE CHANGE AND THE SCREENS THEN BUILD
      *FROM THE EB FILE, SO A RESULT NOT ZERO DOES NOT STOP THE
      *MAINTENANCE.
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
              MOVE WS-LOCAL-DATE-TIME  TO BXC-DATE-TIME
              MOVE ZEROS               TO BXC-RESULT
              EXEC CICS LINK
                        PROGRAM(CNP961-PGM)
                        COMMAREA(CNP961-COMMAREA)
                        LENGTH(CNP961-LGTH)
                        RESP(WS-RESPONSE)
              END-EXEC
           END-IF.
      *TBD-E
420700 PXXXX-JOB-OWNER.                                                 42070000
420800*                                                                 42080000
420900     MOVE WORK-ASGNKEY1 TO ASGNKEY1                               42090000
466500 P9999-GOT-PROBLEM.                                               46650000
466600*                                                                 46660000
466700     MOVE P06-PGM  TO ERR-PROGRAM                                 46670000
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
466800     MOVE DFHEIBLK TO ERR-EIBLK                                   46680000
466900     EXEC CICS XCTL                                               46690000
467000               PROGRAM(PSTERR-PGM)                                46700000
467700               CANCEL                                             46770000
467800     END-EXEC.                                                    46780000
467900*                                                                 46790000
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
468000 X9999-GOBACK.                                                    46800000
468100     GOBACK.                                                      46810000
468200*                                                                 46820000
