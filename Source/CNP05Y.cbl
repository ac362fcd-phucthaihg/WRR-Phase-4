      *                          RENAME RESETCOS TO RESETMNL.
      *                          ADD RESETS32/N32/M32.
      *09/15/23   RJA   CNLD-281 ADD TOTAL TIME FIELD.
      *10/15/26   JMC           LIMBO TIME - SHOW EACH TOUR'S LIMBO AND
      *                         THE PAY-AS-US MONTH-TO-DATE TOTAL FROM
      *                         THE CNB233 LIMBO MONTH FILE (P4420).
      *                         P9999 WRITES ERRLOG THROUGH P9995/P9996
      *                         BEFORE THE ERROR PROGRAM.
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
           88  WS-7DAY-RESET-KNOWN                     VALUE 'Y'.
           88  WS-7DAY-RESET-UNKNOWN                   VALUE 'N'.
      *TBD-E
      *TBD-B
      *LIMBO MONTH FILE, KEPT BY CNB233 - ONE RECORD PER PAY-AS-US
      *EMPLOYEE PER CALENDAR MONTH.  READ BY P4420-GET-LIMBO-MTD.
      *TWO NEW FIELDS ON THE PSM05YRE MAP (ADD THEM TO THE MAPSET):
      *SCR05Y-LIMBO, A 6-BYTE HHH:MM FIELD ON EACH TOUR ROW FOR THE
      *TOUR'S LIMBO TIME, AND SCR05Y-LIMBO-MTD, A 7-BYTE HEADER FIELD
      *FOR THE MONTH-TO-DATE HHH:MM FOLLOWED BY THE '!' OR '*' FLAG.
       01  LMB-VIA-EMP-MONTH               PIC X(08) VALUE 'CNVLMB01'.
       01  LMB-RLGTH                       PIC S9(4) COMP VALUE +80.
       01  LMB-KLGTH                       PIC S9(4) COMP VALUE +15.
       01  LMBKEY.
           05  LMBKEY-EMP-NBR              PIC X(09) VALUE SPACES.
           05  LMBKEY-MONTH                PIC X(06) VALUE SPACES.
       01  WS-LMB-RECORD.
           05  LMB-KEY                     PIC X(15).
           05  LMB-EMP-NAME                PIC X(26).
           05  LMB-DIST                    PIC X(02).
           05  LMB-SDIST                   PIC X(02).
           05  LMB-CRAFT                   PIC X(02).
           05  LMB-LIMBO-MINS              PIC 9(05).
           05  LMB-TOUR-COUNT              PIC 9(03).
           05  LMB-STATUS                  PIC X(01).
               88  LMB-APPROACHING                     VALUE 'A'.
               88  LMB-EXCEEDED                        VALUE 'E'.
           05  LMB-LAST-CALC               PIC X(12).
           05  FILLER                      PIC X(12).
       01  WS-LMB-HRS                      PIC 9(04) VALUE ZEROES.
       01  WS-LMB-MNS                      PIC 9(02) VALUE ZEROES.
       01  WS-FORMATTED-LIMBO.
           05  WS-FORMATTED-LMB-HRS        PIC ZZ9.
           05  FILLER                      PIC X(01) VALUE ':'.
           05  WS-FORMATTED-LMB-MNS        PIC 99.
      *TBD-E

010900 01  CONV-START-DATE-TIME.
011000     05  CONV-START-DATE-CENT.
018400***                 CALLED ROUTINES COPYBOOKS.
018500*****************************************************************
018600     COPY PSTERAR.
      *TBD-B
           COPY WSERRLOG.
      *TBD-E
018700     COPY P902COMM.
018800     COPY P903COMM.
018900     COPY P943COMM.
032800                                SCR05Y-TIME-SPENT(SUB1)
032900                                SCR05Y-CALL-STATUS(SUB1)
033000                                SCR05Y-MANUAL-UPD(SUB1)
      *TBD-B
                                      SCR05Y-LIMBO(SUB1)
      *TBD-E
033100     END-PERFORM.
033200******************************************************************
033300 P0030-RESET-ATTRIBUTES.
                                      SCR05Y-8DAY-TTOD
                                      SCR05Y-7DAY-CNTDN
                                     *TBD-E
           *TBD-B
            PERFORM P4420-GET-LIMBO-MTD
           *TBD-E
065600        IF WS-CAN-WRR-NEW
065400           PERFORM P4400-GET-28D-TTOD
065400           PERFORM P4310-GET-7D-END-PERIOD
                                      SCR05Y-8DAY-TTOD
                                      SCR05Y-7DAY-CNTDN
                                     *TBD-E
           *TBD-B
            PERFORM P4420-GET-LIMBO-MTD
           *TBD-E
065600        IF WS-CAN-WRR-NEW
065400           PERFORM P4400-GET-28D-TTOD
065400           PERFORM P4310-GET-7D-END-PERIOD
151100           END-IF
151200        END-IF
151300     END-IF
      *TBD-B
      *LIMBO MINUTES CAPTURED ON THE TOUR BY CNB233 (PAY-AS-US ONLY).
      *TBD  EMPTOD-LIMBO-MINS AND EMPTOD-LIMBO-SOURCE ARE FIELDS
      *WSEMPTOD MUST CARRY, CARVED FROM ITS FILLER AS IN CNB233.  THE
      *PRODUCTION WSEMPTOD COPYBOOK IS NOT CHECKED OUT TO THIS LIBRARY -
      *VERIFY BEFORE NEXT COMPILE.
           IF EMPTOD-LIMBO-MINS NUMERIC
              AND EMPTOD-LIMBO-MINS > ZEROES
              DIVIDE EMPTOD-LIMBO-MINS BY 60
                     GIVING WS-LMB-HRS
                     REMAINDER WS-LMB-MNS
              MOVE WS-LMB-HRS            TO WS-FORMATTED-LMB-HRS
              MOVE WS-LMB-MNS            TO WS-FORMATTED-LMB-MNS
              MOVE WS-FORMATTED-LIMBO    TO SCR05Y-LIMBO(SUB1)
           ELSE
              MOVE SPACES                TO SCR05Y-LIMBO(SUB1)
           END-IF
      *TBD-E
151400     .
151500******************************************************************
151600 P4200-FORMAT-DATE-TIME.
           MOVE WS-FORMATTED-TOTAL-TIME       TO SCR05Y-8DAY-TTOD
           .
      *TBD-E
      *TBD-B
      ******************************************************************
       P4420-GET-LIMBO-MTD.
      ******************************************************************
      *MONTH-TO-DATE LIMBO TIME FOR A PAY-AS-US EMPLOYEE, AS TOTALLED BY
      *THE CNB233 DAILY RUN.  BLANK FOR CANADIAN EMPLOYEES AND WHEN THE
      *MONTH HAS NO LIMBO YET.  '!' FLAGS AN EMPLOYEE PAST THE WARNING
      *LEVEL, '*' ONE PAST THE MONTHLY LIMIT.
           MOVE SPACES                        TO SCR05Y-LIMBO-MTD
           IF PAY-AS-US
              MOVE SCR05Y-EMP-NBR             TO LMBKEY-EMP-NBR
              MOVE WS-LOCAL-DATE-CENT(1:6)    TO LMBKEY-MONTH
              EXEC CICS READ
                        DATASET(LMB-VIA-EMP-MONTH)
                        INTO(WS-LMB-RECORD)
                        LENGTH(LMB-RLGTH)
                        RIDFLD(LMBKEY)
                        KEYLENGTH(LMB-KLGTH)
                        RESP(WS-RESPONSE)
              END-EXEC
              MOVE WS-RESPONSE                TO FILE-STATUS
              IF SUCCESS
                 DIVIDE LMB-LIMBO-MINS BY 60
                        GIVING WS-LMB-HRS
                        REMAINDER WS-LMB-MNS
                 MOVE WS-LMB-HRS              TO WS-FORMATTED-LMB-HRS
                 MOVE WS-LMB-MNS              TO WS-FORMATTED-LMB-MNS
                 MOVE WS-FORMATTED-LIMBO      TO SCR05Y-LIMBO-MTD(1:6)
                 IF LMB-EXCEEDED
                    MOVE '*'                  TO SCR05Y-LIMBO-MTD(7:1)
                 END-IF
                 IF LMB-APPROACHING
                    MOVE '!'                  TO SCR05Y-LIMBO-MTD(7:1)
                 END-IF
              ELSE
                 IF NOT (NO-RECORD-FND OR END-OF-FILE)
                    MOVE 'P4420-1'            TO ERR-PARAGRAPH
                    MOVE LMBKEY               TO ERR-KEY
                    PERFORM P9999-GOT-PROBLEM
                 END-IF
              END-IF
           END-IF
           .
      *TBD-E
      *
031100*CNLD-216-B
      ******************************************************************
222600 P9999-GOT-PROBLEM.
222700******************************************************************
222800     MOVE P05Y-PGM TO ERR-PROGRAM
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
222900     MOVE DFHEIBLK TO ERR-EIBLK
223000     EXEC CICS LINK
223100               PROGRAM(PSTERR-PGM)
224100     END-IF
224200     EXEC CICS RETURN END-EXEC.
224300*
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
224400******************************************************************
224500 X9999-GOBACK.
224600******************************************************************
