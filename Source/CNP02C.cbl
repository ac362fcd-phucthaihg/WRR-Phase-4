003200*02/10/09   JES  CNC0436B RECOMPILE ONLY FOR WSTASK EXPANSION.    00320013
003210*08/13/13   AXK  CNC0531   == RECOMPILE ONLY ==                   00321014
003220*                         ADDED YARD CRAFTS Y0-Y9 AND YT          00322014
      *10/15/26   JMC           P9999 WRITES ERRLOG THROUGH P9995/P9996
      *                         WITH THE ERROR, USER, TERMINAL AND
      *                         TRANSACTION BEFORE THE ERROR PROGRAM.
003300***************************************************************** 00330006
003400 ENVIRONMENT DIVISION.                                            00340006
003500 CONFIGURATION SECTION.                                           00350006
012400***                 CALLED ROUTINES COPYBOOKS.                    01240006
012500***************************************************************** 01250006
012600     COPY PSTERAR.                                                01260006
      *TBD-B
           COPY WSERRLOG.
      *TBD-E
012700     COPY P901COMM.                                               01270006
012800     COPY P903COMM.                                               01280006
012900***************************************************************** 01290006
129500 P9999-GOT-PROBLEM.                                               12950006
129600*                                                                 12960006
129700     MOVE P02C-PGM  TO ERR-PROGRAM                                12970006
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
129800     MOVE DFHEIBLK  TO ERR-EIBLK                                  12980006
129900     EXEC CICS LINK                                               12990006
130000               PROGRAM(PSTERR-PGM)                                13000006
131000     END-IF                                                       13100006
131100     EXEC CICS RETURN END-EXEC.                                   13110006
131200*                                                                 13120006
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
131300 X9999-GOBACK.                                                    13130006
131400     GOBACK.                                                      13140006
