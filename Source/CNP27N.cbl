003650* 02/23/16  CNC0576  MFO  MASK STATUS/REASON FIELDS - HOLD TURN.  00410084
003660* 06/30/16  C1129    RXB  ADD BOOK-ON RECORD FROM TASK LIST TO    00420085
003670*                         DISPLAY CORRECT RETURN DATE FOR VACATION00430085
      * 10/15/26           JMC  P9999 WRITES ERRLOG THROUGH P9995/P9996
      *                         WITH THE ERROR, USER, TERMINAL AND
      *                         TRANSACTION BEFORE THE ERROR PROGRAM.
003700*----------------------------------------------------------------*00440040
003800                                                                  00450040
003900 ENVIRONMENT DIVISION.                                            00460040
077100     COPY PSTCB998.                                               08060040
077200     COPY WSMSG.                                                  08070040
077300     COPY PSTERAR.                                                08080040
      *TBD-B
           COPY WSERRLOG.
      *TBD-E
077400     COPY PSTKEYS.                                                08090040
077500     COPY WSLOCODE.                                               08100040
077600     COPY PSTCCRFT.                                               08110040
493500     PERFORM P9300-DELETE-ALL-PAGES                               53670040
RKW200*    MOVE P43C-PGM                      TO ERR-PROGRAM            53680086
RKW200     MOVE P27N-PGM                      TO ERR-PROGRAM            53681086
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
493700     MOVE DFHEIBLK                      TO ERR-EIBLK              53690040
493800     EXEC CICS XCTL                                               53700040
493900               PROGRAM(PSTERR-PGM)                                53710040
494500               ABCODE(PSTERR-ABCODE)                              53770040
494600               CANCEL                                             53780040
494700     END-EXEC.                                                    53790040
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
494800*=================================================================53800040
494900 COPY CNTRTXT.                                                    53810040
495000 COPY DATEEDIT.                                                   53820040
