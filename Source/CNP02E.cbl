005200*                         DISPLAY CORRECT RETURN DATE FOR VACATION00520092
005300*04/02/23   RPV CNC0600   WRR PHASE 2 CHANGES                     00521094
009000*08/16/24   RJA  CNLD-309 MTOY AND MTOR ARE OBSOLETE.
      *10/15/26   JMC           P9999 WRITES ERRLOG THROUGH P9995/P9996
      *                         WITH THE ERROR, USER, TERMINAL AND
      *                         TRANSACTION BEFORE THE ERROR PROGRAM.
005400***************************************************************** 00530071
005500 ENVIRONMENT DIVISION.                                            00540071
005600 CONFIGURATION SECTION.                                           00550071
070600***                 CALLED ROUTINES COPYBOOKS.                    06690071
070700***************************************************************** 06700071
070800     COPY PSTERAR.                                                06710071
      *TBD-B
           COPY WSERRLOG.
      *TBD-E
070900     COPY P903COMM.                                               06720071
071000     COPY P910COMM.                                               06730071
071100     COPY P915COMM.                                               06740071
495200 P9999-GOT-PROBLEM.                                               48010071
495300*                                                                 48020071
495400     MOVE P02E-PGM  TO ERR-PROGRAM                                48030071
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
495500     MOVE DFHEIBLK  TO ERR-EIBLK                                  48040071
495600     EXEC CICS XCTL                                               48050071
495700               PROGRAM(PSTERR-PGM)                                48060071
496400               CANCEL                                             48130071
496500     END-EXEC.                                                    48140071
496600*                                                                 48150071
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
496700 X9999-GOBACK.                                                    48160071
496800     GOBACK.                                                      48170071
