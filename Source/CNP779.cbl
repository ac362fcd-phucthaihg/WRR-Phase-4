005650* 02/23/16 CNC0576 MFO MASK STATUS/REASON FIELDS - HOLD TURN.     00610068
005660* 06/30/16 C1129   RXB ADD BOOK-ON RECORD FROM TASK LIST TO      *00620071
005670*                      DISPLAY CORRECT RETURN DATE FOR VACATION  *00630071
      * 10/15/26         JMC CREW-ROOM DISPLAY FEED (CALLDSPL) - NAMES,*
      *                      CRAFTS, TURNS AND POSITIONS ONLY, FOR     *
      *                      CNB255 TO PUBLISH (P2950-P2959).  P9999   *
      *                      CALLS CNB256X WITH THE ERROR FIELDS BEFORE*
      *                      STOPPING.                                 *
005700*----------------------------------------------------------------*00640028
005800                                                                  00650002
005900 ENVIRONMENT DIVISION.                                            00660002
       ACCESS IS SEQUENTIAL
       FILE STATUS IS FILE-STATUS.
      *TBD-E
      *TBD-B
      *CREW-ROOM DISPLAY FEED - THE BOARD AS CREWS MAY SEE IT, ONE
      *HEADER, THE GROUP AND NAME LINES OF EACH SECTION, AND A TRAILER
      *WRITTEN ONLY WHEN THE REPORT RUNS TO THE END.  CNB255 PUBLISHES
      *IT TO THE CREW-ROOM SCREENS.  SEE P2950-WRITE-DISPLAY-HEADER.
           SELECT DSPL-FILE
           ASSIGN TO CALLDSPL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
      *TBD-E
009000                                                                  00970002
009100 DATA DIVISION.                                                   00980002
009200                                                                  00990002
       05  FILLER                   PIC X VALUE ','.
       05  EXTR-STATUS              PIC X(21).
      *TBD-E
      *TBD-B
      *ONE RECORD PER DISPLAY LINE.  ONLY NAMES, CRAFTS, TURNS AND
      *POSITIONS ARE CARRIED - NO STATUS, LAYOFF REASON, REST, HOURS OF
      *SERVICE OR RESTRICTION EVER GOES ON THIS FILE.
       FD  DSPL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DSPL-RECORD.
           05  DSPL-TYPE               PIC X(01).
               88  DSPL-HEADER                   VALUE 'H'.
               88  DSPL-GROUP-LINE               VALUE 'G'.
               88  DSPL-DETAIL                   VALUE 'D'.
               88  DSPL-TRAILER                  VALUE 'T'.
           05  DSPL-DIST               PIC X(02).
           05  DSPL-SUB-DIST           PIC X(02).
      *    TR TRAINS ENROUTE, PI/PO POOLS IN/OUT OF TOWN, LC LOCALS IN
      *    TOWN, XB EXTRA BOARDS, OB OFF BOARDS:
           05  DSPL-SECTION            PIC X(02).
           05  DSPL-GROUP              PIC X(26).
           05  DSPL-HDR-DATA REDEFINES DSPL-GROUP.
      *        YYMMDDHHMM LOCAL:
               10  DSPL-AS-OF          PIC X(10).
               10  DSPL-RESTART-FL     PIC X(01).
                   88  DSPL-RESTART-RUN          VALUE 'Y'.
               10  DSPL-LINE-COUNT     PIC 9(05).
               10  FILLER              PIC X(10).
           05  DSPL-CRAFT              PIC X(10).
           05  DSPL-TURN               PIC X(04).
           05  DSPL-NAME               PIC X(26).
           05  FILLER                  PIC X(07).
      *TBD-E
011400                                                                  01210002
011500 WORKING-STORAGE SECTION.                                         01220002
011600                                                                  01230002
021326         10  WS-CKPT-POOL-TERM      PIC 9     VALUE ZERO.                 
021327         10  WS-CKPT-POOL-CODE      PIC X(2)  VALUE SPACES.               
021328*TBD-E                                                           
      *TBD-B
      *CREW-ROOM DISPLAY FEED - SECTION AND GROUP NOW BEING WRITTEN.
       01  WS-DSPL-INFO.
           05  WS-DSPL-DIST           PIC XX    VALUE SPACES.
           05  WS-DSPL-SUB-DIST       PIC XX    VALUE SPACES.
           05  WS-DSPL-SECTION        PIC XX    VALUE SPACES.
           05  WS-DSPL-GROUP          PIC X(26) VALUE SPACES.
           05  WS-DSPL-COUNT          PIC 9(05) VALUE ZEROS.
           05  WS-DSPL-CRAFT          PIC X(10) VALUE SPACES.
           05  WS-DSPL-TURN           PIC X(04) VALUE SPACES.
           05  WS-DSPL-NAME           PIC X(26) VALUE SPACES.
      *TBD-E
021400 01  MARRIED-CRAFT-FLAGS.                                         02250002
021500     05  EN-FI-MARRIED-FLAG          PIC X(001) VALUE SPACES.     02260002
021600         88  EN-FI-MARRIED                      VALUE 'Y', '1'.   02270002
081200     COPY WSBATERR.                                               08510002
081300     COPY WSLOCODE.                                               08520002
081400     COPY WSERRMSG.                                               08530002
      *TBD-B
           COPY WSERRLOG.
      *TBD-E
081500     COPY PSTBATCH.                                               08540002
081600     COPY PSTCCRFT.                                               08550002
081700     COPY WSCENTER.                                               08560002
087400     PERFORM P9800-GET-TIME-OFFSET                                09190002
087500                                                                  09200002
087600     PERFORM P0025-GET-TITLES                                     09210002
      *TBD-B
           PERFORM P2950-WRITE-DISPLAY-HEADER
      *TBD-E
087700                                                                  09220002
087800     PERFORM P0050-GET-REPORTS                                    09230002
087900                                                                  09240002
096753     END-IF                                                               
096754*TBD-E                                                           
096800                                                                  10130002
      *TBD-B
           PERFORM P2955-WRITE-DISPLAY-TRAILER
      *TBD-E
096900     IF LINE-COUNT > 55                                           10140046
097000        PERFORM P9000-TITLE                                       10150002
097100     END-IF                                                       10160002
       MOVE TRAIN-ENROUTE-FROM TO EXTR-STATUS
       PERFORM P2900-WRITE-EXTRACT-RECORD
      *TBD-E
      *TBD-B
           MOVE 'TR'                  TO WS-DSPL-SECTION
           MOVE TRAIN-ENROUTE         TO WS-DSPL-GROUP
           PERFORM P2951-WRITE-DISPLAY-GROUP
      *TBD-E
119100     ADD 2 TO LINE-COUNT.                                         12360002
119200                                                                  12370002
119300 P1200-GET-TRAIN-DETAIL-INFO.                                     12380002
125300               WRITE PL-R FROM TRAINS-ENROUTE-2 AFTER             12980002
125400                                          ADVANCING 1 LINES       12990002
125500               ADD    1                   TO LINE-COUNT           13000002
      *TBD-B
                 MOVE TRAIN-CC         TO WS-DSPL-CRAFT
                 MOVE TRAIN-TURN       TO WS-DSPL-TURN
                 MOVE TRAIN-EMP        TO WS-DSPL-NAME
                 PERFORM P2952-WRITE-DISPLAY-DETAIL
      *TBD-E
125600            END-IF                                                13010002
125700     END-PERFORM                                                  13020002
125800                                                                  13030002
       MOVE LOCAL-ENROUTE-FROM TO EXTR-STATUS
       PERFORM P2900-WRITE-EXTRACT-RECORD
      *TBD-E
      *TBD-B
           MOVE 'TR'                  TO WS-DSPL-SECTION
           MOVE SPACES                TO WS-DSPL-GROUP
           MOVE LOCAL-ENROUTE         TO WS-DSPL-GROUP (1:10)
           MOVE LOCAL-ENROUTE-NAME    TO WS-DSPL-GROUP (12:15)
           PERFORM P2951-WRITE-DISPLAY-GROUP
      *TBD-E
137400     ADD 2 TO LINE-COUNT.                                         14190002
137500                                                                  14200002
137600 P1700-GET-LOCAL-DETAIL-INFO.                                     14210002
156900             WRITE PL-R FROM CREWS-IN-TOWN-1 AFTER                16140002
157000                     ADVANCING 2 LINES                            16150002
157100             ADD 2                 TO LINE-COUNT                  16160002
      *TBD-B
                 IF WS-TERM = ZEROES
                    MOVE 'PI'          TO WS-DSPL-SECTION
                 ELSE
                    MOVE 'PO'          TO WS-DSPL-SECTION
                 END-IF
                 MOVE CREWS-IN-TOWN-POOL TO WS-DSPL-GROUP
                 PERFORM P2951-WRITE-DISPLAY-GROUP
      *TBD-E
157200             MOVE SPACES           TO WORK-UFPPOS-KEY             16170002
157300             MOVE LINK-DIST        TO POS-DIST                    16180002
157400             MOVE LINK-SUB-DIST    TO POS-SUB-DIST                16190002
       MOVE CREWS-IT-RESTED    TO EXTR-STATUS
       PERFORM P2900-WRITE-EXTRACT-RECORD
      *TBD-E
      *TBD-B
           MOVE CREWS-IT-CRAFT        TO WS-DSPL-CRAFT
           MOVE CREWS-IT-TURN         TO WS-DSPL-TURN
           MOVE CREWS-IT-NAME         TO WS-DSPL-NAME
           PERFORM P2952-WRITE-DISPLAY-DETAIL
      *TBD-E
222500                                                                  23880002
222600                                                                  23890002
222700 P2300-POOL-TITLE.                                                23900002
       GO TO P9999-GOT-PROBLEM
       END-IF.
      *TBD-E
      *TBD-B
      *CREW-ROOM DISPLAY FEED.  THE HEADER CARRIES THE TERMINAL AND THE
      *LOCAL TIME THE BOARD WAS TAKEN.  EVERY LINE KEEPS THAT TERMINAL,
      *EVEN WHILE LM/JX BORROWS THE MC TRAINS AND POOLS.  A RESTARTED
      *RUN IS FLAGGED SO CNB255 LEAVES THE LAST FULL BOARD UP RATHER
      *THAN PUBLISH THE SECTIONS RE-RUN.  EACH GROUP LINE (TRAIN, POOL,
      *LOCAL, EXTRA BOARD, OFF-BOARD CRAFT) IS FOLLOWED BY ITS NAME
      *LINES.  THE TRAILER, WITH THE LINE COUNT, IS WRITTEN ONLY AFTER
      *THE LAST SECTION, SO A RUN THAT ENDS EARLY IS NEVER PUBLISHED.
      *THE CALLER OF P2952 MOVES ONLY WS-DSPL-CRAFT, -TURN AND -NAME.
       P2950-WRITE-DISPLAY-HEADER.

           MOVE ZEROS                 TO WS-DSPL-COUNT
           MOVE LINK-DIST             TO WS-DSPL-DIST
           MOVE LINK-SUB-DIST         TO WS-DSPL-SUB-DIST
           MOVE SPACES                TO DSPL-RECORD
           SET DSPL-HEADER            TO TRUE
           MOVE WS-LOCAL-DATE-TIME-CENT (3:10) TO DSPL-AS-OF
           IF WS-RESTART-MODE
              SET DSPL-RESTART-RUN    TO TRUE
           END-IF
           PERFORM P2959-WRITE-DISPLAY-RECORD.

       P2951-WRITE-DISPLAY-GROUP.

           MOVE SPACES                TO DSPL-RECORD
           SET DSPL-GROUP-LINE        TO TRUE
           MOVE WS-DSPL-GROUP         TO DSPL-GROUP
           PERFORM P2959-WRITE-DISPLAY-RECORD.

       P2952-WRITE-DISPLAY-DETAIL.

           MOVE SPACES                TO DSPL-RECORD
           SET DSPL-DETAIL            TO TRUE
           MOVE WS-DSPL-GROUP         TO DSPL-GROUP
           MOVE WS-DSPL-CRAFT         TO DSPL-CRAFT
           MOVE WS-DSPL-TURN          TO DSPL-TURN
           MOVE WS-DSPL-NAME          TO DSPL-NAME
           PERFORM P2959-WRITE-DISPLAY-RECORD.

       P2955-WRITE-DISPLAY-TRAILER.

           MOVE SPACES                TO DSPL-RECORD
           SET DSPL-TRAILER           TO TRUE
           MOVE WS-LOCAL-DATE-TIME-CENT (3:10) TO DSPL-AS-OF
           MOVE WS-DSPL-COUNT         TO DSPL-LINE-COUNT
           PERFORM P2959-WRITE-DISPLAY-RECORD.

       P2959-WRITE-DISPLAY-RECORD.

           MOVE WS-DSPL-DIST          TO DSPL-DIST
           MOVE WS-DSPL-SUB-DIST      TO DSPL-SUB-DIST
           IF NOT DSPL-HEADER AND NOT DSPL-TRAILER
              MOVE WS-DSPL-SECTION    TO DSPL-SECTION
              ADD 1                   TO WS-DSPL-COUNT
           END-IF
           WRITE DSPL-RECORD
           IF NOT SUCCESS
              MOVE SPACES                TO ERR-KEY
              MOVE FILE-STATUS           TO ERR-FSTAT
              MOVE 'CALLDSPL'            TO ERR-FNAME
              MOVE 'CANNOT WRITE DISPLAY RECORD' TO ERR-DESC
              GO TO P9999-GOT-PROBLEM
           END-IF.
      *TBD-E
223800 P2400-LOCALS-IN-TOWN.                                            24010002
223900                                                                  24020002
224000*                                                                 24030002
240600       PERFORM P2300-POOL-TITLE                                   25690002
240700     END-IF                                                       25700002
240800     WRITE PL-R FROM LOCALS-IN-TOWN-1 AFTER ADVANCING 2 LINE      25710002
      *TBD-B
           MOVE 'LC'                  TO WS-DSPL-SECTION
           MOVE SPACES                TO WS-DSPL-GROUP
           MOVE LOCAL-IN-TOWN         TO WS-DSPL-GROUP (1:6)
           MOVE LOCAL-IN-TOWN-DESC    TO WS-DSPL-GROUP (8:19)
           PERFORM P2951-WRITE-DISPLAY-GROUP
      *TBD-E
240900     ADD 2 TO LINE-COUNT.                                         25720002
241000                                                                  25730002
241100 P2500-GET-CREW-DETAIL.                                           25740002
272100               WRITE PL-R FROM LOCALS-IN-TOWN-2 AFTER             30030002
272200                                          ADVANCING 1 LINES       30040002
272300               ADD    1                   TO LINE-COUNT           30050002
      *TBD-B
                 MOVE LOCALS-IT-CRAFT  TO WS-DSPL-CRAFT
                 MOVE SPACES           TO WS-DSPL-TURN
                 MOVE LOCALS-IT-NAME   TO WS-DSPL-NAME
                 PERFORM P2952-WRITE-DISPLAY-DETAIL
      *TBD-E
272400               IF SAVE-CREW-TEMP-EMP(J)                           30060002
272500                  MOVE '      TEMP'       TO LOCALS-IT-FILLER     30070002
272600                  MOVE SAVE-TEMP-CREW-NAME(J)                     30080002
274500                  WRITE PL-R FROM LOCALS-IN-TOWN-2 AFTER          30270002
274600                                          ADVANCING 1 LINES       30280002
274700                  ADD    1                TO LINE-COUNT           30290002
      *TBD-B
                    MOVE 'TEMP'        TO WS-DSPL-CRAFT
                    MOVE SPACES        TO WS-DSPL-TURN
                    MOVE LOCALS-IT-NAME TO WS-DSPL-NAME
                    PERFORM P2952-WRITE-DISPLAY-DETAIL
      *TBD-E
274800               END-IF                                             30300002
274900            END-IF                                                30310002
275000     END-PERFORM                                                  30320002
280300              WRITE PL-R FROM EXTRABOARDS-1                       30850002
280400                                 AFTER ADVANCING 1 LINES          30860002
280500              ADD 1              TO LINE-COUNT                    30870002
      *TBD-B
                 MOVE 'XB'             TO WS-DSPL-SECTION
                 MOVE EXTRABOARD-DESC  TO WS-DSPL-GROUP
                 PERFORM P2951-WRITE-DISPLAY-GROUP
      *TBD-E
280600              MOVE SPACES        TO P942-COMMAREA-PARMS           30880002
280700              SET P942-ASGN-SEN-FUNCTION                          30890002
280800                                 TO TRUE                          30900002
315200        WRITE PL-R FROM EXTRABOARDS-2 AFTER                       34430002
315300                        ADVANCING 1 LINES                         34440002
315400        ADD 1                    TO LINE-COUNT                    34450002
      *TBD-B
              MOVE SPACES              TO WS-DSPL-CRAFT
              MOVE EXTRABOARD-POSITION TO WS-DSPL-TURN
              MOVE EXTRABOARD-NAME     TO WS-DSPL-NAME
              PERFORM P2952-WRITE-DISPLAY-DETAIL
      *TBD-E
315500     END-IF                                                       34460002
315600     MOVE SPACES                 TO EXTRABOARDS-2                 34470002
315700     .                                                            34480002
367800             ADD 2                  TO LINE-COUNT                 40870002
367900          END-IF                                                  40880002
368000       END-IF                                                     40890002
      *TBD-B
             MOVE 'OB'                 TO WS-DSPL-SECTION
             MOVE LAYOFF-TITLE-FIELD   TO WS-DSPL-GROUP
             PERFORM P2951-WRITE-DISPLAY-GROUP
      *TBD-E
368100       MOVE SPACES         TO WS-MSTR                             40900002
368200       SET OB-NOT-DONE     TO TRUE                                40910002
368300       MOVE LINK-DIST      TO DIST OF WS-MSTR                     40920002
377500                                                                  41980002
377600     WRITE PL-R FROM LAYOFF-1 AFTER ADVANCING 1 LINE              41990002
377700     ADD 1 TO LINE-COUNT                                          42000002
      *TBD-B
           MOVE SPACES                TO WS-DSPL-CRAFT
                                         WS-DSPL-TURN
           MOVE LAYOFF-NAME           TO WS-DSPL-NAME
           PERFORM P2952-WRITE-DISPLAY-DETAIL
      *TBD-E
377800     IF LINE-COUNT > 55                                           42010046
377900        PERFORM P9000-TITLE                                       42020002
378000     END-IF.                                                      42030002
       GO TO P9999-GOT-PROBLEM
       END-IF
      *TBD-E
      *TBD-B
           OPEN OUTPUT DSPL-FILE
           IF NOT SUCCESS
              MOVE SPACES                TO ERR-KEY
              MOVE FILE-STATUS           TO ERR-FSTAT
              MOVE 'CALLDSPL'            TO ERR-FNAME
              MOVE 'CANNOT OPEN DISPLAY FILE' TO ERR-DESC
              GO TO P9999-GOT-PROBLEM
           END-IF
      *TBD-E
419100                                                                  46140002
419200     OPEN INPUT AJ-FILE                                           46150002
419300     IF NOT SUCCESS                                               46160002
      *TBD-B
       CLOSE EXTR-FILE
      *TBD-E
      *TBD-B
           CLOSE DSPL-FILE
      *TBD-E
430300     CLOSE AJ-FILE                                                47260002
430400     CLOSE JS-FILE                                                47270002
430500     CLOSE ASGN-FILE                                              47280002
439420*                                                                 48460002
439500 P9999-GOT-PROBLEM.                                               48470002
439600                                                                  48480002
      *TBD-B
           MOVE ERR-PROG              TO XE-PROGRAM
           MOVE ERR-PARAGRAPH         TO XE-PARAGRAPH
           MOVE ERR-KEY               TO XE-KEY
           MOVE ERR-FSTAT             TO XE-FSTAT
           MOVE ERR-FNAME             TO XE-FILE
           MOVE ERR-DESC              TO XE-SENTENCE
           CALL CNB256X-PGM USING CNB256X-COMMAREA
      *TBD-E
439700     DISPLAY  WS-ERROR-INFO UPON SYSOUT                           48490002
439800     STOP RUN.                                                    48500002
439900                                                                  48510002
