016800     88  WS-RPT-OK                        VALUE '00'.             CNB20700
016900 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB20700
017000 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB20700
017010 COPY WSERRLOG.                                                   CNB20700
017100 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB20700
017200     88  WS-FUNC-LIST                     VALUE 'LIST'.           CNB20700
017300     88  WS-FUNC-NOTICE                   VALUE 'NOTICE'.         CNB20700
071400     CLOSE RPT-FILE.                                              CNB20700
071500*                                                                 CNB20700
071600 P9999-GOT-PROBLEM.                                               CNB20700
071610     MOVE 'CNB207'                 TO XE-PROGRAM                  CNB20700
071620     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB20700
071630     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB20700
071640     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB20700
071700     DISPLAY 'CNB207 ABEND IN ' WS-ABEND-PARAGRAPH                CNB20700
071800              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB20700
071900     MOVE 16 TO RETURN-CODE                                       CNB20700
