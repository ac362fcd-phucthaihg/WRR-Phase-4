006900     88  WS-RPT-OK           VALUE '00'.                          CNB11500
006900 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB11500
006900 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB11500
006910 COPY WSERRLOG.                                                   CNB11500
007000 01  WS-EOF-SW                     PIC X  VALUE 'N'.              CNB11500
007100     88  WS-EOF-MSTR                      VALUE 'Y'.              CNB11500
007200 01  WS-RUN-MC-THRESHOLD           PIC 9(2) VALUE ZEROS.          CNB11500
018332     GOBACK.                                                      CNB11500
018333*                                                                 CNB11500
018300 P9999-GOT-PROBLEM.                                               CNB11500
018300     MOVE 'CNB115'                 TO XE-PROGRAM                  CNB11500
018300     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB11500
018300     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB11500
018300     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB11500
018300     DISPLAY 'CNB115 ABEND IN ' WS-ABEND-PARAGRAPH                CNB11500
018300              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB11500
018300     MOVE 16 TO RETURN-CODE                                       CNB11500
