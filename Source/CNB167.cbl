011300     88  WS-RPT-OK                        VALUE '00'.             CNB16700
011400 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB16700
011500 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB16700
011510 COPY WSERRLOG.                                                   CNB16700
011600 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB16700
011700     88  WS-FUNC-BUILD                    VALUE 'BUILD'.          CNB16700
011800     88  WS-FUNC-INQUIRY                  VALUE 'INQUIRY'.        CNB16700
031400     CLOSE RPT-FILE.                                              CNB16700
031500*                                                                 CNB16700
031600 P9999-GOT-PROBLEM.                                               CNB16700
031610     MOVE 'CNB167'                 TO XE-PROGRAM                  CNB16700
031620     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB16700
031630     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB16700
031640     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB16700
031700     DISPLAY 'CNB167 ABEND IN ' WS-ABEND-PARAGRAPH                CNB16700
031800              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB16700
031900     MOVE 16 TO RETURN-CODE                                       CNB16700
