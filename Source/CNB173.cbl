011700     88  WS-RPT-OK                        VALUE '00'.             CNB17300
011800 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB17300
011900 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB17300
011910 COPY WSERRLOG.                                                   CNB17300
012000 01  WS-SNAP-DONE-SW               PIC X  VALUE 'N'.              CNB17300
012100     88  WS-SNAP-DONE                     VALUE 'Y'.              CNB17300
012200 01  WS-PLOG-EOF-SW                PIC X  VALUE 'N'.              CNB17300
042200           RPT-FILE.                                              CNB17300
042300*                                                                 CNB17300
042400 P9999-GOT-PROBLEM.                                               CNB17300
042410     MOVE 'CNB173'                 TO XE-PROGRAM                  CNB17300
042420     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB17300
042430     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB17300
042440     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB17300
042500     DISPLAY 'CNB173 ABEND IN ' WS-ABEND-PARAGRAPH                CNB17300
042600              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB17300
042700     MOVE 16 TO RETURN-CODE                                       CNB17300
