012100     88  WS-RPT-OK                        VALUE '00'.             CNB21600
012200 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB21600
012300 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB21600
012310 COPY WSERRLOG.                                                   CNB21600
012400 01  WS-FUNC                       PIC X(8) VALUE SPACES.         CNB21600
012500     88  WS-FUNC-MAINT                    VALUE 'MAINT'.          CNB21600
012600     88  WS-FUNC-VALIDATE                 VALUE 'VALIDATE'.       CNB21600
044700           RPT-FILE.                                              CNB21600
044800*                                                                 CNB21600
044900 P9999-GOT-PROBLEM.                                               CNB21600
044910     MOVE 'CNB216'                 TO XE-PROGRAM                  CNB21600
044920     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB21600
044930     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB21600
044940     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB21600
045000     DISPLAY 'CNB216 ABEND IN ' WS-ABEND-PARAGRAPH                CNB21600
045100              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB21600
045200     MOVE 16 TO RETURN-CODE                                       CNB21600
