008500     88  WS-RPT-OK           VALUE '00'.                          CNB10900
008500 01  WS-ABEND-PARAGRAPH            PIC X(15) VALUE SPACES.        CNB10900
008500 01  WS-ABEND-STATUS               PIC XX VALUE SPACES.           CNB10900
008510 COPY WSERRLOG.                                                   CNB10900
008600 01  WS-JHIST-EOF-SW               PIC X  VALUE 'N'.              CNB10900
008700     88  WS-EOF-JHIST                    VALUE 'Y'.               CNB10900
008800 01  WS-AHIST-EOF-SW               PIC X  VALUE 'N'.              CNB10900
027532     GOBACK.                                                      CNB10900
027533*                                                                 CNB10900
027500 P9999-GOT-PROBLEM.                                               CNB10900
027500     MOVE 'CNB109'                 TO XE-PROGRAM                  CNB10900
027500     MOVE WS-ABEND-PARAGRAPH       TO XE-PARAGRAPH                CNB10900
027500     MOVE WS-ABEND-STATUS          TO XE-FSTAT                    CNB10900
027500     CALL CNB256X-PGM USING CNB256X-COMMAREA                      CNB10900
027500     DISPLAY 'CNB109 ABEND IN ' WS-ABEND-PARAGRAPH                CNB10900
027500              ' FILE STATUS = ' WS-ABEND-STATUS                   CNB10900
027500     MOVE 16 TO RETURN-CODE                                       CNB10900
