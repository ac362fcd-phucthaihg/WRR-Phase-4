000100******************************************************************00000100
000200***        (WSERRLOG) CENTRAL ERROR LOG - CNB256X COMMAREA        00000200
000300***                  COMMAREA LENGTH = 208                        00000300
000400******************************************************************00000400
000500***  EVERY BATCH PROGRAM FILLS THIS IN FROM ITS ERROR FIELDS IN   00000500
000600***  P9999-GOT-PROBLEM AND CALLS CNB256X, WHICH ADDS IT TO THE    00000600
000700***  CENTRAL ERROR LOG (ERRLOG) STAMPED WITH THE DATE AND TIME.   00000700
000800***  ONLINE PROGRAMS FILL IN THE SAME FIELDS BUT WRITE THE LOG    00000800
000900***  RECORD THEMSELVES (ERRLOG-RECORD BELOW) WITH EXEC CICS WRITE 00000900
001000***  IN P9995-WRITE-ERRLOG.  CNB256 REPORTS THE LOG - THE DAILY   00001000
001100***  DIGEST AND THE HELP DESK INQUIRY.  THE LOG IS WRITTEN ON THE 00001100
001200***  WAY OUT ONLY; XE-RESULT AND ERRLOG-RESP ARE NOT CHECKED, AND 00001200
001250***  A LOG THAT CANNOT BE WRITTEN NEVER STOPS THE PROGRAM'S OWN   00001250
001280***  ERROR HANDLING.                                              00001280
001300******************************************************************00001300
001400*                                                                 00001400
001500 01  CNB256X-PGM                   PIC X(08) VALUE 'CNB256X'.     00001500
001600 01  CNB256X-LGTH                  PIC S9(4) COMP VALUE +208.     00001600
001700 01  CNB256X-RESP                  PIC S9(8) COMP VALUE ZEROS.    00001700
001800 01  CNB256X-COMMAREA.                                            00001800
001900     05  XE-PROGRAM                PIC X(08) VALUE SPACES.        00001900
002000*        O - ONLINE, B - BATCH:                                   00002000
002100     05  XE-SOURCE                 PIC X(01) VALUE 'B'.           00002100
002200     05  XE-PARAGRAPH              PIC X(30) VALUE SPACES.        00002200
002300     05  XE-KEY                    PIC X(60) VALUE SPACES.        00002300
002400     05  XE-FSTAT                  PIC X(04) VALUE SPACES.        00002400
002500     05  XE-FILE                   PIC X(08) VALUE SPACES.        00002500
002600     05  XE-SENTENCE               PIC X(80) VALUE SPACES.        00002600
002700     05  XE-USER                   PIC X(08) VALUE SPACES.        00002700
002800     05  XE-TERMINAL               PIC X(04) VALUE SPACES.        00002800
002900     05  XE-TRAN                   PIC X(04) VALUE SPACES.        00002900
003000     05  XE-RESULT                 PIC 9(01) VALUE ZEROS.         00003000
003100         88  XE-LOGGED                    VALUE 0.                00003100
003200         88  XE-LOG-UNAVAILABLE           VALUE 2.                00003200
003300 01  FILLER REDEFINES CNB256X-COMMAREA.                           00003300
003400     05  FILLER                    PIC X(08).                     00003400
003500     05  XE-ERROR-DATA             PIC X(199).                    00003500
003600     05  FILLER                    PIC X(01).                     00003600
003700*                                                                 00003700
003800******************************************************************00003800
003900***  ONLINE LOG RECORD - SAME LAYOUT AS CNB256'S ELOG-RECORD.     00003900
004000***  ERRLOG IS A PRE-ALLOCATED KSDS (KEY 24, RECORD 250) DEFINED  00004000
004100***  TO CICS UNDER THE FILE NAME IN ERRLOG-DSN; IT IS NEVER       00004100
004200***  CREATED ON FIRST USE.  ERRLOG-SW STOPS A SECOND ATTEMPT IN   00004200
004300***  THE SAME TASK.                                               00004300
004400******************************************************************00004400
004500 01  ERRLOG-DSN                    PIC X(08) VALUE 'ERRLOG'.      00004500
004600 01  ERRLOG-RLGTH                  PIC S9(4) COMP VALUE +250.     00004600
004700 01  ERRLOG-RESP                   PIC S9(8) COMP VALUE ZEROS.    00004700
004800 01  ERRLOG-SW                     PIC X(01) VALUE 'N'.           00004800
004900     88  ERRLOG-TRIED                     VALUE 'Y'.              00004900
005000 01  ERRLOG-ABSTIME                PIC S9(15) COMP-3 VALUE +0.    00005000
005100 01  ERRLOG-SECS                   PIC S9(15) COMP-3 VALUE +0.    00005100
005200 01  ERRLOG-MSECS                  PIC 9(03) VALUE ZEROS.         00005200
005300 01  ERRLOG-CENTS                  PIC 9(02) VALUE ZEROS.         00005300
005400 01  ERRLOG-RECORD.                                               00005400
005500     05  ERRLOG-KEY.                                              00005500
005600*        YYMMDDHHMMSS:                                            00005600
005700         10  ERRLOG-DATE-TIME.                                    00005700
005800             15  ERRLOG-DATE       PIC X(06).                     00005800
005900             15  ERRLOG-TIME       PIC X(06).                     00005900
006000         10  ERRLOG-HUNDREDTHS     PIC X(02).                     00006000
006100         10  ERRLOG-PROGRAM        PIC X(08).                     00006100
006200         10  ERRLOG-SEQ            PIC 9(02).                     00006200
006300     05  ERRLOG-ERROR-DATA         PIC X(199).                    00006300
006400     05  FILLER                    PIC X(27).                     00006400
