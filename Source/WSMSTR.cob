030300*            REDEFINES EMP-MTOR-NUM.                              02960001
030400*            05  EMP-MTOR-DATE         PIC X(6).                  02970001
030500*            05  EMP-MTOR-TIME         PIC X(4).                  02980001
      *TBD-B
      *COURTESY NOTICES AS THE EMPLOYEE NEARS FIRST OUT GO BY THE
      *CHANNEL BELOW - A TEXT TO PAGER-NO OR AN AUTOMATED VOICE CALL
      *(BLANK = TEXT WHEN A PAGER NUMBER IS ON FILE, OTHERWISE VOICE)
      *- ONCE THE EMPLOYEE IS WITHIN MSTR-NOTIFY-TURNS OF FIRST OUT
      *(BLANK OR ZERO = THE STANDARD NUMBER).  TAKEN FROM THE FILLER
      *LEFT BY CNLD-309.
           02  MSTR-NOTIFY-METHOD            PIC X.
               88  NOTIFY-BY-DEFAULT             VALUE SPACE.
               88  NOTIFY-BY-TEXT                VALUE 'T'.
               88  NOTIFY-BY-VOICE               VALUE 'V'.
               88  NOTIFY-DECLINED               VALUE 'N'.
           02  MSTR-NOTIFY-TURNS             PIC XX.
           02  MSTR-NOTIFY-TURNS-NUM REDEFINES
               MSTR-NOTIFY-TURNS             PIC 99.
      *TBD-E
029400     02  FILLER                        PIC X(17).                 02990001
029400*CNLD-309 E                                                       03000001
030600     02  MSTR-SPRD-CALL-DATE-TIME.                                03010001
030700         04  MSTR-SPRD-CALL-DATE       PIC X(06).                 03020001
