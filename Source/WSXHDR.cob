002500 01  WS-XHDR-EXPECTED.                                            00002500
002600     05  XPCT-EXTRACT-ID           PIC X(08) VALUE SPACES.        00002600
002700     05  XPCT-RECORD-LGTH          PIC 9(05) VALUE ZEROS.         00002700
002800     05  XPCT-FIELD-MAP-VER        PIC X(04) VALUE '0002'.        00002800
