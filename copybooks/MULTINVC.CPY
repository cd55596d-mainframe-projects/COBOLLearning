000100*-----------------------------------------------------------------
000200* MULTINVC.CPY
000300* CONTROL RECORD WRITTEN BY MULTINVARCH AND READ BY MULTSALES -
000400* NAMES ONE DAY'S MULTINV INVOICE FEED, ARCHIVED UNDER ITS OWN
000500* DATED FILE NAME (MULTINV.D + YYMMDD).  ENTRIES ARE IN RUN ORDER,
000600* OLDEST FIRST.  SAME LAYOUT AS THE CALCMTDC LIST CALCARCHIVE
000700* KEEPS.
000800*-----------------------------------------------------------------
000900 01  MULT-INV-CONTROL-RECORD.
001000     05  MULT-IVC-FILENAME        PIC X(30).
