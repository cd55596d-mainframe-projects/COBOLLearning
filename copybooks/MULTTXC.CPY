000100*-----------------------------------------------------------------
000200* MULTTXC.CPY
000300* CONTROL RECORD READ BY MULTTAXLIAB - NAMES ONE DAY'S MULTINV
000400* INVOICE FEED (KEPT UNDER ITS OWN FILE NAME) TO BE ROLLED INTO
000500* THE PERIOD-END SALES TAX LIABILITY REPORT.  SAME LAYOUT AS THE
000600* CALCMTDC LIST CALCMTDSUMM READS.
000700*-----------------------------------------------------------------
000800 01  MULT-TAX-CONTROL-RECORD.
000900     05  MULT-TXC-FILENAME        PIC X(30).
