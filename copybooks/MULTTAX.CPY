000100*-----------------------------------------------------------------
000200* MULTTAX.CPY
000300* SALES TAX RATE REFERENCE RECORD - ONE RECORD PER TAXING
000400* JURISDICTION NAMED BY MULT-CST-TAX-JURIS ON THE CUSTOMER MASTER.
000500* MULT-TAX-RATE IS A PERCENTAGE WITH THREE DECIMAL PLACES (07250
000600* IS 7.250 PCT).  MULTIPLY2VALUES LOADS THIS FILE INTO A TABLE AT
000700* STARTUP, THE SAME WAY IT LOADS MULTDSC, AND CHARGES THE RATE ON
000800* EACH INVOICE'S TAXABLE LINES; MULTTAXLIAB READS IT FOR THE
000900* JURISDICTION NAMES ON THE PERIOD-END TAX LIABILITY REPORT.
001000*-----------------------------------------------------------------
001100 01  MULT-TAX-RATE-RECORD.
001200     05  MULT-TAX-JURIS            PIC X(04).
001300     05  MULT-TAX-NAME             PIC X(20).
001400     05  MULT-TAX-RATE             PIC 9(02)V9(03).
