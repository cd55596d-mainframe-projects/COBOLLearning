000100*-----------------------------------------------------------------
000200* MULTPRH.CPY
000300* PRODUCT PRICE SCHEDULE RECORD - ONE RECORD PER PRICE AN ITEM
000400* HAS CARRIED OR IS SCHEDULED TO CARRY, EFFECTIVE FROM
000500* MULT-PRH-EFF-DATE (YYMMDD) UNTIL THE ITEM'S NEXT RECORD.  THE
000600* FILE IS MAINTAINED ONLY BY MULTPRDMAINT, WHICH KEEPS IT IN ITEM
000700* AND EFFECTIVE DATE ORDER AND NEVER DROPS A RECORD, SO IT IS ALSO
000800* THE PRICE HISTORY PRINTED BY MULTPRCHIST.  AN EFFECTIVE DATE OF
000900* ZERO IS THE PRICE THE ITEM ALREADY CARRIED ON MULTPRD WHEN ITS
001000* PRICES WERE FIRST SCHEDULED.  MULTIPLY2VALUES PRICES EACH LINE
001100* AT THE ITEM'S LATEST RECORD EFFECTIVE ON OR BEFORE THE RUN DATE.
001200* MULT-PRH-ENTERED IS THE DATE THE MAINTENANCE RUN TOOK THE
001250* CHANGE.
001300*-----------------------------------------------------------------
001400 01  MULT-PRICE-SCHED-RECORD.
001500     05  MULT-PRH-ITEM             PIC X(06).
001600     05  MULT-PRH-EFF-DATE         PIC 9(06).
001700     05  MULT-PRH-PRICE            PIC 9(05)V99.
001800     05  MULT-PRH-ENTERED          PIC 9(06).
