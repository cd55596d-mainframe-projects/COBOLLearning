000100*-----------------------------------------------------------------
000200* CALCBRG.CPY
000300* CALCIN BATCH REGISTRY RECORD - ONE PER BATCH Iteration-If HAS
000400* POSTED, APPENDED WHEN THE RUN ENDS NORMALLY AND NEVER PURGED.
000500* A BATCH IS IDENTIFIED BY ITS SUBMITTER AND BATCH NUMBER FROM
000600* THE CALCIN HEADER RECORD; EACH SUBMITTER NUMBERS ITS BATCHES
000700* 1, 2, 3 ... WITH NO GAPS.  THE TRAILER'S COUNT AND HASH AND THE
000800* RUN DATE AND TIME ARE KEPT SO A QUERIED BATCH CAN BE TRACED TO
000900* THE DAY IT WAS POSTED.
001000*-----------------------------------------------------------------
001100 01  CALC-BATCH-REGISTRY-RECORD.
001200     05  CALC-BRG-SUBMITTER        PIC X(08).
001300     05  CALC-BRG-BATCH-NO         PIC 9(08).
001400     05  CALC-BRG-RUN-DATE         PIC 9(06).
001500     05  CALC-BRG-RUN-TIME         PIC 9(08).
001600     05  CALC-BRG-COUNT            PIC 9(07).
001700     05  CALC-BRG-HASH             PIC 9(05).
