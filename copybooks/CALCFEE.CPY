000100*-----------------------------------------------------------------
000200* CALCFEE.CPY
000300* CHARGEBACK FEE SCHEDULE RECORD - THE PRICE CHARGED TO THE
000400* SUBMITTING DEPARTMENT FOR ONE POSTED TRANSACTION OF AN
000500* OPERATION TYPE (AD/SU/MU/DV, THE SAME TYPES CALCOPRT MAPS
000600* OPERATORS TO).  READ BY THE MONTH-END CHARGEBACK RUN, SO A
000700* PRICE CHANGE NEEDS NO RECOMPILE.
000800*-----------------------------------------------------------------
000900 01  CALC-FEE-RECORD.
001000     05  CALC-FEE-TYPE             PIC X(02).
001100     05  CALC-FEE-RATE             PIC 9(03)V99.
