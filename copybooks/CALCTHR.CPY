000100*-----------------------------------------------------------------
000200* CALCTHR.CPY
000300* APPROVAL THRESHOLD REFERENCE RECORD - ONE ROW PER OPERATION
000400* TYPE (AD/SU/MU/DV, THE SAME TYPES CALCOPRT MAPS OPERATORS TO).
000500* Iteration-If HOLDS ANY TRANSACTION WHOSE ABSOLUTE Result
000600* EXCEEDS ITS TYPE'S LIMIT ON THE CALCHLD PENDING-APPROVAL FILE
000700* INSTEAD OF POSTING IT TO CALCAUD, SO A SECOND PERSON MUST
000800* APPROVE IT BEFORE IT REACHES THE CONTROL TOTALS AND THE GL.
000900* A TYPE WITH NO ROW ON THE FILE IS NEVER HELD.
001000*-----------------------------------------------------------------
001100 01  CALC-THRESHOLD-RECORD.
001200     05  CALC-THR-TYPE             PIC X(02).
001300     05  CALC-THR-LIMIT            PIC 9(09)V99.
