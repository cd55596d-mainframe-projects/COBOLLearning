000100*-----------------------------------------------------------------
000200* CALCDPT.CPY
000300* DEPARTMENT REFERENCE RECORD - ONE PER DEPARTMENT ALLOWED TO
000400* SUBMIT CALCIN TRANSACTIONS.  Iteration-If LOADS THIS FILE INTO
000500* A TABLE AT STARTUP AND ROUTES A TRANSACTION WHOSE Dept-Code IS
000600* NOT ON IT TO CALCEXC (REASON BADD); THE MONTH-END CHARGEBACK
000700* RUN LOADS IT TO NAME EACH DEPARTMENT ON ITS STATEMENT.
000800*-----------------------------------------------------------------
000900 01  CALC-DEPARTMENT-RECORD.
001000     05  CALC-DPT-CODE             PIC X(04).
001100     05  CALC-DPT-NAME             PIC X(26).
