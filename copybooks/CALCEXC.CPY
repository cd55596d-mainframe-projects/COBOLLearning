000200* CALCEXC.CPY
000300* EXCEPTION RECORD FOR Iteration-If TRANSACTIONS THAT FAIL
000400* VALIDATION - UNRECOGNIZED OPERATOR OR NON-NUMERIC INPUT.
000410* CALC-E-DEPT CARRIES THE SUBMITTING DEPARTMENT AS KEYED, SO AN
000420* UNKNOWN-DEPARTMENT (BADD) EXCEPTION SHOWS WHAT WAS SENT.
000430* CALCAPPROVE ALSO WRITES A HELD TRANSACTION REJECTED BY ITS
000440* APPROVER HERE, WITH REASON REJA, SO IT CAN BE CORRECTED AND
000450* RESUBMITTED LIKE ANY OTHER EXCEPTION.
000500*-----------------------------------------------------------------
000600 01  CALC-EXCEPTION-RECORD.
000700     05  CALC-E-DATE               PIC 9(06).
001100     05  CALC-E-OPERATOR           PIC X(01).
001200     05  CALC-E-REASON-CODE        PIC X(04).
001300     05  CALC-E-REASON-TEXT        PIC X(30).
001400     05  CALC-E-DEPT               PIC X(04).
