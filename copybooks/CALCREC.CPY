000430* OR AN AMOUNT WITH CENTS WITHOUT PRE-SCALING OFFLINE.  THE -X
000440* REDEFINES GIVE THE RAW KEYED BYTES FOR EXCEPTION REPORTING,
000450* THE SAME CONVENTION MULTREC.CPY USES FOR MULT-PRICE-X.
000460* Dept-Code NAMES THE SUBMITTING DEPARTMENT, VALIDATED AGAINST
000470* THE CALCDEPT REFERENCE FILE AND CARRIED THROUGH TO CALCAUD SO
000480* THE MONTH-END CHARGEBACK RUN CAN BILL EACH DEPARTMENT FOR ITS
000490* OWN TRANSACTIONS.  IT IS LEFT BLANK ON THE TRAILER RECORD.
000491* THE FIRST CALCIN RECORD IS A BATCH HEADER (OPERATOR "H") LAID
000492* OUT AS CALC-TRANS-HEADER-RECORD: THE SUBMITTER ID AND THAT
000493* SUBMITTER'S BATCH NUMBER, WHICH Iteration-If CHECKS AGAINST THE
000494* CALCBREG BATCH REGISTRY BEFORE IT POSTS ANYTHING.
000500*-----------------------------------------------------------------
000600 01  CALC-TRANS-RECORD.
000700     05  Num1                   PIC S9(05)V99
000820     05  Num2-X                 REDEFINES Num2
000830                                PIC X(08).
000900     05  Operator               PIC X.
001000     05  Dept-Code              PIC X(04).
001100
001200 01  CALC-TRANS-HEADER-RECORD.
001300     05  Batch-Submitter        PIC X(08).
001400     05  Batch-Number           PIC 9(08).
001500     05  Batch-Number-X         REDEFINES Batch-Number
001600                                PIC X(08).
001700     05  FILLER                 PIC X(01).
001800     05  FILLER                 PIC X(04).
