000100*-----------------------------------------------------------------
000200* MULTCSH.CPY
000300* CASH RECEIPT RECORD APPLIED BY MULTCASHAPPLY AGAINST THE MULTOPN
000400* RECEIVABLES OPEN-ITEM FILE.  ONE RECORD PER PAYMENT, NAMING THE
000500* PAYING CUSTOMER AND THE INVOICE NUMBER ASSIGNED BY MULTARPOST.
000600* THE -X REDEFINITIONS LET THE EXCEPTION RECORD CARRY A
000700* NON-NUMERIC FIELD EXACTLY AS KEYED.
000800*-----------------------------------------------------------------
000900 01  MULT-CASH-RECORD.
001000     05  MULT-CSH-CUSTOMER-ID      PIC X(05).
001100     05  MULT-CSH-INVOICE-NO       PIC 9(07).
001200     05  MULT-CSH-INVOICE-NO-X REDEFINES MULT-CSH-INVOICE-NO
001300                                   PIC X(07).
001400     05  MULT-CSH-AMOUNT           PIC 9(09)V99.
001500     05  MULT-CSH-AMOUNT-X REDEFINES MULT-CSH-AMOUNT
001600                                   PIC X(11).
