000100*-----------------------------------------------------------------
000200* MULTCSX.CPY
000300* EXCEPTION RECORD FOR CASH RECEIPTS MULTCASHAPPLY CANNOT APPLY -
000400* A NON-NUMERIC INVOICE NUMBER OR AMOUNT, AN INVOICE NOT ON THE
000500* MULTOPN OPEN-ITEM FILE, A CREDIT MEMO NAMED AS THE INVOICE, A
000600* CUSTOMER THAT DOES NOT OWN THE INVOICE, OR A PAYMENT LARGER THAN
000700* THE OPEN BALANCE.  LAYOUT MIRRORS MULTEXC.CPY.
000800*-----------------------------------------------------------------
000900 01  MULT-CASH-EXCEPTION-RECORD.
001000     05  MULT-CSX-DATE             PIC 9(06).
001100     05  MULT-CSX-TIME             PIC 9(08).
001200     05  MULT-CSX-CUSTOMER-ID      PIC X(05).
001300     05  MULT-CSX-INVOICE-NO       PIC X(07).
001400     05  MULT-CSX-AMOUNT           PIC X(11).
001500     05  MULT-CSX-REASON-CODE      PIC X(04).
001600     05  MULT-CSX-REASON-TEXT      PIC X(30).
