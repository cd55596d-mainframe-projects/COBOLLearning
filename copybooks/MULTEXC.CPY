000300* EXCEPTION RECORD FOR MULTIPLY2VALUES TRANSACTIONS THAT FAIL
000400* VALIDATION - NON-NUMERIC QUANTITY OR PRICE, A CUSTOMER ID NOT
000450* ON THE MULTCST MASTER, A CUSTOMER ON CREDIT HOLD, OR AN ITEM
000460* NUMBER NOT ON THE MULTPRD PRODUCT MASTER, OR A CUSTOMER WHOSE
000470* SALES TAX JURISDICTION IS NOT ON THE MULTTAX RATE TABLE, OR A
000480* RETURN THAT CANNOT BE MATCHED TO THE INVOICE HISTORY OR WOULD
000490* CREDIT MORE THAN WAS BILLED LESS EARLIER RETURNS.  A RETURN
000492* HAS NO PRICE OF ITS OWN, SO MULT-E-PRICE CARRIES THE ORIGINAL
000494* INVOICE NUMBER IT NAMED INSTEAD.  LAYOUT MIRRORS CALCEXC.CPY.
000600*-----------------------------------------------------------------
000700 01  MULT-EXCEPTION-RECORD.
000800     05  MULT-E-DATE               PIC 9(06).
