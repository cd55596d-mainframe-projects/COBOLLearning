000460* BREAK ON CUSTOMER.  MULT-ITEM-NUMBER NAMES THE MULTPRD PRODUCT
000470* MASTER ROW WHOSE UNIT PRICE IS EXTENDED; THE KEYED MULT-PRICE
000480* IS COMPARED TO THE MASTER AND FLAGGED WHEN THEY DISAGREE.
000482* MULT-TRANS-TYPE "R" MAKES THE RECORD A RETURN OF GOODS BILLED ON
000484* AN EARLIER INVOICE: MULT-ORIG-INVOICE NAMES THE INVOICE NUMBER
000486* MULTARPOST ASSIGNED AND MULT-ITEM-NUMBER THE ITEM RETURNED.  A
000488* RETURN IS PRICED FROM THE MULTHST INVOICE HISTORY AT THE UNIT
000490* PRICE AND DISCOUNT ORIGINALLY BILLED, SO MULT-PRICE MAY BE LEFT
000492* BLANK.  A BLANK TYPE (OR "S") IS AN ORDINARY SALE, SO RECORDS
000494* KEYED BEFORE THE TYPE EXISTED STILL READ AS SALES.
000496* MULTSTOGEN BUILDS THE DAY'S FILE BY MERGING THE KEYED LINES
000498* (MULTINK) WITH THE SALES GENERATED FROM STANDING ORDERS.
000500*-----------------------------------------------------------------
000600 01  MULT-TRANS-RECORD.
000650     05  MULT-CUSTOMER-ID       PIC X(05).
000800     05  MULT-PRICE             PIC 9(05)V99.
000900     05  MULT-PRICE-X           REDEFINES MULT-PRICE
001000                                PIC X(07).
001010     05  MULT-TRANS-TYPE        PIC X(01).
001020         88  MULT-TRANS-SALE              VALUE SPACE "S".
001030         88  MULT-TRANS-RETURN            VALUE "R".
001040     05  MULT-ORIG-INVOICE      PIC 9(07).
001050     05  MULT-ORIG-INVOICE-X    REDEFINES MULT-ORIG-INVOICE
001060                                PIC X(07).
