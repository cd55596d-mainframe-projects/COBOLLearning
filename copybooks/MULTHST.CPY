000100*-----------------------------------------------------------------
000200* MULTHST.CPY
000300* INVOICE LINE HISTORY - WRITTEN BY MULTARPOST AS IT POSTS EACH
000400* MULTINV SET, AND READ BY MULTIPLY2VALUES TO VALIDATE AND PRICE
000500* RETURNS.  A "B" RECORD IS ONE LINE BILLED ON INVOICE
000600* MULT-HST-INVOICE-NO, WITH THE LIST UNIT PRICE, DISCOUNT PERCENT
000700* AND DISCOUNTED UNIT PRICE IT WAS BILLED AT.  AN "R" RECORD IS
000800* ONE LINE RETURNED AGAINST THAT SAME INVOICE AND ITEM ON CREDIT
000900* MEMO MULT-HST-MEMO-NO.  THE FILE IS ONLY EVER APPENDED TO, SO
001000* THE QUANTITY STILL RETURNABLE ON A LINE IS ITS BILLED QUANTITY
001100* LESS EVERY RETURN RECORDED AGAINST IT.  EACH POSTING RUN WRITES
001200* THE NEW GENERATION TO MULTHSTN, STAGED AS MULTHST WITH MULTOPNC.
001300*-----------------------------------------------------------------
001400 01  MULT-HISTORY-RECORD.
001500     05  MULT-HST-RECORD-TYPE      PIC X(01).
001600         88  MULT-HST-IS-BILLED          VALUE "B".
001700         88  MULT-HST-IS-RETURN          VALUE "R".
001800     05  MULT-HST-INVOICE-NO       PIC 9(07).
001900     05  MULT-HST-CUSTOMER-ID      PIC X(05).
002000     05  MULT-HST-ITEM             PIC X(06).
002100     05  MULT-HST-DATE             PIC 9(06).
002200     05  MULT-HST-QUANTITY         PIC 9(05).
002300     05  MULT-HST-LIST-PRICE       PIC 9(05)V99.
002400     05  MULT-HST-DISC-PCT         PIC 9(02)V99.
002500     05  MULT-HST-NET-PRICE        PIC 9(05)V99.
002600     05  MULT-HST-TAX-CODE         PIC X(01).
002700     05  MULT-HST-MEMO-NO          PIC 9(07).
