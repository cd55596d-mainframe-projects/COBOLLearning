000100*-----------------------------------------------------------------
000200* MULTOPN.CPY
000300* RECEIVABLES OPEN-ITEM RECORD - ONE RECORD PER INVOICE POSTED
000400* FROM THE MULTINV FEED BY MULTARPOST, UNDER THE INVOICE NUMBER
000500* ASSIGNED AT POSTING.  MULTCASHAPPLY REDUCES MULT-OPN-BALANCE AS
000600* PAYMENTS ARE APPLIED AND MARKS THE ITEM PAID WHEN IT REACHES
000700* ZERO; MULTARAGING AGES THE ITEMS STILL OPEN BY THEIR INVOICE
000800* DATE.  A PAID ITEM IS NOT CARRIED FORWARD, SO THE FILE HOLDS
000900* ONLY WHAT IS STILL OWED; THE INVOICE STAYS ON MULTHST, WHERE
001000* MULTARPOST ALSO FINDS THE LAST INVOICE NUMBER ASSIGNED.  THE
001100* CYCLE PASSES THE FILE ALONG IN GENERATIONS - MULTARPOST READS
001200* MULTOPN AND WRITES MULTOPNN, MULTCASHAPPLY READS MULTOPNN AND
001210* WRITES MULTOPNC, AND THE OPERATOR STAGES MULTOPNC AS MULTOPN FOR
001220* THE NEXT CYCLE, THE SAME STAGING CONVENTION CALCEXCAGE USES FOR
001230* CALCEXCN.  A CREDIT MEMO POSTED FROM MULTINV IS CARRIED AS ITS
001240* OWN ITEM WITH MULT-OPN-DOC-TYPE "C" AND ITS OWN NUMBER FROM THE
001250* SAME SERIES; ITS BALANCE IS AN UNAPPLIED CREDIT OWED TO THE
001260* CUSTOMER, WHICH MULTARAGING NETS AGAINST THE CUSTOMER'S OPEN
001270* INVOICES AND MULTCASHAPPLY WILL NOT TAKE A PAYMENT AGAINST.
001300*-----------------------------------------------------------------
001400 01  MULT-OPEN-ITEM-RECORD.
001500     05  MULT-OPN-INVOICE-NO       PIC 9(07).
001600     05  MULT-OPN-CUSTOMER-ID      PIC X(05).
001700     05  MULT-OPN-INV-DATE         PIC 9(06).
001800     05  MULT-OPN-ORIG-AMOUNT      PIC 9(09)V99.
001900     05  MULT-OPN-PAID-AMOUNT      PIC 9(09)V99.
002000     05  MULT-OPN-BALANCE          PIC 9(09)V99.
002100     05  MULT-OPN-STATUS           PIC X(01).
002200         88  MULT-OPN-OPEN               VALUE "O".
002300         88  MULT-OPN-PAID               VALUE "P".
002310     05  MULT-OPN-DOC-TYPE         PIC X(01).
002320         88  MULT-OPN-DOC-INVOICE        VALUE SPACE.
002330         88  MULT-OPN-DOC-CREDIT-MEMO    VALUE "C".
