000695* PRICE BY THE QUANTITY-TIER DISCOUNT SCHEDULE.  MULT-D-PRICE IS
000696* THE MULTPRD MASTER UNIT PRICE ACTUALLY EXTENDED; MULT-D-PRC-FLG
000697* IS STAMPED "*" WHEN THE PRICE KEYED ON MULTIN DISAGREED WITH
000698* THE MASTER.  MULT-CUST-TAX-LINE FOLLOWS EACH SUBTOTAL LINE WITH
000699* THE CUSTOMER'S TAX JURISDICTION, THE SALES TAX CHARGED ON THE
000700* TAXABLE LINES AND THE INVOICE TOTAL INCLUDING TAX; ITS AMOUNTS
000701* ARE ALPHANUMERIC FOR THE SAME OVERFLOW REASON.
000711* A RETURN PRINTS ON ITS OWN MULT-CREDIT-LINE, SHOWING THE
000721* INVOICE IT CREDITS AND THE UNIT PRICE AND DISCOUNT ORIGINALLY
000731* BILLED, AND A CUSTOMER WITH RETURNS GETS A MULT-CUST-CREDIT-LINE
000741* UNDER ITS TAX LINE WITH THE CREDIT MEMO'S AMOUNT, TAX CREDITED
000751* AND TOTAL.  MULT-CREDIT-TOTAL-LINE FOLLOWS THE JOB-END TOTAL
000761* LINE.  THE CREDIT AMOUNTS ARE ALPHANUMERIC FOR THE SAME OVERFLOW
000766* REASON.
000771*-----------------------------------------------------------------
000800 01  MULT-DETAIL-LINE.
000850     05  FILLER                 PIC X(06) VALUE "CUST: ".
000860     05  MULT-D-CUSTOMER-ID     PIC X(05).
002100     05  FILLER                 PIC X(15) VALUE
002200                 "  GRAND TOTAL: ".
002300     05  MULT-T-GRAND-TOTAL     PIC X(18).
002400     05  FILLER                 PIC X(07) VALUE "  TAX: ".
002500     05  MULT-T-GRAND-TAX       PIC X(14).
002600     05  FILLER                 PIC X(01) VALUE SPACES.
002700
002800 01  MULT-CREDIT-TOTAL-LINE.
002900     05  FILLER                 PIC X(14) VALUE
003000                 "CREDIT MEMOS: ".
003100     05  MULT-TC-MEMO-COUNT     PIC ZZZZ9.
003200     05  FILLER                 PIC X(16) VALUE
003300                 "  CREDIT TOTAL: ".
003400     05  MULT-TC-GRAND-CREDIT   PIC X(18).
003500     05  FILLER                 PIC X(07) VALUE "  TAX: ".
003600     05  MULT-TC-GRAND-TAX      PIC X(14).
003700     05  FILLER                 PIC X(06) VALUE SPACES.
003800
003900 01  MULT-CUST-TAX-LINE.
004000     05  FILLER                 PIC X(06) VALUE SPACES.
004100     05  FILLER                 PIC X(11) VALUE "TAX JURIS: ".
004200     05  MULT-CT-TAX-JURIS      PIC X(04).
004300     05  FILLER                 PIC X(07) VALUE "  TAX: ".
004400     05  MULT-CT-TAX            PIC X(14).
004500     05  FILLER                 PIC X(17) VALUE
004600                 "  INVOICE TOTAL: ".
004700     05  MULT-CT-INV-TOTAL      PIC X(18).
004800     05  FILLER                 PIC X(03) VALUE SPACES.
004900
005000 01  MULT-CREDIT-LINE.
005100     05  FILLER                 PIC X(04) VALUE "RET ".
005200     05  MULT-CR-CUSTOMER-ID    PIC X(05).
005300     05  FILLER                 PIC X(05) VALUE " INV:".
005400     05  MULT-CR-ORIG-INVOICE   PIC X(07).
005500     05  FILLER                 PIC X(06) VALUE " ITEM:".
005600     05  MULT-CR-ITEM           PIC X(06).
005700     05  FILLER                 PIC X(05) VALUE " QTY:".
005800     05  MULT-CR-QUANTITY       PIC ZZZZ9.
005900     05  FILLER                 PIC X(05) VALUE " PRC:".
006000     05  MULT-CR-PRICE          PIC ZZZZ9.99.
006100     05  FILLER                 PIC X(05) VALUE " DSC:".
006200     05  MULT-CR-DISC-PCT       PIC Z9.99.
006300     05  FILLER                 PIC X(04) VALUE " CR:".
006400     05  MULT-CR-RESULT         PIC X(10).
006500
006600 01  MULT-CUST-CREDIT-LINE.
006700     05  FILLER                 PIC X(06) VALUE SPACES.
006800     05  FILLER                 PIC X(13) VALUE "CREDIT MEMO: ".
006900     05  MULT-CC-CREDIT         PIC X(14).
007000     05  FILLER                 PIC X(07) VALUE "  TAX: ".
007100     05  MULT-CC-TAX            PIC X(14).
007200     05  FILLER                 PIC X(09) VALUE "  TOTAL: ".
007300     05  MULT-CC-TOTAL          PIC X(14).
007400     05  FILLER                 PIC X(03) VALUE SPACES.
