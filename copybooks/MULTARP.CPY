000100*-----------------------------------------------------------------
000200* MULTARP.CPY
000300* WORKING-STORAGE PRINT LINE LAYOUTS FOR THE RECEIVABLES POSTING
000400* REGISTER PRODUCED BY MULTARPOST.  ONE LINE PER MULTINV INVOICE
000500* WITH THE INVOICE NUMBER ASSIGNED (BLANK WHEN THE INVOICE WAS
000600* NOT POSTED) AND ITS DISPOSITION, A TOTAL LINE FOR INVOICES AND
000650* ONE FOR CREDIT MEMOS.
000700* MULT-ARP-T-TOTAL AND MULT-ARP-M-TOTAL ARE ALPHANUMERIC SO AN
000800* OVERFLOWED ACCUMULATOR CAN PRINT A WARNING LITERAL INSTEAD OF A
000850* WRONG NUMBER.
000900*-----------------------------------------------------------------
001000 01  MULT-ARP-HEADING-LINE.
001100     05  FILLER                 PIC X(29) VALUE
001200             "RECEIVABLES POSTING REGISTER".
001300     05  FILLER                 PIC X(51) VALUE SPACES.
001400
001500 01  MULT-ARP-DETAIL-LINE.
001600     05  FILLER                 PIC X(05) VALUE "INV: ".
001700     05  MULT-ARP-INVOICE-NO    PIC X(07).
001800     05  FILLER                 PIC X(07) VALUE " CUST: ".
001900     05  MULT-ARP-CUSTOMER-ID   PIC X(05).
002000     05  FILLER                 PIC X(07) VALUE " DATE: ".
002100     05  MULT-ARP-INV-DATE      PIC 9(06).
002200     05  FILLER                 PIC X(06) VALUE " AMT: ".
002300     05  MULT-ARP-AMOUNT        PIC ZZZZZZZZ9.99.
002400     05  FILLER                 PIC X(01) VALUE SPACE.
002500     05  MULT-ARP-STATUS        PIC X(20).
002600     05  FILLER                 PIC X(04) VALUE SPACES.
002700
002800 01  MULT-ARP-TOTAL-LINE.
002900     05  FILLER                 PIC X(17) VALUE
003000             "INVOICES POSTED: ".
003100     05  MULT-ARP-POSTED-COUNT  PIC ZZZZ9.
003200     05  FILLER                 PIC X(12) VALUE
003300             "  REJECTED: ".
003400     05  MULT-ARP-REJECT-COUNT  PIC ZZZZ9.
003500     05  FILLER                 PIC X(09) VALUE
003600             "  TOTAL: ".
003700     05  MULT-ARP-T-TOTAL       PIC X(18).
003800     05  FILLER                 PIC X(14) VALUE SPACES.
003900
004000 01  MULT-ARP-CREDIT-LINE.
004100     05  FILLER                 PIC X(21) VALUE
004200             "CREDIT MEMOS POSTED: ".
004300     05  MULT-ARP-MEMO-COUNT    PIC ZZZZ9.
004400     05  FILLER                 PIC X(21) VALUE
004500             "             TOTAL: ".
004600     05  MULT-ARP-M-TOTAL       PIC X(18).
004700     05  FILLER                 PIC X(15) VALUE SPACES.
