000100*-----------------------------------------------------------------
000200* MULTCSR.CPY
000300* WORKING-STORAGE PRINT LINE LAYOUTS FOR THE CASH APPLICATION
000400* REGISTER PRODUCED BY MULTCASHAPPLY.  ONE LINE PER RECEIPT WITH
000500* THE INVOICE'S REMAINING BALANCE AND THE DISPOSITION ("APPLIED"
000600* OR THE EXCEPTION REASON), AND A TOTAL LINE EACH FOR APPLIED AND
000700* REJECTED RECEIPTS.  MULT-CSR-AMOUNT AND MULT-CSR-BALANCE ARE
000800* ALPHANUMERIC SO A NON-NUMERIC RECEIPT PRINTS AS KEYED AND A
000900* REJECTED ONE PRINTS NO BALANCE.
001000*-----------------------------------------------------------------
001100 01  MULT-CSR-HEADING-LINE.
001200     05  FILLER                 PIC X(29) VALUE
001300             "CASH APPLICATION REGISTER".
001400     05  FILLER                 PIC X(51) VALUE SPACES.
001500
001600 01  MULT-CSR-DETAIL-LINE.
001700     05  FILLER                 PIC X(06) VALUE "CUST: ".
001800     05  MULT-CSR-CUSTOMER-ID   PIC X(05).
001900     05  FILLER                 PIC X(06) VALUE " INV: ".
002000     05  MULT-CSR-INVOICE-NO    PIC X(07).
002100     05  FILLER                 PIC X(06) VALUE " AMT: ".
002200     05  MULT-CSR-AMOUNT        PIC X(12).
002300     05  FILLER                 PIC X(06) VALUE " BAL: ".
002400     05  MULT-CSR-BALANCE       PIC X(12).
002500     05  FILLER                 PIC X(01) VALUE SPACE.
002600     05  MULT-CSR-STATUS        PIC X(19).
002700
002800 01  MULT-CSR-TOTAL-LINE.
002900     05  MULT-CSR-T-LABEL       PIC X(10).
003000     05  FILLER                 PIC X(10) VALUE
003100             " RECEIPTS:".
003200     05  MULT-CSR-T-COUNT       PIC ZZZZ9.
003300     05  FILLER                 PIC X(09) VALUE
003400             "  AMOUNT:".
003500     05  MULT-CSR-T-AMOUNT      PIC X(18).
003600     05  FILLER                 PIC X(28) VALUE SPACES.
