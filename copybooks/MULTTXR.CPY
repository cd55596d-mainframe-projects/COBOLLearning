000100*-----------------------------------------------------------------
000200* MULTTXR.CPY
000300* WORKING-STORAGE PRINT LINE LAYOUTS FOR THE PERIOD-END SALES TAX
000400* LIABILITY REPORT PRODUCED BY MULTTAXLIAB.  ONE LINE PER MULTTAX
000500* JURISDICTION - TAXABLE SALES, EXEMPT SALES AND TAX COLLECTED -
000600* PLUS A LINE FOR INVOICES WHOSE JURISDICTION IS NOT ON THE RATE
000700* FILE, A GRAND TOTAL LINE IN THE SAME COLUMNS, AND A COUNT LINE.
000800* THE AMOUNTS ARE ALPHANUMERIC SO AN OVERFLOWED ACCUMULATOR CAN
000900* PRINT "OVERFLOW" INSTEAD OF A WRONG NUMBER.  AN AMOUNT CARRIES A
000950* TRAILING MINUS WHEN CREDIT MEMOS EXCEED THE PERIOD'S INVOICES.
001000*-----------------------------------------------------------------
001100 01  MULT-TXR-HEADING-LINE.
001200     05  FILLER                 PIC X(26) VALUE
001300             "SALES TAX LIABILITY REPORT".
001400     05  FILLER                 PIC X(13) VALUE
001500             "   RUN DATE: ".
001600     05  MULT-TXH-DATE-MM       PIC 99.
001700     05  FILLER                 PIC X(01) VALUE "/".
001800     05  MULT-TXH-DATE-DD       PIC 99.
001900     05  FILLER                 PIC X(01) VALUE "/".
002000     05  MULT-TXH-DATE-YY       PIC 99.
002100     05  FILLER                 PIC X(33) VALUE SPACES.
002200
002300 01  MULT-TXR-COLUMN-LINE.
002400     05  FILLER                 PIC X(26) VALUE
002500             "JURS NAME".
002600     05  FILLER                 PIC X(16) VALUE
002700             "   TAXABLE SALES".
002800     05  FILLER                 PIC X(16) VALUE
002900             "    EXEMPT SALES".
003000     05  FILLER                 PIC X(16) VALUE
003100             "   TAX COLLECTED".
003200     05  FILLER                 PIC X(06) VALUE SPACES.
003300
003400 01  MULT-TXR-DETAIL-LINE.
003500     05  MULT-TXD-JURIS         PIC X(04).
003600     05  FILLER                 PIC X(01) VALUE SPACE.
003700     05  MULT-TXD-NAME          PIC X(20).
003800     05  FILLER                 PIC X(03) VALUE SPACES.
003900     05  MULT-TXD-TAXABLE       PIC X(14).
004000     05  FILLER                 PIC X(02) VALUE SPACES.
004100     05  MULT-TXD-EXEMPT        PIC X(14).
004200     05  FILLER                 PIC X(02) VALUE SPACES.
004300     05  MULT-TXD-TAX           PIC X(14).
004400     05  FILLER                 PIC X(06) VALUE SPACES.
004500
004600 01  MULT-TXR-COUNT-LINE.
004700     05  FILLER                 PIC X(20) VALUE
004800             "INVOICE FILES READ: ".
004900     05  MULT-TXC-FILE-COUNT    PIC ZZ9.
005000     05  FILLER                 PIC X(12) VALUE
005100             "  INVOICES: ".
005200     05  MULT-TXC-INV-COUNT     PIC ZZZZZZ9.
005300     05  FILLER                 PIC X(27) VALUE
005400             "  OVERFLOWED, NOT COUNTED: ".
005500     05  MULT-TXC-OVFL-COUNT    PIC ZZZZ9.
005600     05  FILLER                 PIC X(06) VALUE SPACES.
