000830* USES FOR AN OVERFLOWED POSTING - SO THE RECEIVABLES LOADER CAN
000840* NEVER BILL A SILENTLY SHORT INVOICE.  THE
000900* NUMERIC FIELDS CARRY IMPLIED DECIMALS AND ARE NOT EDITED, SO
001000* THE RECEIVABLES LOADER CAN PARSE THE RECORD BY POSITION.  THE
001010* TRAILER ALSO CARRIES THE CUSTOMER'S SALES TAX JURISDICTION, THE
001020* TAXABLE PART OF THE INVOICE TOTAL (THE REST IS EXEMPT), THE TAX
001030* CHARGED, AND THE INVOICE TOTAL INCLUDING TAX - THE AMOUNT THE
001040* CUSTOMER OWES.  AN OVERFLOWED TRAILER POSTS ZERO IN ALL OF THEM.
001050* THE TAX FIELDS WERE ADDED AT THE END OF THE RECORD SO EXISTING
001060* POSITIONS DID NOT MOVE.
001063* MULT-INV-DOC-TYPE, THE LAST BYTE OF EVERY RECORD, TELLS AN
001066* INVOICE SET (BLANK) FROM A CREDIT MEMO SET ("C").  A CREDIT MEMO
001069* IS LAID OUT EXACTLY LIKE AN INVOICE - HEADER, ONE DETAIL PER
001072* RETURNED LINE, TRAILER - WITH EVERY AMOUNT UNSIGNED; THE DOC
001075* TYPE ALONE SAYS THE AMOUNTS ARE OWED TO THE CUSTOMER.  A CREDIT
001078* MEMO DETAIL CARRIES THE INVOICE NUMBER IT CREDITS IN
001081* MULT-INV-D-ORIG-INVOICE (ZERO ON AN INVOICE DETAIL).  EVERY
001084* DETAIL ALSO CARRIES THE LIST UNIT PRICE, THE DISCOUNT PERCENT
001087* AND THE ITEM'S TAX CODE, SO THE INVOICE HISTORY CAN PRICE A
001090* LATER RETURN EXACTLY AS THE LINE WAS BILLED.
001100*-----------------------------------------------------------------
001200 01  MULT-INVOICE-RECORD.
001300     05  MULT-INV-RECORD-TYPE      PIC X(01).
001500         88  MULT-INV-IS-DETAIL          VALUE "D".
001600         88  MULT-INV-IS-TRAILER         VALUE "T".
001700     05  MULT-INV-CUSTOMER-ID      PIC X(05).
001800     05  MULT-INV-DATA             PIC X(59).
001900     05  MULT-INV-HEADER-DATA REDEFINES MULT-INV-DATA.
002000         10  MULT-INV-H-DATE       PIC 9(06).
002100         10  FILLER                PIC X(53).
002200     05  MULT-INV-DETAIL-DATA REDEFINES MULT-INV-DATA.
002300         10  MULT-INV-D-QUANTITY   PIC 9(05).
002400         10  MULT-INV-D-PRICE      PIC 9(05)V99.
002500         10  MULT-INV-D-AMOUNT     PIC 9(09)V99.
002550         10  MULT-INV-D-ITEM       PIC X(06).
002558         10  MULT-INV-D-LIST-PRICE PIC 9(05)V99.
002566         10  MULT-INV-D-DISC-PCT   PIC 9(02)V99.
002574         10  MULT-INV-D-TAX-CODE   PIC X(01).
002582         10  MULT-INV-D-ORIG-INVOICE
002590                                   PIC 9(07).
002600         10  FILLER                PIC X(11).
002700     05  MULT-INV-TRAILER-DATA REDEFINES MULT-INV-DATA.
002800         10  MULT-INV-T-LINE-COUNT PIC 9(05).
002900         10  MULT-INV-T-TOTAL      PIC 9(09)V99.
002910         10  MULT-INV-T-STATUS     PIC X(01).
002920             88  MULT-INV-T-STATUS-NORMAL    VALUE SPACE.
002930             88  MULT-INV-T-STATUS-OVERFLOW  VALUE "O".
002940         10  MULT-INV-T-TAX-JURIS  PIC X(04).
002950         10  MULT-INV-T-TAXABLE    PIC 9(09)V99.
002960         10  MULT-INV-T-TAX        PIC 9(07)V99.
002970         10  MULT-INV-T-INV-TOTAL  PIC 9(09)V99.
003000         10  FILLER                PIC X(07).
003010     05  MULT-INV-DOC-TYPE         PIC X(01).
003020         88  MULT-INV-DOC-INVOICE        VALUE SPACE.
003030         88  MULT-INV-DOC-CREDIT-MEMO    VALUE "C".
