000100*-----------------------------------------------------------------
000200* MULTPCH.CPY
000300* WORKING-STORAGE PRINT LINE LAYOUTS FOR THE PRODUCT PRICE HISTORY
000400* REPORT PRODUCED BY MULTPRCHIST.  ONE ITEM LINE PER MULTPRD ITEM,
000500* FOLLOWED BY ONE LINE FOR EVERY PRICE ON ITS MULTPRH SCHEDULE IN
000600* EFFECTIVE DATE ORDER, MARKED SUPERSEDED, CURRENT OR PENDING
000700* RELATIVE TO THE RUN DATE.  A PRICE WITH EFFECTIVE DATE ZERO WAS
000800* ALREADY ON FILE WHEN THE ITEM'S PRICES WERE FIRST SCHEDULED AND
000900* PRINTS "ON FILE".  A TOTAL LINE ENDS THE REPORT.
001000*-----------------------------------------------------------------
001100 01  MULT-PCH-HEADING-LINE.
001200     05  FILLER                 PIC X(27) VALUE
001300             "PRODUCT PRICE HISTORY".
001400     05  FILLER                 PIC X(13) VALUE
001500             "   RUN DATE: ".
001600     05  MULT-PCH-DATE-MM       PIC 99.
001700     05  FILLER                 PIC X(01) VALUE "/".
001800     05  MULT-PCH-DATE-DD       PIC 99.
001900     05  FILLER                 PIC X(01) VALUE "/".
002000     05  MULT-PCH-DATE-YY       PIC 99.
002100     05  FILLER                 PIC X(32) VALUE SPACES.
002200
002300 01  MULT-PCH-ITEM-LINE.
002400     05  FILLER                 PIC X(06) VALUE "ITEM: ".
002500     05  MULT-PCH-ITEM          PIC X(06).
002600     05  FILLER                 PIC X(02) VALUE SPACES.
002700     05  MULT-PCH-DESC          PIC X(20).
002800     05  FILLER                 PIC X(07) VALUE
002900             "  TAX: ".
003000     05  MULT-PCH-TAX-CODE      PIC X(01).
003100     05  FILLER                 PIC X(38) VALUE SPACES.
003200
003300 01  MULT-PCH-PRICE-LINE.
003400     05  FILLER                 PIC X(15) VALUE
003500             "    EFFECTIVE: ".
003600     05  MULT-PCH-EFF-DATE      PIC X(07).
003700     05  FILLER                 PIC X(09) VALUE
003800             "  PRICE: ".
003900     05  MULT-PCH-PRICE         PIC ZZZZ9.99.
004000     05  FILLER                 PIC X(11) VALUE
004100             "  ENTERED: ".
004200     05  MULT-PCH-ENTERED       PIC X(06).
004300     05  FILLER                 PIC X(02) VALUE SPACES.
004400     05  MULT-PCH-STATUS        PIC X(10).
004500     05  FILLER                 PIC X(12) VALUE SPACES.
004600
004700 01  MULT-PCH-TOTAL-LINE.
004800     05  FILLER                 PIC X(14) VALUE
004900             "ITEMS LISTED: ".
005000     05  MULT-PCH-ITEM-COUNT    PIC ZZZZ9.
005100     05  FILLER                 PIC X(14) VALUE
005200             "  PRICE ROWS: ".
005300     05  MULT-PCH-ROW-COUNT     PIC ZZZZ9.
005400     05  FILLER                 PIC X(11) VALUE
005500             "  PENDING: ".
005600     05  MULT-PCH-PENDING-COUNT PIC ZZZZ9.
005700     05  FILLER                 PIC X(26) VALUE SPACES.
