000100*-----------------------------------------------------------------
000200* MULTSAL.CPY
000300* WORKING-STORAGE PRINT LINE LAYOUTS FOR THE SALES ANALYSIS
000400* PRODUCED BY MULTSALES FROM THE ARCHIVED MULTINV FEEDS.  FOUR
000500* SECTIONS - CUSTOMERS AND ITEMS, EACH MONTH TO DATE AND YEAR TO
000600* DATE - RANKED BY NET SALES.  EACH DETAIL LINE SHOWS QUANTITY,
000700* GROSS EXTENDED VALUE AT LIST PRICE, THE DISCOUNT GIVEN AWAY
000800* THROUGH THE MULTDSC TIERS AND NET BILLED, WITH THE NET FOR THE
000900* SAME PERIOD LAST YEAR AND THE PERCENT CHANGE.  A SECTION ENDS
001000* WITH A TOTAL LINE AND THE SAME TOTALS FOR LAST YEAR.  RETURNS ON
001100* CREDIT MEMOS ARE NETTED, SO AMOUNTS CARRY A TRAILING MINUS.  A
001200* WARNING LINE FOLLOWS THE COUNTS WHEN A TOTAL OVERFLOWED OR A
001300* TABLE FILLED.
001400*-----------------------------------------------------------------
001500 01  MULT-SAL-HEADING-LINE.
001600     05  FILLER                 PIC X(29) VALUE
001700             "SALES ANALYSIS BY NET SALES  ".
001800     05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
001900     05  MULT-SAH-DATE-MM       PIC 99.
002000     05  FILLER                 PIC X(01) VALUE "/".
002100     05  MULT-SAH-DATE-DD       PIC 99.
002200     05  FILLER                 PIC X(01) VALUE "/".
002300     05  MULT-SAH-DATE-YY       PIC 99.
002400     05  FILLER                 PIC X(33) VALUE SPACES.
002500
002600 01  MULT-SAL-SECTION-LINE.
002700     05  MULT-SAS-DIMENSION     PIC X(09).
002800     05  FILLER                 PIC X(01) VALUE SPACE.
002900     05  MULT-SAS-PERIOD        PIC X(13).
003000     05  FILLER                 PIC X(01) VALUE SPACE.
003100     05  MULT-SAS-FROM-DATE     PIC X(08).
003200     05  FILLER                 PIC X(03) VALUE " - ".
003300     05  MULT-SAS-TO-DATE       PIC X(08).
003400     05  FILLER                 PIC X(13) VALUE
003500             "  LAST YEAR: ".
003600     05  MULT-SAS-LY-FROM-DATE  PIC X(08).
003700     05  FILLER                 PIC X(03) VALUE " - ".
003800     05  MULT-SAS-LY-TO-DATE    PIC X(08).
003900     05  FILLER                 PIC X(05) VALUE SPACES.
004000
004100 01  MULT-SAL-COLUMN-LINE.
004200     05  FILLER                 PIC X(21) VALUE
004300             "RANK KEY          QTY".
004400     05  FILLER                 PIC X(14) VALUE
004500             " GROSS AT LIST".
004600     05  FILLER                 PIC X(13) VALUE
004700             "     DISCOUNT".
004800     05  FILLER                 PIC X(13) VALUE
004900             "    NET SALES".
005000     05  FILLER                 PIC X(13) VALUE
005100             "  LAST YR NET".
005200     05  FILLER                 PIC X(06) VALUE "  CHG%".
005300
005400*    MULT-SAD-LABEL OVERLAYS THE RANK AND KEY FOR THE TOTAL LINES.
005500 01  MULT-SAL-DETAIL-LINE.
005600     05  MULT-SAD-ID.
005700         10  MULT-SAD-RANK      PIC X(04).
005800         10  FILLER             PIC X(01) VALUE SPACE.
005900         10  MULT-SAD-KEY       PIC X(06).
006000     05  MULT-SAD-LABEL REDEFINES MULT-SAD-ID
006100                                PIC X(11).
006200     05  FILLER                 PIC X(01) VALUE SPACE.
006300     05  MULT-SAD-QUANTITY      PIC ZZZZZZZZ9-.
006400     05  FILLER                 PIC X(01) VALUE SPACE.
006500     05  MULT-SAD-GROSS         PIC ZZZZZZZ9.99-.
006600     05  FILLER                 PIC X(01) VALUE SPACE.
006700     05  MULT-SAD-DISCOUNT      PIC ZZZZZZZ9.99-.
006800     05  FILLER                 PIC X(01) VALUE SPACE.
006900     05  MULT-SAD-NET           PIC ZZZZZZZ9.99-.
007000     05  FILLER                 PIC X(01) VALUE SPACE.
007100     05  MULT-SAD-LY-NET        PIC X(12).
007200     05  FILLER                 PIC X(01) VALUE SPACE.
007300     05  MULT-SAD-CHANGE        PIC X(05).
007400
007500 01  MULT-SAL-WARNING-LINE.
007600     05  MULT-SAW-TEXT          PIC X(60).
007700     05  FILLER                 PIC X(20) VALUE SPACES.
007800
007900 01  MULT-SAL-COUNT-LINE.
008000     05  FILLER                 PIC X(12) VALUE
008100             "FILES READ: ".
008200     05  MULT-SAC-FILE-COUNT    PIC ZZZ9.
008300     05  FILLER                 PIC X(12) VALUE
008400             "  INVOICES: ".
008500     05  MULT-SAC-INV-COUNT     PIC ZZZZZZ9.
008600     05  FILLER                 PIC X(16) VALUE
008700             "  CREDIT MEMOS: ".
008800     05  MULT-SAC-MEMO-COUNT    PIC ZZZZZZ9.
008900     05  FILLER                 PIC X(22) VALUE SPACES.
