000100*-----------------------------------------------------------------
000200* MULTAGE.CPY
000300* WORKING-STORAGE PRINT LINE LAYOUTS FOR THE MONTH-END RECEIVABLES
000400* AGED TRIAL BALANCE PRODUCED BY MULTARAGING.  ONE DETAIL LINE PER
000500* MULT-CST-ID WITH AN OPEN BALANCE, BROKEN INTO CURRENT, 30, 60
000600* AND 90-PLUS DAY BUCKETS BY INVOICE AGE, A GRAND TOTAL LINE IN
000700* THE SAME COLUMNS, THEN ONE LINE PER CUSTOMER THE RUN PUT ON
000800* CREDIT HOLD AND ONE PER OPEN ITEM WHOSE CUSTOMER IS NOT ON THE
000900* MULTCST MASTER.  AMOUNTS CARRY A TRAILING MINUS WHERE UNAPPLIED
000950* CREDIT MEMOS EXCEED THE INVOICES IN A BUCKET.
001000*-----------------------------------------------------------------
001100 01  MULT-AGE-HEADING-LINE.
001200     05  FILLER                 PIC X(30) VALUE
001300             "RECEIVABLES AGED TRIAL BALANCE".
001400     05  FILLER                 PIC X(07) VALUE " AS OF ".
001500     05  MULT-AGH-DATE-MM       PIC 99.
001600     05  FILLER                 PIC X(01) VALUE "/".
001700     05  MULT-AGH-DATE-DD       PIC 99.
001800     05  FILLER                 PIC X(01) VALUE "/".
001900     05  MULT-AGH-DATE-YY       PIC 99.
002000     05  FILLER                 PIC X(13) VALUE
002100             "  HOLD AFTER ".
002200     05  MULT-AGH-HOLD-DAYS     PIC ZZ9.
002300     05  FILLER                 PIC X(05) VALUE " DAYS".
002400     05  FILLER                 PIC X(14) VALUE SPACES.
002500
002600 01  MULT-AGE-COLUMN-LINE.
002700     05  FILLER                 PIC X(05) VALUE "CUST ".
002800     05  FILLER                 PIC X(15) VALUE
002900             "       CURRENT ".
003000     05  FILLER                 PIC X(15) VALUE
003100             "       30 DAYS ".
003200     05  FILLER                 PIC X(15) VALUE
003300             "       60 DAYS ".
003400     05  FILLER                 PIC X(15) VALUE
003500             "      90+ DAYS ".
003600     05  FILLER                 PIC X(15) VALUE
003700             "         TOTAL ".
003900
004000 01  MULT-AGE-DETAIL-LINE.
004100     05  MULT-AGD-CUSTOMER-ID   PIC X(05).
004200     05  FILLER                 PIC X(01) VALUE SPACE.
004300     05  MULT-AGD-CURRENT       PIC ZZZZZZZZZ9.99-.
004400     05  FILLER                 PIC X(01) VALUE SPACE.
004500     05  MULT-AGD-30-DAYS       PIC ZZZZZZZZZ9.99-.
004600     05  FILLER                 PIC X(01) VALUE SPACE.
004700     05  MULT-AGD-60-DAYS       PIC ZZZZZZZZZ9.99-.
004800     05  FILLER                 PIC X(01) VALUE SPACE.
004900     05  MULT-AGD-90-DAYS       PIC ZZZZZZZZZ9.99-.
005000     05  FILLER                 PIC X(01) VALUE SPACE.
005100     05  MULT-AGD-TOTAL         PIC ZZZZZZZZZ9.99-.
005300
005400 01  MULT-AGE-HOLD-LINE.
005500     05  FILLER                 PIC X(17) VALUE
005600             "CREDIT HOLD SET: ".
005700     05  MULT-AGL-CUSTOMER-ID   PIC X(05).
005800     05  FILLER                 PIC X(01) VALUE SPACE.
005900     05  MULT-AGL-CUST-NAME     PIC X(20).
006000     05  FILLER                 PIC X(15) VALUE
006100             "  OLDEST ITEM: ".
006200     05  MULT-AGL-OLDEST-DAYS   PIC ZZZZ9.
006300     05  FILLER                 PIC X(05) VALUE " DAYS".
006400     05  FILLER                 PIC X(12) VALUE SPACES.
006500
006600 01  MULT-AGE-UNKNOWN-LINE.
006700     05  FILLER                 PIC X(25) VALUE
006800             "CUSTOMER NOT ON MULTCST: ".
006900     05  MULT-AGU-CUSTOMER-ID   PIC X(05).
007000     05  FILLER                 PIC X(11) VALUE
007100             "  INVOICE: ".
007200     05  MULT-AGU-INVOICE-NO    PIC 9(07).
007300     05  FILLER                 PIC X(11) VALUE
007400             "  BALANCE: ".
007500     05  MULT-AGU-BALANCE       PIC ZZZZZZZZ9.99-.
007600     05  FILLER                 PIC X(08) VALUE SPACES.
007700
007800 01  MULT-AGE-COUNT-LINE.
007900     05  FILLER                 PIC X(18) VALUE
008000             "OPEN ITEMS AGED: ".
008100     05  MULT-AGC-ITEM-COUNT    PIC ZZZZZZ9.
008200     05  FILLER                 PIC X(26) VALUE
008300             "  CUSTOMERS PUT ON HOLD: ".
008400     05  MULT-AGC-HOLD-COUNT    PIC ZZZ9.
008500     05  FILLER                 PIC X(25) VALUE SPACES.
