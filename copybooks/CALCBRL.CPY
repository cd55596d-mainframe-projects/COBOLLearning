000100*-----------------------------------------------------------------
000200* CALCBRL.CPY
000300* WORKING-STORAGE PRINT LINE LAYOUTS FOR THE CALCIN BATCH REGISTRY
000400* LISTING PRODUCED BY CALCBATCHLIST.  ONE DETAIL LINE PER
000500* REGISTERED BATCH IN THE ORDER IT WAS POSTED, THEN ONE SUMMARY
000600* LINE PER SUBMITTER AND THE LISTING TOTALS.
000700*-----------------------------------------------------------------
000800 01  CALC-BRL-HEADING-LINE.
000900     05  FILLER                 PIC X(10) VALUE
001000             "RUN DATE: ".
001100     05  CALC-BRH-DATE-MM       PIC 99.
001200     05  FILLER                 PIC X(01) VALUE "/".
001300     05  CALC-BRH-DATE-DD       PIC 99.
001400     05  FILLER                 PIC X(01) VALUE "/".
001500     05  CALC-BRH-DATE-YY       PIC 99.
001600     05  FILLER                 PIC X(06) VALUE SPACES.
001700     05  FILLER                 PIC X(30) VALUE
001800             "CALCIN BATCH REGISTRY LISTING".
001900     05  FILLER                 PIC X(26) VALUE SPACES.
002000
002100 01  CALC-BRL-COLUMN-LINE.
002200     05  FILLER                 PIC X(13) VALUE
002300             "SUBMITTER".
002400     05  FILLER                 PIC X(08) VALUE
002500             "BATCH NO".
002600     05  FILLER                 PIC X(10) VALUE
002700             "  RUN DATE".
002800     05  FILLER                 PIC X(10) VALUE
002900             "  RUN TIME".
003000     05  FILLER                 PIC X(10) VALUE
003100             "   RECORDS".
003200     05  FILLER                 PIC X(08) VALUE
003300             "    HASH".
003400     05  FILLER                 PIC X(21) VALUE SPACES.
003500
003600 01  CALC-BRL-DETAIL-LINE.
003700     05  CALC-BRD-SUBMITTER     PIC X(08).
003800     05  FILLER                 PIC X(05) VALUE SPACES.
003900     05  CALC-BRD-BATCH-NO      PIC ZZZZZZZ9.
004000     05  FILLER                 PIC X(02) VALUE SPACES.
004100     05  CALC-BRD-DATE-MM       PIC 99.
004200     05  FILLER                 PIC X(01) VALUE "/".
004300     05  CALC-BRD-DATE-DD       PIC 99.
004400     05  FILLER                 PIC X(01) VALUE "/".
004500     05  CALC-BRD-DATE-YY       PIC 99.
004600     05  FILLER                 PIC X(02) VALUE SPACES.
004700     05  CALC-BRD-TIME-HH       PIC 99.
004800     05  FILLER                 PIC X(01) VALUE ":".
004900     05  CALC-BRD-TIME-MM       PIC 99.
005000     05  FILLER                 PIC X(01) VALUE ":".
005100     05  CALC-BRD-TIME-SS       PIC 99.
005200     05  FILLER                 PIC X(03) VALUE SPACES.
005300     05  CALC-BRD-COUNT         PIC ZZZZZZ9.
005400     05  FILLER                 PIC X(03) VALUE SPACES.
005500     05  CALC-BRD-HASH          PIC 9(05).
005600     05  FILLER                 PIC X(02) VALUE SPACES.
005700     05  CALC-BRD-FLAG          PIC X(12) VALUE SPACES.
005800     05  FILLER                 PIC X(07) VALUE SPACES.
005900
006000 01  CALC-BRL-SUMMARY-TITLE-LINE.
006100     05  FILLER                 PIC X(17) VALUE
006200             "SUBMITTER SUMMARY".
006300     05  FILLER                 PIC X(63) VALUE SPACES.
006400
006500 01  CALC-BRL-SUMMARY-COLUMN-LINE.
006600     05  FILLER                 PIC X(13) VALUE
006700             "SUBMITTER".
006800     05  FILLER                 PIC X(07) VALUE
006900             "BATCHES".
007000     05  FILLER                 PIC X(12) VALUE
007100             "  LAST BATCH".
007200     05  FILLER                 PIC X(11) VALUE
007300             "   LAST RUN".
007400     05  FILLER                 PIC X(12) VALUE
007500             "     RECORDS".
007600     05  FILLER                 PIC X(25) VALUE SPACES.
007700
007800 01  CALC-BRL-SUMMARY-LINE.
007900     05  CALC-BRS-SUBMITTER     PIC X(08).
008000     05  FILLER                 PIC X(05) VALUE SPACES.
008100     05  CALC-BRS-BATCHES       PIC ZZZZZZ9.
008200     05  FILLER                 PIC X(04) VALUE SPACES.
008300     05  CALC-BRS-LAST-BATCH    PIC ZZZZZZZ9.
008400     05  FILLER                 PIC X(03) VALUE SPACES.
008500     05  CALC-BRS-DATE-MM       PIC 99.
008600     05  FILLER                 PIC X(01) VALUE "/".
008700     05  CALC-BRS-DATE-DD       PIC 99.
008800     05  FILLER                 PIC X(01) VALUE "/".
008900     05  CALC-BRS-DATE-YY       PIC 99.
009000     05  FILLER                 PIC X(03) VALUE SPACES.
009100     05  CALC-BRS-RECORDS       PIC ZZZZZZZZ9.
009200     05  FILLER                 PIC X(25) VALUE SPACES.
009300
009400 01  CALC-BRL-TOTAL-LINE.
009500     05  CALC-BRT-LABEL         PIC X(30).
009600     05  CALC-BRT-COUNT         PIC ZZZZZZZZ9.
009700     05  FILLER                 PIC X(41) VALUE SPACES.
