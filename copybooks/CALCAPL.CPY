000100*-----------------------------------------------------------------
000200* CALCAPL.CPY
000300* WORKING-STORAGE PRINT LINE LAYOUTS FOR THE TWO REPORTS PRODUCED
000400* BY CALCAPPROVE: THE APPROVAL DECISION LISTING (ONE LINE PER
000500* DECISION READ, WITH WHAT WAS DONE WITH IT) AND THE LIST OF HELD
000600* ITEMS STILL PENDING APPROVAL MORE THAN ONE DAY AFTER THEY WERE
000700* HELD.  THE BATCH NUMBER AND SEQUENCE PRINT UNEDITED, EXACTLY AS
000800* THEY MUST BE KEYED ON A DECISION RECORD.  BOTH REPORTS END WITH
000900* CALC-APL-TOTAL-LINE.
001000*-----------------------------------------------------------------
001100 01  CALC-APL-HEADING-LINE.
001200     05  FILLER                 PIC X(10) VALUE
001300             "RUN DATE: ".
001400     05  CALC-APH-DATE-MM       PIC 99.
001500     05  FILLER                 PIC X(01) VALUE "/".
001600     05  CALC-APH-DATE-DD       PIC 99.
001700     05  FILLER                 PIC X(01) VALUE "/".
001800     05  CALC-APH-DATE-YY       PIC 99.
001900     05  FILLER                 PIC X(06) VALUE SPACES.
002000     05  FILLER                 PIC X(25) VALUE
002100             "APPROVAL DECISION LISTING".
002200     05  FILLER                 PIC X(31) VALUE SPACES.
002300
002400 01  CALC-APL-COLUMN-LINE.
002500     05  FILLER                 PIC X(10) VALUE
002600             "SUBMITTER".
002700     05  FILLER                 PIC X(09) VALUE
002800             "BATCH NO".
002900     05  FILLER                 PIC X(07) VALUE
003000             "SEQ".
003100     05  FILLER                 PIC X(04) VALUE
003200             "ACT".
003300     05  FILLER                 PIC X(09) VALUE
003400             "APPROVER".
003500     05  FILLER                 PIC X(15) VALUE
003600             "       RESULT".
003700     05  FILLER                 PIC X(26) VALUE
003800             "OUTCOME".
003900
004000 01  CALC-APL-DETAIL-LINE.
004100     05  CALC-ALD-SUBMITTER     PIC X(08).
004200     05  FILLER                 PIC X(02) VALUE SPACES.
004300     05  CALC-ALD-BATCH-NO      PIC X(08).
004400     05  FILLER                 PIC X(01) VALUE SPACES.
004500     05  CALC-ALD-SEQ           PIC X(07).
004600     05  FILLER                 PIC X(01) VALUE SPACES.
004700     05  CALC-ALD-ACTION        PIC X(01).
004800     05  FILLER                 PIC X(02) VALUE SPACES.
004900     05  CALC-ALD-APPROVER      PIC X(08).
005000     05  FILLER                 PIC X(01) VALUE SPACES.
005100     05  CALC-ALD-RESULT        PIC X(13) VALUE SPACES.
005200     05  FILLER                 PIC X(02) VALUE SPACES.
005300     05  CALC-ALD-OUTCOME       PIC X(26) VALUE SPACES.
005400
005500 01  CALC-PGA-HEADING-LINE.
005600     05  FILLER                 PIC X(10) VALUE
005700             "RUN DATE: ".
005800     05  CALC-PGH-DATE-MM       PIC 99.
005900     05  FILLER                 PIC X(01) VALUE "/".
006000     05  CALC-PGH-DATE-DD       PIC 99.
006100     05  FILLER                 PIC X(01) VALUE "/".
006200     05  CALC-PGH-DATE-YY       PIC 99.
006300     05  FILLER                 PIC X(06) VALUE SPACES.
006400     05  FILLER                 PIC X(40) VALUE
006500             "ITEMS PENDING APPROVAL MORE THAN ONE DAY".
006600     05  FILLER                 PIC X(16) VALUE SPACES.
006700
006800 01  CALC-PGA-COLUMN-LINE.
006900     05  FILLER                 PIC X(10) VALUE
007000             "SUBMITTER".
007100     05  FILLER                 PIC X(09) VALUE
007200             "BATCH NO".
007300     05  FILLER                 PIC X(09) VALUE
007400             "SEQ".
007500     05  FILLER                 PIC X(06) VALUE
007600             "DEPT".
007700     05  FILLER                 PIC X(04) VALUE
007800             "TP".
007900     05  FILLER                 PIC X(15) VALUE
008000             "       RESULT".
008100     05  FILLER                 PIC X(10) VALUE
008200             "HELD ON".
008300     05  FILLER                 PIC X(04) VALUE
008400             "DAYS".
008500     05  FILLER                 PIC X(13) VALUE SPACES.
008600
008700 01  CALC-PGA-DETAIL-LINE.
008800     05  CALC-PGD-SUBMITTER     PIC X(08).
008900     05  FILLER                 PIC X(02) VALUE SPACES.
009000     05  CALC-PGD-BATCH-NO      PIC X(08).
009100     05  FILLER                 PIC X(01) VALUE SPACES.
009200     05  CALC-PGD-SEQ           PIC X(07).
009300     05  FILLER                 PIC X(02) VALUE SPACES.
009400     05  CALC-PGD-DEPT          PIC X(04).
009500     05  FILLER                 PIC X(02) VALUE SPACES.
009600     05  CALC-PGD-TYPE          PIC X(02).
009700     05  FILLER                 PIC X(02) VALUE SPACES.
009800     05  CALC-PGD-RESULT        PIC ---------9.99.
009900     05  FILLER                 PIC X(02) VALUE SPACES.
010000     05  CALC-PGD-HELD-MM       PIC 99.
010100     05  FILLER                 PIC X(01) VALUE "/".
010200     05  CALC-PGD-HELD-DD       PIC 99.
010300     05  FILLER                 PIC X(01) VALUE "/".
010400     05  CALC-PGD-HELD-YY       PIC 99.
010500     05  FILLER                 PIC X(02) VALUE SPACES.
010600     05  CALC-PGD-DAYS          PIC ZZZ9.
010700     05  FILLER                 PIC X(13) VALUE SPACES.
010800
010900 01  CALC-APL-TOTAL-LINE.
011000     05  CALC-APT-LABEL         PIC X(32).
011100     05  CALC-APT-COUNT         PIC ZZZZZZ9.
011200     05  FILLER                 PIC X(41) VALUE SPACES.
