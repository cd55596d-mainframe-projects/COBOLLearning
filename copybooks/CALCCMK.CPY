000100*-----------------------------------------------------------------
000200* CALCCMK.CPY
000300* WORKING-STORAGE PRINT LINE LAYOUTS FOR THE CALCCYCMARK LISTING:
000400* ONE LINE PER RERUN/BYPASS TRANSACTION READ, WITH WHAT WAS DONE
000500* WITH IT, THEN THE TOTALS ON CALC-CMK-TOTAL-LINE.
000600*-----------------------------------------------------------------
000700 01  CALC-CMK-HEADING-LINE.
000800     05  FILLER                 PIC X(10) VALUE
000900             "RUN DATE: ".
001000     05  CALC-CMH-DATE-MM       PIC 99.
001100     05  FILLER                 PIC X(01) VALUE "/".
001200     05  CALC-CMH-DATE-DD       PIC 99.
001300     05  FILLER                 PIC X(01) VALUE "/".
001400     05  CALC-CMH-DATE-YY       PIC 99.
001500     05  FILLER                 PIC X(06) VALUE SPACES.
001600     05  FILLER                 PIC X(28) VALUE
001700             "CYCLE RERUN / BYPASS MARKING".
001800     05  FILLER                 PIC X(28) VALUE SPACES.
001900
002000 01  CALC-CMK-COLUMN-LINE.
002100     05  FILLER                 PIC X(18) VALUE
002200             "STEP".
002300     05  FILLER                 PIC X(04) VALUE
002400             "ACT".
002500     05  FILLER                 PIC X(10) VALUE
002600             "OPERATOR".
002700     05  FILLER                 PIC X(31) VALUE
002800             "REASON".
002900     05  FILLER                 PIC X(17) VALUE
003000             "OUTCOME".
003100
003200 01  CALC-CMK-DETAIL-LINE.
003300     05  CALC-CMD-STEP          PIC X(16).
003400     05  FILLER                 PIC X(02) VALUE SPACES.
003500     05  CALC-CMD-ACTION        PIC X(01).
003600     05  FILLER                 PIC X(03) VALUE SPACES.
003700     05  CALC-CMD-OPERATOR-ID   PIC X(08).
003800     05  FILLER                 PIC X(02) VALUE SPACES.
003900     05  CALC-CMD-REASON        PIC X(30).
004000     05  FILLER                 PIC X(01) VALUE SPACES.
004100     05  CALC-CMD-OUTCOME       PIC X(17).
004200
004300 01  CALC-CMK-TOTAL-LINE.
004400     05  CALC-CMS-LABEL         PIC X(40).
004500     05  CALC-CMS-COUNT         PIC ZZZZZZ9.
004600     05  FILLER                 PIC X(33) VALUE SPACES.
