000100*-----------------------------------------------------------------
000200* CALCCHG.CPY
000300* WORKING-STORAGE PRINT LINE LAYOUTS FOR THE MONTH-END DEPARTMENT
000400* CHARGEBACK REPORT PRODUCED BY CALCCHARGEBACK.  ONE STATEMENT
000500* PER DEPARTMENT WITH POSTED TRANSACTIONS IN THE BILLING MONTH -
000600* A LINE PER OPERATION TYPE SHOWING POSTED, NO-CHARGE (OVERFLOW
000610* AND DIVIDE-BY-ZERO RESULTS, WHICH ARE NEVER BILLED) AND
000700* CHARGED COUNTS, THE CALCFEE RATE AND THE AMOUNT, THEN A
000800* DEPARTMENT TOTAL - FOLLOWED BY A SUMMARY BY OPERATION TYPE AND
000900* THE COUNT LINES THAT TIE THE STATEMENTS BACK TO THE MONTH'S
001000* CALCAUD RECORDS.  THE RATE AND AMOUNT FIELDS ARE ALPHANUMERIC
001100* SO "NO FEE", "N/A" OR "OVERFLOW" CAN PRINT IN PLACE OF A
001200* NUMBER, THE SAME CONVENTION USED ON THE OTHER CONTROL REPORTS.
001210* THE LINE LABELS CARRY THE OPERATION TYPE IN THEIR OWN FIELD, OR
001220* TAKE "  TOTAL " AS A WHOLE.
001300*-----------------------------------------------------------------
001400 01  CALC-CHG-HEADING-LINE.
001500     05  CALC-CHH-TITLE         PIC X(32) VALUE
001600             "DEPARTMENT CHARGEBACK STATEMENT".
001700     05  FILLER                 PIC X(16) VALUE
001800             "  BILLING MONTH ".
001900     05  CALC-CHH-MONTH-MM      PIC 99.
002000     05  FILLER                 PIC X(01) VALUE "/".
002100     05  CALC-CHH-MONTH-YY      PIC 99.
002200     05  FILLER                 PIC X(27) VALUE SPACES.
002300
002400 01  CALC-CHG-DEPT-LINE.
002500     05  FILLER                 PIC X(12) VALUE
002600             "DEPARTMENT: ".
002700     05  CALC-CHN-DEPT          PIC X(04).
002800     05  FILLER                 PIC X(02) VALUE SPACES.
002900     05  CALC-CHN-NAME          PIC X(30).
003000     05  FILLER                 PIC X(32) VALUE SPACES.
003100
003200 01  CALC-CHG-COLUMN-LINE.
003300     05  FILLER                 PIC X(15) VALUE
003400             "  TYPE   POSTED".
003500     05  FILLER                 PIC X(11) VALUE
003600             "  NO CHARGE".
003700     05  FILLER                 PIC X(11) VALUE
003800             "    CHARGED".
003900     05  FILLER                 PIC X(10) VALUE
004000             "      RATE".
004100     05  FILLER                 PIC X(17) VALUE
004200             "           AMOUNT".
004300     05  FILLER                 PIC X(16) VALUE SPACES.
004400
004500 01  CALC-CHG-DETAIL-LINE.
004600     05  CALC-CHD-LABEL.
004610         10  FILLER             PIC X(02).
004620         10  CALC-CHD-TYPE      PIC X(02).
004630         10  FILLER             PIC X(04).
004700     05  CALC-CHD-POSTED        PIC ZZZZZZ9.
004800     05  FILLER                 PIC X(04) VALUE SPACES.
004900     05  CALC-CHD-NO-CHARGE     PIC ZZZZZZ9.
005000     05  FILLER                 PIC X(04) VALUE SPACES.
005100     05  CALC-CHD-CHARGED       PIC ZZZZZZ9.
005200     05  FILLER                 PIC X(04) VALUE SPACES.
005300     05  CALC-CHD-RATE          PIC X(06).
005400     05  FILLER                 PIC X(04) VALUE SPACES.
005500     05  CALC-CHD-AMOUNT        PIC X(13).
005600     05  FILLER                 PIC X(16) VALUE SPACES.
005700
005800 01  CALC-CHG-SUMMARY-COLUMN-LINE.
005900     05  FILLER                 PIC X(15) VALUE
006000             "  TYPE   POSTED".
006100     05  FILLER                 PIC X(11) VALUE
006200             "     NORMAL".
006300     05  FILLER                 PIC X(11) VALUE
006400             "   OVERFLOW".
006500     05  FILLER                 PIC X(11) VALUE
006600             "   DIV-ZERO".
006700     05  FILLER                 PIC X(11) VALUE
006800             "    CHARGED".
006900     05  FILLER                 PIC X(15) VALUE
007000             "        AMOUNT ".
007100     05  FILLER                 PIC X(06) VALUE SPACES.
007200
007300 01  CALC-CHG-SUMMARY-LINE.
007400     05  CALC-CHS-LABEL.
007410         10  FILLER             PIC X(02).
007420         10  CALC-CHS-TYPE      PIC X(02).
007430         10  FILLER             PIC X(04).
007500     05  CALC-CHS-POSTED        PIC ZZZZZZ9.
007600     05  FILLER                 PIC X(04) VALUE SPACES.
007700     05  CALC-CHS-NORMAL        PIC ZZZZZZ9.
007800     05  FILLER                 PIC X(04) VALUE SPACES.
007900     05  CALC-CHS-OVERFLOW      PIC ZZZZZZ9.
008000     05  FILLER                 PIC X(04) VALUE SPACES.
008100     05  CALC-CHS-DIV-ZERO      PIC ZZZZZZ9.
008200     05  FILLER                 PIC X(04) VALUE SPACES.
008300     05  CALC-CHS-CHARGED       PIC ZZZZZZ9.
008400     05  FILLER                 PIC X(02) VALUE SPACES.
008500     05  CALC-CHS-AMOUNT        PIC X(13).
008600     05  FILLER                 PIC X(06) VALUE SPACES.
008700
008800 01  CALC-CHG-COUNT-LINE.
008900     05  CALC-CHC-LABEL         PIC X(35).
009000     05  CALC-CHC-COUNT         PIC ZZZZZZ9.
009100     05  FILLER                 PIC X(02) VALUE SPACES.
009200     05  CALC-CHC-FLAG          PIC X(08) VALUE SPACES.
009300     05  FILLER                 PIC X(28) VALUE SPACES.
