000100*-----------------------------------------------------------------
000200* MULTPRM.CPY
000300* WORKING-STORAGE PRINT LINE LAYOUTS FOR THE PRODUCT MASTER
000400* MAINTENANCE LISTING PRODUCED BY MULTPRDMAINT.  THE LISTING SHOWS
000500* THE MASTER BEFORE MAINTENANCE - EACH ITEM WITH THE PRICE IN
000600* FORCE ON THE RUN DATE, FOLLOWED BY ANY PRICE CHANGES STILL TO
000700* COME - THEN ONE LINE PER TRANSACTION WITH ITS APPLIED/REJECTED
000800* DISPOSITION, THEN THE MASTER AFTER MAINTENANCE IN THE SAME FORM,
000900* FOR SIGN-OFF BEFORE THE NEW FILES ARE STAGED.
001000*-----------------------------------------------------------------
001100 01  MULT-PRM-HEADING-LINE.
001200     05  FILLER                 PIC X(27) VALUE
001300             "PRODUCT MASTER MAINTENANCE".
001400     05  FILLER                 PIC X(13) VALUE
001500             "   RUN DATE: ".
001600     05  MULT-PRM-DATE-MM       PIC 99.
001700     05  FILLER                 PIC X(01) VALUE "/".
001800     05  MULT-PRM-DATE-DD       PIC 99.
001900     05  FILLER                 PIC X(01) VALUE "/".
002000     05  MULT-PRM-DATE-YY       PIC 99.
002100     05  FILLER                 PIC X(32) VALUE SPACES.
002200
002300 01  MULT-PRM-SECTION-LINE.
002400     05  MULT-PRM-SECTION       PIC X(30).
002500     05  FILLER                 PIC X(50) VALUE SPACES.
002600
002700 01  MULT-PRM-ITEM-LINE.
002800     05  FILLER                 PIC X(08) VALUE
002900             "  ITEM: ".
003000     05  MULT-PRM-ITEM          PIC X(06).
003100     05  FILLER                 PIC X(02) VALUE SPACES.
003200     05  MULT-PRM-DESC          PIC X(20).
003300     05  FILLER                 PIC X(09) VALUE
003400             "  PRICE: ".
003500     05  MULT-PRM-PRICE         PIC ZZZZ9.99.
003600     05  FILLER                 PIC X(07) VALUE
003700             "  TAX: ".
003800     05  MULT-PRM-TAX-CODE      PIC X(01).
003900     05  FILLER                 PIC X(19) VALUE SPACES.
004000
004100 01  MULT-PRM-SCHED-LINE.
004200     05  FILLER                 PIC X(27) VALUE
004300             "        PRICE CHANGE FROM: ".
004400     05  MULT-PRM-S-EFF-DATE    PIC 9(06).
004500     05  FILLER                 PIC X(09) VALUE
004600             "  PRICE: ".
004700     05  MULT-PRM-S-PRICE       PIC ZZZZ9.99.
004800     05  FILLER                 PIC X(30) VALUE SPACES.
004900
005000 01  MULT-PRM-TRANS-LINE.
005100     05  FILLER                 PIC X(08) VALUE
005200             "ACTION: ".
005300     05  MULT-PRM-T-ACTION      PIC X(01).
005400     05  FILLER                 PIC X(01) VALUE SPACE.
005500     05  MULT-PRM-T-ITEM        PIC X(06).
005600     05  FILLER                 PIC X(01) VALUE SPACE.
005700     05  MULT-PRM-T-DESC        PIC X(20).
005800     05  FILLER                 PIC X(01) VALUE SPACE.
005900     05  MULT-PRM-T-PRICE       PIC X(07).
006000     05  FILLER                 PIC X(01) VALUE SPACE.
006100     05  MULT-PRM-T-EFF-DATE    PIC X(06).
006200     05  FILLER                 PIC X(01) VALUE SPACE.
006300     05  MULT-PRM-T-STATUS      PIC X(27).
006400
006500 01  MULT-PRM-TOTAL-LINE.
006600     05  FILLER                 PIC X(22) VALUE
006700             "TRANSACTIONS APPLIED: ".
006800     05  MULT-PRM-APPLIED-COUNT PIC ZZZZ9.
006900     05  FILLER                 PIC X(12) VALUE
007000             "  REJECTED: ".
007100     05  MULT-PRM-REJECT-COUNT  PIC ZZZZ9.
007200     05  FILLER                 PIC X(36) VALUE SPACES.
