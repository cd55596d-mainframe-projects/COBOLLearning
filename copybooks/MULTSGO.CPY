000100*-----------------------------------------------------------------
000200* MULTSGO.CPY
000300* WORKING-STORAGE PRINT LINE LAYOUTS FOR THE STANDING ORDER
000400* REGISTER PRODUCED BY MULTSTOGEN.  ONE LINE PER STANDING ORDER
000500* DUE ON THE RUN DATE: "GENERATED" FOR EACH LINE WRITTEN TO
000600* MULTIN, OR THE REASON IT WAS SKIPPED FOR THE CLERK TO FOLLOW UP.
000610* ON A RERUN, A LINE ALREADY ON THE MULTSGR REGISTER FOR THE RUN
000620* DATE SHOWS "RE-MERGED" AND COUNTS AMONG THE ORDERS GENERATED.
000700* A TOTAL LINE ENDS THE REGISTER.
000800*-----------------------------------------------------------------
000900 01  MULT-SGO-HEADING-LINE.
001000     05  FILLER                 PIC X(27) VALUE
001100             "STANDING ORDER REGISTER".
001200     05  FILLER                 PIC X(13) VALUE
001300             "   RUN DATE: ".
001400     05  MULT-SGO-DATE-MM       PIC 99.
001500     05  FILLER                 PIC X(01) VALUE "/".
001600     05  MULT-SGO-DATE-DD       PIC 99.
001700     05  FILLER                 PIC X(01) VALUE "/".
001800     05  MULT-SGO-DATE-YY       PIC 99.
001900     05  FILLER                 PIC X(32) VALUE SPACES.
002000
002100 01  MULT-SGO-DETAIL-LINE.
002200     05  FILLER                 PIC X(07) VALUE "ORDER: ".
002300     05  MULT-SGO-ORDER-ID      PIC X(06).
002400     05  FILLER                 PIC X(07) VALUE " CUST: ".
002500     05  MULT-SGO-CUSTOMER-ID   PIC X(05).
002600     05  FILLER                 PIC X(07) VALUE " ITEM: ".
002700     05  MULT-SGO-ITEM          PIC X(06).
002800     05  FILLER                 PIC X(06) VALUE " QTY: ".
002900     05  MULT-SGO-QUANTITY      PIC X(05).
003000     05  FILLER                 PIC X(06) VALUE " DUE: ".
003100     05  MULT-SGO-DUE-DATE      PIC X(06).
003200     05  FILLER                 PIC X(01) VALUE SPACE.
003300     05  MULT-SGO-STATUS        PIC X(18).
003400
003500 01  MULT-SGO-TOTAL-LINE.
003600     05  FILLER                 PIC X(18) VALUE
003700             "ORDERS GENERATED: ".
003800     05  MULT-SGO-GEN-COUNT     PIC ZZZZ9.
003900     05  FILLER                 PIC X(11) VALUE
004000             "  SKIPPED: ".
004100     05  MULT-SGO-SKIP-COUNT    PIC ZZZZ9.
004200     05  FILLER                 PIC X(09) VALUE
004300             "  KEYED: ".
004400     05  MULT-SGO-KEYED-COUNT   PIC ZZZZZ9.
004500     05  FILLER                 PIC X(10) VALUE
004600             "  MULTIN: ".
004700     05  MULT-SGO-OUT-COUNT     PIC ZZZZZ9.
004800     05  FILLER                 PIC X(10) VALUE SPACES.
