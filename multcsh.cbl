000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MULTCASHAPPLY.
000300 AUTHOR. D WALKER.
000400 INSTALLATION. BILLING SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* DATE        INIT  DESCRIPTION
001100* ----------  ----  -------------------------------------------
001200* 10/15/2026  DW    NEW PROGRAM.  CASH-RECEIPTS RUN FOR THE
001300*                   RECEIVABLES OPEN-ITEM FILE.  LOADS MULTOPNN
001400*                   INTO A TABLE, APPLIES EACH MULTCSH PAYMENT
001500*                   (CUSTOMER, INVOICE NUMBER, AMOUNT) AGAINST
001600*                   THE NAMED INVOICE'S OPEN BALANCE, AND MARKS
001700*                   THE ITEM PAID WHEN THE BALANCE REACHES ZERO.
001800*                   A PAYMENT FOR AN UNKNOWN INVOICE, FOR AN
001900*                   INVOICE BELONGING TO ANOTHER CUSTOMER, OR FOR
002000*                   MORE THAN THE OPEN BALANCE IS NOT APPLIED -
002100*                   IT GOES TO THE MULTCSHX EXCEPTION LIST WITH
002200*                   ITS REASON.  PRINTS A CASH APPLICATION
002300*                   REGISTER AND WRITES THE UPDATED FILE TO
002400*                   MULTOPNC, WHICH IS STAGED AS MULTOPN FOR THE
002500*                   NEXT CYCLE.  ANY EXCEPTION LEAVES RETURN
002600*                   CODE 4.  AN OPEN-ITEM FILE TOO LARGE FOR THE
002700*                   TABLE ABORTS RETURN CODE 16 BEFORE ANY OUTPUT
002800*                   IS OPENED.  APPENDS START AND END RECORDS TO
002900*                   THE SHARED CALCRLOG RUN LOG LIKE THE REST OF
003000*                   THE CYCLE.
003010* 10/15/2026  DW    CARRIES THE OPEN-ITEM DOC TYPE FORWARD AND
003020*                   REFUSES A PAYMENT NAMING A CREDIT MEMO (REASON
003030*                   BADD) - A CREDIT IS OWED TO THE CUSTOMER, NOT
003040*                   PAID BY THEM.
003046* 10/15/2026  DW    CYCLE CONTROL GATE.  AT START THE PROGRAM NOW
003052*                   CHECKS ITS CALCCTL ROW AGAINST THE CYCLE'S
003058*                   CALCRLOG (COPY CALCGATE) AND REFUSES TO RUN -
003064*                   RETURN CODE 12 AND AN "R" RUN-LOG RECORD - IF
003070*                   A PREDECESSOR HAS NOT ENDED WITHIN ITS
003076*                   RETURN-CODE LIMIT AND IS NOT MARKED FOR
003082*                   BYPASS, OR IF IT HAS ALREADY RUN THIS CYCLE
003088*                   AND IS NOT MARKED FOR RERUN BY CALCCYCMARK.
003090* 10/15/2026  DW    READS MULTOPNN, THE GENERATION MULTARPOST HAS
003091*                   JUST WRITTEN, SO THE NIGHT'S NEW INVOICES CAN
003092*                   BE PAID, AND WRITES ITS OWN GENERATION TO
003093*                   MULTOPNC FOR STAGING AS MULTOPN.  AN ITEM
003094*                   ALREADY PAID IS DROPPED ON LOAD AND AN ITEM
003095*                   PAID THIS RUN IS NOT WRITTEN, SO THE TABLE
003096*                   HOLDS ONLY WHAT IS STILL OWED.  MULTOPNN IS NO
003097*                   LONGER OPTIONAL - A MISSING FILE STOPS THE RUN
003098*                   RATHER THAN STAGE AN EMPTY LEDGER.
003100*-----------------------------------------------------------------
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT MULT-OPEN-ITEM-FILE ASSIGN TO "MULTOPNN"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800
003900     SELECT MULT-CASH-FILE ASSIGN TO "MULTCSH"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100
004200     SELECT MULT-OPN-NEW-FILE ASSIGN TO "MULTOPNC"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400
004500     SELECT MULT-CASH-EXCEPTION-FILE ASSIGN TO "MULTCSHX"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700
004800     SELECT MULT-CSR-REPORT-FILE ASSIGN TO "MULTCSHR"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000
005100     SELECT OPTIONAL CALC-RUN-LOG-FILE ASSIGN TO "CALCRLOG"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005210
005220     SELECT OPTIONAL CALC-CONTROL-FILE ASSIGN TO "CALCCTL"
005230         ORGANIZATION IS LINE SEQUENTIAL.
005240
005250     SELECT OPTIONAL CALC-CYCLE-ACTION-FILE ASSIGN TO "CALCCACT"
005260         ORGANIZATION IS LINE SEQUENTIAL.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  MULT-OPEN-ITEM-FILE.
005700 COPY MULTOPN.
005800
005900 FD  MULT-CASH-FILE.
006000 COPY MULTCSH.
006100
006200*    SAME LAYOUT AS MULTOPN.CPY - A SECOND COPY OF THE BOOK WOULD
006300*    DUPLICATE ITS DATA NAMES, SO THE OUTPUT RECORD IS DECLARED
006400*    IN LINE.
006500 FD  MULT-OPN-NEW-FILE.
006600 01  MULT-ONW-RECORD.
006700     05  MULT-ONW-INVOICE-NO       PIC 9(07).
006800     05  MULT-ONW-CUSTOMER-ID      PIC X(05).
006900     05  MULT-ONW-INV-DATE         PIC 9(06).
007000     05  MULT-ONW-ORIG-AMOUNT      PIC 9(09)V99.
007100     05  MULT-ONW-PAID-AMOUNT      PIC 9(09)V99.
007200     05  MULT-ONW-BALANCE          PIC 9(09)V99.
007300     05  MULT-ONW-STATUS           PIC X(01).
007310     05  MULT-ONW-DOC-TYPE         PIC X(01).
007400
007500 FD  MULT-CASH-EXCEPTION-FILE.
007600 COPY MULTCSX.
007700
007800 FD  MULT-CSR-REPORT-FILE
007900             RECORD CONTAINS 80 CHARACTERS.
008000 01  MULT-CSR-REPORT-RECORD     PIC X(80).
008100
008200 FD  CALC-RUN-LOG-FILE.
008300 COPY CALCRLG.
008310
008320 FD  CALC-CONTROL-FILE.
008330 COPY CALCCTL.
008340
008350 FD  CALC-CYCLE-ACTION-FILE.
008360 COPY CALCCAC.
008400
008500 WORKING-STORAGE SECTION.
008600 77  MULT-OPN-EOF-SWITCH    PIC X(01) VALUE "N".
008700     88  MULT-OPN-END-OF-FILE             VALUE "Y".
008800 77  MULT-CSH-EOF-SWITCH    PIC X(01) VALUE "N".
008900     88  MULT-CSH-END-OF-FILE             VALUE "Y".
009000 77  MULT-CSA-TABLE-MAX     PIC 9(05) VALUE 10000.
009100 77  MULT-CSA-TABLE-COUNT   PIC 9(05) COMP VALUE ZERO.
009200 77  MULT-CSA-SUB           PIC 9(05) COMP VALUE ZERO.
009300 77  MULT-CSA-FOUND-SUB     PIC 9(05) COMP VALUE ZERO.
009400 77  MULT-CSA-FULL-SWITCH   PIC X(01) VALUE "N".
009500     88  MULT-CSA-FILE-OVERFULL           VALUE "Y".
009600 77  MULT-CSA-VALID-SWITCH  PIC X(01) VALUE "Y".
009700     88  MULT-CSA-RECEIPT-VALID           VALUE "Y".
009800     88  MULT-CSA-RECEIPT-INVALID         VALUE "N".
009900 77  MULT-REASON-CODE       PIC X(04) VALUE SPACES.
010000 77  MULT-REASON-TEXT       PIC X(30) VALUE SPACES.
010100 77  MULT-CSA-READ-COUNT    PIC 9(07) COMP VALUE ZERO.
010200 77  MULT-CSA-APPLIED-TALLY PIC 9(05) COMP VALUE ZERO.
010300 77  MULT-CSA-REJECT-TALLY  PIC 9(05) COMP VALUE ZERO.
010400 77  MULT-CSA-APPLIED-TOTAL PIC 9(09)V99 VALUE ZERO.
010500 77  MULT-CSA-REJECT-TOTAL  PIC 9(09)V99 VALUE ZERO.
010600 77  MULT-CSA-AMOUNT-EDIT   PIC ZZZZZZZZ9.99.
010700 77  MULT-CSA-TOTAL-EDIT    PIC ZZZZZZZZ9.99.
010800 77  MULT-CSA-APL-OVFL-SW   PIC X(01) VALUE "N".
010900     88  MULT-CSA-APPLIED-OVERFLOW        VALUE "Y".
011000 77  MULT-CSA-REJ-OVFL-SW   PIC X(01) VALUE "N".
011100     88  MULT-CSA-REJECT-OVERFLOW         VALUE "Y".
011200 77  MULT-RL-EVENT-CODE     PIC X(01) VALUE SPACE.
011300 77  MULT-OUT-WRITE-COUNT   PIC 9(07) COMP VALUE ZERO.
011400 01  MULT-CSA-TABLE.
011500     05  MULT-CSA-ENTRY OCCURS 1 TO 10000 TIMES
011600             DEPENDING ON MULT-CSA-TABLE-COUNT
011650             INDEXED BY MULT-CSA-INDEX.
011700         10  MULT-CSA-TBL-INVOICE-NO    PIC 9(07).
011800         10  MULT-CSA-TBL-CUSTOMER-ID   PIC X(05).
011900         10  MULT-CSA-TBL-INV-DATE      PIC 9(06).
012000         10  MULT-CSA-TBL-ORIG-AMOUNT   PIC 9(09)V99.
012100         10  MULT-CSA-TBL-PAID-AMOUNT   PIC 9(09)V99.
012200         10  MULT-CSA-TBL-BALANCE       PIC 9(09)V99.
012300         10  MULT-CSA-TBL-STATUS        PIC X(01).
012310         10  MULT-CSA-TBL-DOC-TYPE      PIC X(01).
012320             88  MULT-CSA-TBL-CREDIT-MEMO       VALUE "C".
012400 COPY MULTCSR.
012410 COPY CALCGTW.
012500
012600 PROCEDURE DIVISION.
012700*-----------------------------------------------------------------
012800* 0000-MAINLINE
012900*-----------------------------------------------------------------
013000 0000-MAINLINE.
013010     MOVE "MULTCASHAPPLY" TO CALC-GT-PROGRAM.
013020     PERFORM 0100-CHECK-CYCLE-GATE THRU 0100-EXIT.
013030     IF CALC-GT-REFUSED THEN
013040        MOVE "R" TO MULT-RL-EVENT-CODE
013050        PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
013060        STOP RUN
013070     END-IF.
013100     MOVE "S" TO MULT-RL-EVENT-CODE.
013200     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
013300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013400     IF MULT-CSA-FILE-OVERFULL THEN
013500        DISPLAY "MULTOPNN EXCEEDS " MULT-CSA-TABLE-MAX
013600            " OPEN ITEMS - FILE SUSPECT, RUN ABORTED"
013700        DISPLAY "NO MULTOPNC PRODUCED"
013800        MOVE 16 TO RETURN-CODE
013900        GO TO 9999-EXIT
014000     END-IF.
014100     PERFORM 2000-APPLY-RECEIPT THRU 2000-EXIT
014200         UNTIL MULT-CSH-END-OF-FILE.
014300     PERFORM 8000-FINALIZE THRU 8000-EXIT.
014400     GO TO 9999-EXIT.
014410
014420 COPY CALCGATE.
014500
014600*-----------------------------------------------------------------
014700* 1000-INITIALIZE - LOAD THE WHOLE OPEN-ITEM FILE INTO THE TABLE
014800*                   FIRST - AN OVERFULL FILE ABORTS THE RUN BEFORE
014900*                   ANY OUTPUT IS OPENED - THEN OPEN THE RECEIPTS
015000*                   AND OUTPUTS AND PRIME THE RECEIPT READ
015100*-----------------------------------------------------------------
015200 1000-INITIALIZE.
015300     OPEN INPUT MULT-OPEN-ITEM-FILE.
015400     PERFORM 7000-READ-OPEN-ITEM THRU 7000-EXIT.
015500     PERFORM 1100-LOAD-ONE-ITEM THRU 1100-EXIT
015600         UNTIL MULT-OPN-END-OF-FILE.
015700     CLOSE MULT-OPEN-ITEM-FILE.
015800     IF MULT-CSA-FILE-OVERFULL THEN
015900        GO TO 1000-EXIT
016000     END-IF.
016100     OPEN INPUT MULT-CASH-FILE.
016200     OPEN OUTPUT MULT-OPN-NEW-FILE.
016300     OPEN OUTPUT MULT-CASH-EXCEPTION-FILE.
016400     OPEN OUTPUT MULT-CSR-REPORT-FILE.
016500     WRITE MULT-CSR-REPORT-RECORD FROM MULT-CSR-HEADING-LINE.
016600     PERFORM 7100-READ-RECEIPT THRU 7100-EXIT.
016700 1000-EXIT.
016800     EXIT.
016900
017000*-----------------------------------------------------------------
017100* 1100-LOAD-ONE-ITEM - ADD ONE MULTOPNN ITEM TO THE TABLE.  AN
017200*                      ITEM ALREADY PAID IS DROPPED.  AN ITEM
017300*                      PAST THE TABLE BOUND MARKS THE FILE
017400*                      OVERFULL AND THE RUN ABORTS RATHER THAN
017450*                      WRITE A TRUNCATED MULTOPNC
017500*-----------------------------------------------------------------
017600 1100-LOAD-ONE-ITEM.
017610     IF MULT-OPN-PAID THEN
017620        PERFORM 7000-READ-OPEN-ITEM THRU 7000-EXIT
017630        GO TO 1100-EXIT
017640     END-IF.
017700     IF MULT-CSA-TABLE-COUNT < MULT-CSA-TABLE-MAX THEN
017800        ADD 1 TO MULT-CSA-TABLE-COUNT
017900        MOVE MULT-OPN-INVOICE-NO TO
018000            MULT-CSA-TBL-INVOICE-NO(MULT-CSA-TABLE-COUNT)
018100        MOVE MULT-OPN-CUSTOMER-ID TO
018200            MULT-CSA-TBL-CUSTOMER-ID(MULT-CSA-TABLE-COUNT)
018300        MOVE MULT-OPN-INV-DATE TO
018400            MULT-CSA-TBL-INV-DATE(MULT-CSA-TABLE-COUNT)
018500        MOVE MULT-OPN-ORIG-AMOUNT TO
018600            MULT-CSA-TBL-ORIG-AMOUNT(MULT-CSA-TABLE-COUNT)
018700        MOVE MULT-OPN-PAID-AMOUNT TO
018800            MULT-CSA-TBL-PAID-AMOUNT(MULT-CSA-TABLE-COUNT)
018900        MOVE MULT-OPN-BALANCE TO
019000            MULT-CSA-TBL-BALANCE(MULT-CSA-TABLE-COUNT)
019100        MOVE MULT-OPN-STATUS TO
019200            MULT-CSA-TBL-STATUS(MULT-CSA-TABLE-COUNT)
019210        MOVE MULT-OPN-DOC-TYPE TO
019220            MULT-CSA-TBL-DOC-TYPE(MULT-CSA-TABLE-COUNT)
019300        PERFORM 7000-READ-OPEN-ITEM THRU 7000-EXIT
019400     ELSE
019500        SET MULT-CSA-FILE-OVERFULL TO TRUE
019600        SET MULT-OPN-END-OF-FILE TO TRUE
019700     END-IF.
019800 1100-EXIT.
019900     EXIT.
020000
020100*-----------------------------------------------------------------
020200* 2000-APPLY-RECEIPT - VALIDATE ONE PAYMENT AND APPLY IT TO ITS
020300*                      INVOICE, OR WRITE IT TO THE EXCEPTION LIST.
020400*                      A REJECT NEVER TOUCHES THE TABLE.
020500*-----------------------------------------------------------------
020600 2000-APPLY-RECEIPT.
020700     ADD 1 TO MULT-CSA-READ-COUNT.
020800     PERFORM 3000-VALIDATE-RECEIPT THRU 3000-EXIT.
020900     MOVE MULT-CSH-CUSTOMER-ID TO MULT-CSR-CUSTOMER-ID.
021000     MOVE MULT-CSH-INVOICE-NO-X TO MULT-CSR-INVOICE-NO.
021100     IF MULT-CSA-RECEIPT-INVALID THEN
021200        PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
021300     ELSE
021400        PERFORM 2100-POST-PAYMENT THRU 2100-EXIT
021500     END-IF.
021600     WRITE MULT-CSR-REPORT-RECORD FROM MULT-CSR-DETAIL-LINE.
021700     PERFORM 7100-READ-RECEIPT THRU 7100-EXIT.
021800 2000-EXIT.
021900     EXIT.
022000
022100*-----------------------------------------------------------------
022200* 2100-POST-PAYMENT - REDUCE THE INVOICE'S OPEN BALANCE BY THE
022300*                     PAYMENT AND MARK IT PAID AT ZERO.
022350*                     VALIDATION HAS ALREADY PROVED THE PAYMENT
022400*                     FITS.
022500*-----------------------------------------------------------------
022600 2100-POST-PAYMENT.
022700     ADD MULT-CSH-AMOUNT TO
022800         MULT-CSA-TBL-PAID-AMOUNT(MULT-CSA-FOUND-SUB).
022900     SUBTRACT MULT-CSH-AMOUNT FROM
023000         MULT-CSA-TBL-BALANCE(MULT-CSA-FOUND-SUB).
023100     IF MULT-CSA-TBL-BALANCE(MULT-CSA-FOUND-SUB) = ZERO THEN
023200        MOVE "P" TO MULT-CSA-TBL-STATUS(MULT-CSA-FOUND-SUB)
023300     END-IF.
023400     ADD 1 TO MULT-CSA-APPLIED-TALLY.
023500     ADD MULT-CSH-AMOUNT TO MULT-CSA-APPLIED-TOTAL
023600         ON SIZE ERROR
023700             SET MULT-CSA-APPLIED-OVERFLOW TO TRUE
023800     END-ADD.
023900     MOVE MULT-CSH-AMOUNT TO MULT-CSA-AMOUNT-EDIT.
024000     MOVE MULT-CSA-AMOUNT-EDIT TO MULT-CSR-AMOUNT.
024100     MOVE MULT-CSA-TBL-BALANCE(MULT-CSA-FOUND-SUB)
024200         TO MULT-CSA-AMOUNT-EDIT.
024300     MOVE MULT-CSA-AMOUNT-EDIT TO MULT-CSR-BALANCE.
024400     MOVE "APPLIED" TO MULT-CSR-STATUS.
024500 2100-EXIT.
024600     EXIT.
024700
024800*-----------------------------------------------------------------
024900* 2200-FIND-INVOICE - LOCATE THE RECEIPT'S INVOICE NUMBER IN THE
025000*                     TABLE.  MULT-CSA-FOUND-SUB IS ZERO WHEN IT
025100*                     IS NOT ON FILE.
025200*-----------------------------------------------------------------
025300 2200-FIND-INVOICE.
025400     MOVE ZERO TO MULT-CSA-FOUND-SUB.
025500     IF MULT-CSA-TABLE-COUNT = ZERO THEN
025600        GO TO 2200-EXIT
025700     END-IF.
025800     SET MULT-CSA-INDEX TO 1.
025900     SEARCH MULT-CSA-ENTRY
026000         AT END
026100             CONTINUE
026200         WHEN MULT-CSA-TBL-INVOICE-NO(MULT-CSA-INDEX)
026300             = MULT-CSH-INVOICE-NO
026400             SET MULT-CSA-FOUND-SUB TO MULT-CSA-INDEX
026500     END-SEARCH.
026600 2200-EXIT.
026700     EXIT.
026800
027300*-----------------------------------------------------------------
027400* 3000-VALIDATE-RECEIPT - SCREEN THE INVOICE NUMBER AND AMOUNT FOR
027500*                         NUMERIC CONTENT, THEN CHECK THE INVOICE
027600*                         IS ON FILE, IS AN INVOICE AND NOT A
027610*                         CREDIT MEMO, BELONGS TO THE PAYING
027700*                         CUSTOMER, AND HAS AT LEAST THIS MUCH
027800*                         STILL OPEN
027900*-----------------------------------------------------------------
028000 3000-VALIDATE-RECEIPT.
028100     SET MULT-CSA-RECEIPT-VALID TO TRUE.
028200     IF MULT-CSH-INVOICE-NO NOT NUMERIC THEN
028300        SET MULT-CSA-RECEIPT-INVALID TO TRUE
028400        MOVE "BADN" TO MULT-REASON-CODE
028500        MOVE "INVOICE NUMBER NOT NUMERIC" TO MULT-REASON-TEXT
028600        GO TO 3000-EXIT
028700     END-IF.
028800     IF MULT-CSH-AMOUNT NOT NUMERIC THEN
028900        SET MULT-CSA-RECEIPT-INVALID TO TRUE
029000        MOVE "BADA" TO MULT-REASON-CODE
029100        MOVE "AMOUNT IS NOT NUMERIC" TO MULT-REASON-TEXT
029200        GO TO 3000-EXIT
029300     END-IF.
029400     IF MULT-CSH-AMOUNT = ZERO THEN
029500        SET MULT-CSA-RECEIPT-INVALID TO TRUE
029600        MOVE "BADA" TO MULT-REASON-CODE
029700        MOVE "AMOUNT IS ZERO" TO MULT-REASON-TEXT
029800        GO TO 3000-EXIT
029900     END-IF.
030000     PERFORM 2200-FIND-INVOICE THRU 2200-EXIT.
030100     IF MULT-CSA-FOUND-SUB = ZERO THEN
030200        SET MULT-CSA-RECEIPT-INVALID TO TRUE
030300        MOVE "NOIN" TO MULT-REASON-CODE
030400        MOVE "INVOICE NOT ON OPEN-ITEM FILE" TO MULT-REASON-TEXT
030500        GO TO 3000-EXIT
030600     END-IF.
030610     IF MULT-CSA-TBL-CREDIT-MEMO(MULT-CSA-FOUND-SUB) THEN
030620        SET MULT-CSA-RECEIPT-INVALID TO TRUE
030630        MOVE "BADD" TO MULT-REASON-CODE
030640        MOVE "DOCUMENT IS A CREDIT MEMO" TO MULT-REASON-TEXT
030650        GO TO 3000-EXIT
030660     END-IF.
030700     IF MULT-CSA-TBL-CUSTOMER-ID(MULT-CSA-FOUND-SUB)
030800         NOT = MULT-CSH-CUSTOMER-ID THEN
030900        SET MULT-CSA-RECEIPT-INVALID TO TRUE
031000        MOVE "BADC" TO MULT-REASON-CODE
031100        MOVE "INVOICE BELONGS TO OTHER CUST" TO MULT-REASON-TEXT
031200        GO TO 3000-EXIT
031300     END-IF.
031400     IF MULT-CSH-AMOUNT >
031500         MULT-CSA-TBL-BALANCE(MULT-CSA-FOUND-SUB) THEN
031600        SET MULT-CSA-RECEIPT-INVALID TO TRUE
031700        MOVE "OVRP" TO MULT-REASON-CODE
031800        MOVE "PAYMENT EXCEEDS OPEN BALANCE" TO MULT-REASON-TEXT
031900     END-IF.
032000 3000-EXIT.
032100     EXIT.
032200
032300*-----------------------------------------------------------------
032400* 5000-WRITE-EXCEPTION - WRITE ONE REJECTED RECEIPT TO MULTCSHX AS
032500*                        KEYED AND MARK ITS REGISTER LINE
032600*-----------------------------------------------------------------
032700 5000-WRITE-EXCEPTION.
032800     ACCEPT MULT-CSX-DATE FROM DATE.
032900     ACCEPT MULT-CSX-TIME FROM TIME.
033000     MOVE MULT-CSH-CUSTOMER-ID TO MULT-CSX-CUSTOMER-ID.
033100     MOVE MULT-CSH-INVOICE-NO-X TO MULT-CSX-INVOICE-NO.
033200     MOVE MULT-CSH-AMOUNT-X TO MULT-CSX-AMOUNT.
033300     MOVE MULT-REASON-CODE TO MULT-CSX-REASON-CODE.
033400     MOVE MULT-REASON-TEXT TO MULT-CSX-REASON-TEXT.
033500     WRITE MULT-CASH-EXCEPTION-RECORD.
033600     ADD 1 TO MULT-OUT-WRITE-COUNT.
033700     ADD 1 TO MULT-CSA-REJECT-TALLY.
033800     IF MULT-CSH-AMOUNT NUMERIC THEN
033900        ADD MULT-CSH-AMOUNT TO MULT-CSA-REJECT-TOTAL
034000            ON SIZE ERROR
034100                SET MULT-CSA-REJECT-OVERFLOW TO TRUE
034200        END-ADD
034300        MOVE MULT-CSH-AMOUNT TO MULT-CSA-AMOUNT-EDIT
034400        MOVE MULT-CSA-AMOUNT-EDIT TO MULT-CSR-AMOUNT
034500     ELSE
034600        MOVE MULT-CSH-AMOUNT-X TO MULT-CSR-AMOUNT
034700     END-IF.
034800     MOVE SPACES TO MULT-CSR-BALANCE.
034900     MOVE MULT-REASON-CODE TO MULT-CSR-STATUS.
035000 5000-EXIT.
035100     EXIT.
035200
035300*-----------------------------------------------------------------
035400* 7000-READ-OPEN-ITEM - READ THE NEXT MULTOPNN RECORD, FLAG EOF
035500*-----------------------------------------------------------------
035600 7000-READ-OPEN-ITEM.
035700     READ MULT-OPEN-ITEM-FILE
035800         AT END
035900             SET MULT-OPN-END-OF-FILE TO TRUE
036000     END-READ.
036100 7000-EXIT.
036200     EXIT.
036300
036400*-----------------------------------------------------------------
036500* 7100-READ-RECEIPT - READ THE NEXT MULTCSH RECEIPT, FLAG EOF
036600*-----------------------------------------------------------------
036700 7100-READ-RECEIPT.
036800     READ MULT-CASH-FILE
036900         AT END
037000             SET MULT-CSH-END-OF-FILE TO TRUE
037100     END-READ.
037200 7100-EXIT.
037300     EXIT.
037400
037500*-----------------------------------------------------------------
037600* 8000-FINALIZE - PRINT THE APPLIED AND REJECTED TOTALS, WRITE
037700*                 THE ITEMS STILL OWED TO MULTOPNC, AND CLOSE
037800*                 UP.  AN EXCEPTION LEAVES RETURN CODE 4 SO THE
037900*                 LIST IS WORKED BEFORE THE NEXT RECEIPTS RUN.
038000*-----------------------------------------------------------------
038100 8000-FINALIZE.
038200     MOVE "APPLIED" TO MULT-CSR-T-LABEL.
038300     MOVE MULT-CSA-APPLIED-TALLY TO MULT-CSR-T-COUNT.
038400     IF MULT-CSA-APPLIED-OVERFLOW THEN
038500        MOVE "OVERFLOW - SEE LOG" TO MULT-CSR-T-AMOUNT
038600     ELSE
038700        MOVE MULT-CSA-APPLIED-TOTAL TO MULT-CSA-TOTAL-EDIT
038800        MOVE MULT-CSA-TOTAL-EDIT TO MULT-CSR-T-AMOUNT
038900     END-IF.
039000     WRITE MULT-CSR-REPORT-RECORD FROM MULT-CSR-TOTAL-LINE.
039100     MOVE "REJECTED" TO MULT-CSR-T-LABEL.
039200     MOVE MULT-CSA-REJECT-TALLY TO MULT-CSR-T-COUNT.
039300     IF MULT-CSA-REJECT-OVERFLOW THEN
039400        MOVE "OVERFLOW - SEE LOG" TO MULT-CSR-T-AMOUNT
039500     ELSE
039600        MOVE MULT-CSA-REJECT-TOTAL TO MULT-CSA-TOTAL-EDIT
039700        MOVE MULT-CSA-TOTAL-EDIT TO MULT-CSR-T-AMOUNT
039800     END-IF.
039900     WRITE MULT-CSR-REPORT-RECORD FROM MULT-CSR-TOTAL-LINE.
040000     PERFORM 8100-WRITE-ONE-ITEM THRU 8100-EXIT
040100         VARYING MULT-CSA-SUB FROM 1 BY 1
040200         UNTIL MULT-CSA-SUB > MULT-CSA-TABLE-COUNT.
040300     IF MULT-CSA-REJECT-TALLY > ZERO THEN
040400        MOVE 4 TO RETURN-CODE
040500     END-IF.
040600     CLOSE MULT-CASH-FILE.
040700     CLOSE MULT-OPN-NEW-FILE.
040800     CLOSE MULT-CASH-EXCEPTION-FILE.
040900     CLOSE MULT-CSR-REPORT-FILE.
041000 8000-EXIT.
041100     EXIT.
041200
041300*-----------------------------------------------------------------
041400* 8100-WRITE-ONE-ITEM - WRITE ONE TABLE ITEM TO THE NEW MULTOPNC
041500*                       OPEN-ITEM FILE.  AN ITEM PAID OFF THIS
041550*                       RUN IS DROPPED.
041600*-----------------------------------------------------------------
041700 8100-WRITE-ONE-ITEM.
041710     IF MULT-CSA-TBL-STATUS(MULT-CSA-SUB) = "P" THEN
041720        GO TO 8100-EXIT
041730     END-IF.
041800     MOVE MULT-CSA-TBL-INVOICE-NO(MULT-CSA-SUB) TO
041900         MULT-ONW-INVOICE-NO.
042000     MOVE MULT-CSA-TBL-CUSTOMER-ID(MULT-CSA-SUB) TO
042100         MULT-ONW-CUSTOMER-ID.
042200     MOVE MULT-CSA-TBL-INV-DATE(MULT-CSA-SUB) TO
042300         MULT-ONW-INV-DATE.
042400     MOVE MULT-CSA-TBL-ORIG-AMOUNT(MULT-CSA-SUB) TO
042500         MULT-ONW-ORIG-AMOUNT.
042600     MOVE MULT-CSA-TBL-PAID-AMOUNT(MULT-CSA-SUB) TO
042700         MULT-ONW-PAID-AMOUNT.
042800     MOVE MULT-CSA-TBL-BALANCE(MULT-CSA-SUB) TO
042900         MULT-ONW-BALANCE.
043000     MOVE MULT-CSA-TBL-STATUS(MULT-CSA-SUB) TO MULT-ONW-STATUS.
043010     MOVE MULT-CSA-TBL-DOC-TYPE(MULT-CSA-SUB) TO
043020         MULT-ONW-DOC-TYPE.
043100     WRITE MULT-ONW-RECORD.
043200     ADD 1 TO MULT-OUT-WRITE-COUNT.
043300 8100-EXIT.
043400     EXIT.
043500
043600*-----------------------------------------------------------------
043700* 9000-WRITE-RUN-LOG - APPEND ONE START OR END RECORD TO THE
043800*                      SHARED CALCRLOG RUN LOG.  THE READ TALLY
043900*                      COVERS THE RECEIPTS; THE WRITE TALLY COVERS
044000*                      THE MULTOPNC ITEMS AND MULTCSHX EXCEPTIONS.
044100*-----------------------------------------------------------------
044200 9000-WRITE-RUN-LOG.
044300     OPEN EXTEND CALC-RUN-LOG-FILE.
044400     MOVE "MULTCASHAPPLY" TO CALC-RL-PROGRAM.
044500     MOVE MULT-RL-EVENT-CODE TO CALC-RL-EVENT.
044600     ACCEPT CALC-RL-DATE FROM DATE.
044700     ACCEPT CALC-RL-TIME FROM TIME.
044800     MOVE MULT-CSA-READ-COUNT TO CALC-RL-READ-COUNT.
044900     MOVE MULT-OUT-WRITE-COUNT TO CALC-RL-WRITE-COUNT.
045000     MOVE RETURN-CODE TO CALC-RL-RETURN-CODE.
045100     WRITE CALC-RUN-LOG-RECORD.
045200     CLOSE CALC-RUN-LOG-FILE.
045300 9000-EXIT.
045400     EXIT.
045500
045600 9999-EXIT.
045700     MOVE "E" TO MULT-RL-EVENT-CODE.
045800     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
045900     STOP RUN.
