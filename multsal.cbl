000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MULTSALES.
000300 AUTHOR. D WALKER.
000400 INSTALLATION. BILLING SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* DATE        INIT  DESCRIPTION
001100* ----------  ----  -------------------------------------------
001200* 10/15/2026  DW    NEW PROGRAM.  MONTH-TO-DATE AND YEAR-TO-DATE
001300*                   SALES ANALYSIS.  READS MULTINVC, THE LIST OF
001400*                   ARCHIVED MULTINV INVOICE FEEDS MULTINVARCH
001500*                   KEEPS, THE SAME WAY CALCMTDSUMM READS
001600*                   CALCMTDC, AND TOTALS EVERY INVOICE DETAIL BY
001700*                   CUSTOMER AND BY MULTPRD ITEM: QUANTITY, GROSS
001800*                   EXTENDED VALUE AT LIST PRICE, THE DISCOUNT
001900*                   GIVEN AWAY THROUGH THE MULTDSC TIERS, AND NET
002000*                   BILLED.  EACH SET FALLS INTO THE PERIODS ITS
002100*                   HEADER DATE IS IN - THIS MONTH TO DATE, THIS
002200*                   YEAR TO DATE, AND THE SAME TWO PERIODS LAST
002300*                   YEAR, ENDING ON THE SAME DAY OF THE YEAR AS
002400*                   THE RUN DATE.  CREDIT MEMO LINES ARE
002500*                   SUBTRACTED.  CUSTOMERS AND ITEMS ARE RANKED BY
002600*                   NET SALES FOR EACH PERIOD AND SHOWN WITH LAST
002700*                   YEAR'S NET AND THE PERCENT CHANGE.  A CUSTOMER
002800*                   OR ITEM PAST THE TABLE BOUND IS TOTALLED ON A
002900*                   CATCH-ALL *OTHER ROW AND LEAVES RETURN CODE 4;
003000*                   AN OVERFLOWED TOTAL LEAVES RETURN CODE 8.
003100*                   APPENDS START AND END RECORDS TO THE SHARED
003200*                   CALCRLOG RUN LOG LIKE THE REST OF THE CYCLE.
003300*-----------------------------------------------------------------
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPTIONAL MULT-INV-CONTROL-FILE ASSIGN TO "MULTINVC"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000
004100     SELECT MULT-INVOICE-FILE ASSIGN USING MULT-SAL-INV-FILENAME
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300
004400     SELECT MULT-SAL-REPORT-FILE ASSIGN TO "MULTSALR"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600
004700     SELECT OPTIONAL CALC-RUN-LOG-FILE ASSIGN TO "CALCRLOG"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  MULT-INV-CONTROL-FILE.
005300 COPY MULTINVC.
005400
005500 FD  MULT-INVOICE-FILE.
005600 COPY MULTINV.
005700
005800 FD  MULT-SAL-REPORT-FILE
005900             RECORD CONTAINS 80 CHARACTERS.
006000 01  MULT-SAL-REPORT-RECORD     PIC X(80).
006100
006200 FD  CALC-RUN-LOG-FILE.
006300 COPY CALCRLG.
006400
006500 WORKING-STORAGE SECTION.
006600 77  MULT-SAL-INV-FILENAME  PIC X(30) VALUE SPACES.
006700 77  MULT-IVC-EOF-SWITCH    PIC X(01) VALUE "N".
006800     88  MULT-IVC-END-OF-FILE             VALUE "Y".
006900 77  MULT-INV-EOF-SWITCH    PIC X(01) VALUE "N".
007000     88  MULT-INV-END-OF-FILE             VALUE "Y".
007100*    ONE ROW IS HELD BACK IN EACH TABLE FOR THE *OTHER CATCH-ALL.
007200 77  MULT-SAL-ROW-MAX       PIC 9(04) VALUE 0999.
007300 77  MULT-SAL-DIM           PIC 9(01) COMP VALUE ZERO.
007400 77  MULT-SAL-ROW           PIC 9(04) COMP VALUE ZERO.
007500 77  MULT-SAL-PER           PIC 9(01) COMP VALUE ZERO.
007600 77  MULT-SAL-LY-PER        PIC 9(01) COMP VALUE ZERO.
007700 77  MULT-SAL-SUB           PIC 9(04) COMP VALUE ZERO.
007800 77  MULT-SAL-RANK-COUNT    PIC 9(04) COMP VALUE ZERO.
007900 77  MULT-SAL-INSERT-SUB    PIC 9(04) COMP VALUE ZERO.
008000 77  MULT-SAL-CST-ROW       PIC 9(04) COMP VALUE ZERO.
008100 77  MULT-SAL-ITEM-ROW      PIC 9(04) COMP VALUE ZERO.
008200 77  MULT-SAL-KEY           PIC X(06) VALUE SPACES.
008300 77  MULT-SAL-SET-SWITCH    PIC X(01) VALUE "N".
008400     88  MULT-SAL-SET-IN-RANGE            VALUE "Y".
008500 77  MULT-SAL-SIZE-SWITCH   PIC X(01) VALUE "N".
008600     88  MULT-SAL-TOTAL-OVERFLOW          VALUE "Y".
008700 77  MULT-SAL-OTHER-TALLY   PIC 9(07) COMP VALUE ZERO.
008800 77  MULT-SAL-FILE-COUNT    PIC 9(04) COMP VALUE ZERO.
008900 77  MULT-SAL-INV-TALLY     PIC 9(07) COMP VALUE ZERO.
009000 77  MULT-SAL-MEMO-TALLY    PIC 9(07) COMP VALUE ZERO.
009100 77  MULT-SAL-READ-COUNT    PIC 9(07) COMP VALUE ZERO.
009200 77  MULT-SAL-LINE-QTY      PIC S9(09) VALUE ZERO.
009300 77  MULT-SAL-LINE-GROSS    PIC S9(08)V99 VALUE ZERO.
009400 77  MULT-SAL-LINE-DISC     PIC S9(08)V99 VALUE ZERO.
009500 77  MULT-SAL-LINE-NET      PIC S9(08)V99 VALUE ZERO.
009600 77  MULT-SAL-CUR-NET       PIC S9(08)V99 VALUE ZERO.
009700 77  MULT-SAL-LY-NET        PIC S9(08)V99 VALUE ZERO.
009800 77  MULT-SAL-PERCENT       PIC S9(04) VALUE ZERO.
009900 77  MULT-SAL-TOT-SUB       PIC 9(01) COMP VALUE ZERO.
010000 77  MULT-SAL-RANK-EDIT     PIC ZZZ9.
010100 77  MULT-SAL-PCT-EDIT      PIC ZZZ9-.
010200 77  MULT-SAL-AMOUNT-EDIT   PIC ZZZZZZZ9.99-.
010300 77  MULT-RL-EVENT-CODE     PIC X(01) VALUE SPACE.
010400 77  MULT-OUT-WRITE-COUNT   PIC 9(07) COMP VALUE ZERO.
010500*    THE PERIODS A SET'S HEADER DATE FALLS IN: 1 THIS MONTH TO
010600*    DATE, 2 THIS YEAR TO DATE, 3 AND 4 THE SAME PERIODS LAST
010700*    YEAR.
010800 01  MULT-SAL-SET-PERIODS.
010900     05  MULT-SAL-IN-PERIOD     PIC X(01) OCCURS 4 TIMES.
011000*    SALES TOTALS - DIMENSION 1 IS CUSTOMERS, 2 IS ITEMS - WITH
011100*    ONE SET OF TOTALS PER ROW FOR EACH OF THE FOUR PERIODS.
011200 01  MULT-SAL-TABLES.
011300     05  MULT-SAL-DIMENSION OCCURS 2 TIMES.
011400         10  MULT-SAL-ROW-COUNT     PIC 9(04) COMP.
011500         10  MULT-SAL-ENTRY OCCURS 1000 TIMES.
011600             15  MULT-SAL-TBL-KEY   PIC X(06).
011700             15  MULT-SAL-TBL-PERIOD OCCURS 4 TIMES.
011800                 20  MULT-SAL-TBL-QTY   PIC S9(09).
011900                 20  MULT-SAL-TBL-GROSS PIC S9(08)V99.
012000                 20  MULT-SAL-TBL-DISC  PIC S9(08)V99.
012100                 20  MULT-SAL-TBL-NET   PIC S9(08)V99.
012200*    ROW SUBSCRIPTS OF ONE SECTION IN RANK ORDER, HIGHEST NET
012300*    SALES FIRST.
012400 01  MULT-SAL-RANK-TABLE.
012500     05  MULT-SAL-RANK-ROW      PIC 9(04) COMP OCCURS 1000 TIMES.
012600*    SECTION TOTALS - 1 THIS YEAR, 2 LAST YEAR, 3 THE ROW BEING
012700*    ADDED IN.
012800 01  MULT-SAL-SECTION-TOTALS.
012900     05  MULT-SAL-SECT-PERIOD OCCURS 3 TIMES.
013000         10  MULT-SAL-SECT-QTY      PIC S9(09).
013100         10  MULT-SAL-SECT-GROSS    PIC S9(08)V99.
013200         10  MULT-SAL-SECT-DISC     PIC S9(08)V99.
013300         10  MULT-SAL-SECT-NET      PIC S9(08)V99.
013400 01  MULT-SAL-RUN-DATE.
013500     05  MULT-SAL-RD-YY         PIC 99.
013600     05  MULT-SAL-RD-MMDD.
013700         10  MULT-SAL-RD-MM     PIC 99.
013800         10  MULT-SAL-RD-DD     PIC 99.
013900 01  MULT-SAL-LAST-YY           PIC 99 VALUE ZERO.
014000 01  MULT-SAL-SET-DATE.
014100     05  MULT-SAL-SD-YY         PIC 99.
014200     05  MULT-SAL-SD-MMDD.
014300         10  MULT-SAL-SD-MM     PIC 99.
014400         10  MULT-SAL-SD-DD     PIC 99.
014500 01  MULT-SAL-DATE-EDIT.
014600     05  MULT-SAL-DE-MM         PIC 99.
014700     05  FILLER                 PIC X(01) VALUE "/".
014800     05  MULT-SAL-DE-DD         PIC 99.
014900     05  FILLER                 PIC X(01) VALUE "/".
015000     05  MULT-SAL-DE-YY         PIC 99.
015100 COPY MULTSAL.
015200
015300 PROCEDURE DIVISION.
015400*-----------------------------------------------------------------
015500* 0000-MAINLINE
015600*-----------------------------------------------------------------
015700 0000-MAINLINE.
015800     MOVE "S" TO MULT-RL-EVENT-CODE.
015900     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
016000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016100     PERFORM 2000-PROCESS-ONE-DAY THRU 2000-EXIT
016200         UNTIL MULT-IVC-END-OF-FILE.
016300     PERFORM 8000-FINALIZE THRU 8000-EXIT.
016400     GO TO 9999-EXIT.
016500
016600*-----------------------------------------------------------------
016700* 1000-INITIALIZE - CLEAR THE TABLES, WORK OUT LAST YEAR, OPEN THE
016800*                   CONTROL AND REPORT FILES, PRINT THE HEADING
016900*                   AND PRIME THE CONTROL READ
017000*-----------------------------------------------------------------
017100 1000-INITIALIZE.
017200     INITIALIZE MULT-SAL-TABLES.
017300     ACCEPT MULT-SAL-RUN-DATE FROM DATE.
017400     IF MULT-SAL-RD-YY = ZERO THEN
017500        MOVE 99 TO MULT-SAL-LAST-YY
017600     ELSE
017700        COMPUTE MULT-SAL-LAST-YY = MULT-SAL-RD-YY - 1
017800     END-IF.
017900     OPEN INPUT MULT-INV-CONTROL-FILE.
018000     OPEN OUTPUT MULT-SAL-REPORT-FILE.
018100     MOVE MULT-SAL-RD-MM TO MULT-SAH-DATE-MM.
018200     MOVE MULT-SAL-RD-DD TO MULT-SAH-DATE-DD.
018300     MOVE MULT-SAL-RD-YY TO MULT-SAH-DATE-YY.
018400     WRITE MULT-SAL-REPORT-RECORD FROM MULT-SAL-HEADING-LINE.
018500     ADD 1 TO MULT-OUT-WRITE-COUNT.
018600     PERFORM 7000-READ-CONTROL THRU 7000-EXIT.
018700 1000-EXIT.
018800     EXIT.
018900
019000*-----------------------------------------------------------------
019100* 2000-PROCESS-ONE-DAY - OPEN THE NAMED MULTINV FILE AND ROLL ITS
019200*                        INVOICE DETAILS INTO THE TOTALS
019300*-----------------------------------------------------------------
019400 2000-PROCESS-ONE-DAY.
019500     MOVE MULT-IVC-FILENAME TO MULT-SAL-INV-FILENAME.
019600     OPEN INPUT MULT-INVOICE-FILE.
019700     MOVE "N" TO MULT-INV-EOF-SWITCH.
019800     MOVE "N" TO MULT-SAL-SET-SWITCH.
019900     PERFORM 7100-READ-INVOICE THRU 7100-EXIT.
020000     PERFORM 2100-PROCESS-RECORD THRU 2100-EXIT
020100         UNTIL MULT-INV-END-OF-FILE.
020200     CLOSE MULT-INVOICE-FILE.
020300     ADD 1 TO MULT-SAL-FILE-COUNT.
020400     PERFORM 7000-READ-CONTROL THRU 7000-EXIT.
020500 2000-EXIT.
020600     EXIT.
020700
020800*-----------------------------------------------------------------
020900* 2100-PROCESS-RECORD - A HEADER DECIDES WHICH PERIODS ITS SET
021000*                       FALLS IN; EACH DETAIL OF A SET IN ANY
021100*                       PERIOD IS ADDED TO ITS CUSTOMER'S AND ITS
021200*                       ITEM'S ROWS; A TRAILER IS COUNTED
021300*-----------------------------------------------------------------
021400 2100-PROCESS-RECORD.
021500     ADD 1 TO MULT-SAL-READ-COUNT.
021600     IF MULT-INV-IS-HEADER THEN
021700        PERFORM 2200-SET-PERIODS THRU 2200-EXIT
021800        GO TO 2100-READ-NEXT
021900     END-IF.
022000     IF NOT MULT-SAL-SET-IN-RANGE THEN
022100        GO TO 2100-READ-NEXT
022200     END-IF.
022300     IF MULT-INV-IS-TRAILER THEN
022400        IF MULT-INV-DOC-CREDIT-MEMO THEN
022500           ADD 1 TO MULT-SAL-MEMO-TALLY
022600        ELSE
022700           ADD 1 TO MULT-SAL-INV-TALLY
022800        END-IF
022900        GO TO 2100-READ-NEXT
023000     END-IF.
023100     IF MULT-INV-IS-DETAIL THEN
023200        PERFORM 2300-ADD-DETAIL THRU 2300-EXIT
023300     END-IF.
023400 2100-READ-NEXT.
023500     PERFORM 7100-READ-INVOICE THRU 7100-EXIT.
023600 2100-EXIT.
023700     EXIT.
023800
023900*-----------------------------------------------------------------
024000* 2200-SET-PERIODS - FLAG THE PERIODS THE HEADER DATE FALLS IN.
024100*                    LAST YEAR'S PERIODS END ON THE SAME MONTH
024200*                    AND DAY AS THE RUN DATE.  A SET IN NONE OF
024300*                    THEM IS PASSED OVER, AND SO IS ITS CUSTOMER.
024400*-----------------------------------------------------------------
024500 2200-SET-PERIODS.
024600     MOVE "NNNN" TO MULT-SAL-SET-PERIODS.
024700     MOVE "N" TO MULT-SAL-SET-SWITCH.
024800     MOVE MULT-INV-H-DATE TO MULT-SAL-SET-DATE.
024900     IF MULT-SAL-SD-MMDD > MULT-SAL-RD-MMDD THEN
025000        GO TO 2200-EXIT
025100     END-IF.
025200     IF MULT-SAL-SD-YY = MULT-SAL-RD-YY THEN
025300        MOVE "Y" TO MULT-SAL-IN-PERIOD(2)
025400        IF MULT-SAL-SD-MM = MULT-SAL-RD-MM THEN
025500           MOVE "Y" TO MULT-SAL-IN-PERIOD(1)
025600        END-IF
025700     END-IF.
025800     IF MULT-SAL-SD-YY = MULT-SAL-LAST-YY THEN
025900        MOVE "Y" TO MULT-SAL-IN-PERIOD(4)
026000        IF MULT-SAL-SD-MM = MULT-SAL-RD-MM THEN
026100           MOVE "Y" TO MULT-SAL-IN-PERIOD(3)
026200        END-IF
026300     END-IF.
026400     IF MULT-SAL-SET-PERIODS = "NNNN" THEN
026500        GO TO 2200-EXIT
026600     END-IF.
026700     SET MULT-SAL-SET-IN-RANGE TO TRUE.
026800     MOVE 1 TO MULT-SAL-DIM.
026900     MOVE MULT-INV-CUSTOMER-ID TO MULT-SAL-KEY.
027000     PERFORM 2400-FIND-ROW THRU 2400-EXIT.
027100     MOVE MULT-SAL-ROW TO MULT-SAL-CST-ROW.
027200 2200-EXIT.
027300     EXIT.
027400
027500*-----------------------------------------------------------------
027600* 2300-ADD-DETAIL - VALUE ONE INVOICE DETAIL - GROSS AT THE LIST
027700*                   PRICE, NET AS BILLED, THE DISCOUNT THE
027800*                   DIFFERENCE - AND ADD IT TO THE CUSTOMER'S AND
027900*                   THE ITEM'S ROWS FOR EACH PERIOD THE SET IS IN.
028000*                   A CREDIT MEMO LINE IS SUBTRACTED.
028100*-----------------------------------------------------------------
028200 2300-ADD-DETAIL.
028300     MOVE MULT-INV-D-QUANTITY TO MULT-SAL-LINE-QTY.
028400     COMPUTE MULT-SAL-LINE-GROSS ROUNDED =
028500         MULT-INV-D-QUANTITY * MULT-INV-D-LIST-PRICE
028600         ON SIZE ERROR
028700             SET MULT-SAL-TOTAL-OVERFLOW TO TRUE
028800     END-COMPUTE.
028900     COMPUTE MULT-SAL-LINE-NET = MULT-INV-D-AMOUNT
029000         ON SIZE ERROR
029100             SET MULT-SAL-TOTAL-OVERFLOW TO TRUE
029200     END-COMPUTE.
029300     COMPUTE MULT-SAL-LINE-DISC =
029400         MULT-SAL-LINE-GROSS - MULT-SAL-LINE-NET.
029500     IF MULT-INV-DOC-CREDIT-MEMO THEN
029600        COMPUTE MULT-SAL-LINE-QTY = 0 - MULT-SAL-LINE-QTY
029700        COMPUTE MULT-SAL-LINE-GROSS = 0 - MULT-SAL-LINE-GROSS
029800        COMPUTE MULT-SAL-LINE-DISC = 0 - MULT-SAL-LINE-DISC
029900        COMPUTE MULT-SAL-LINE-NET = 0 - MULT-SAL-LINE-NET
030000     END-IF.
030100     MOVE 2 TO MULT-SAL-DIM.
030200     MOVE MULT-INV-D-ITEM TO MULT-SAL-KEY.
030300     PERFORM 2400-FIND-ROW THRU 2400-EXIT.
030400     MOVE MULT-SAL-ROW TO MULT-SAL-ITEM-ROW.
030500     PERFORM 2500-ADD-TO-PERIOD THRU 2500-EXIT
030600         VARYING MULT-SAL-PER FROM 1 BY 1
030700         UNTIL MULT-SAL-PER > 4.
030800 2300-EXIT.
030900     EXIT.
031000
031100*-----------------------------------------------------------------
031200* 2400-FIND-ROW - LOCATE MULT-SAL-KEY IN THE DIMENSION'S TABLE,
031300*                 ADDING A ZERO ROW FOR A NEW KEY.  ONCE THE TABLE
031400*                 IS FULL, A NEW KEY IS TOTALLED ON THE *OTHER
031500*                 CATCH-ALL ROW HELD BACK AT THE END.
031600*-----------------------------------------------------------------
031700 2400-FIND-ROW.
031800     MOVE ZERO TO MULT-SAL-ROW.
031900     PERFORM 2410-CHECK-ONE-ROW THRU 2410-EXIT
032000         VARYING MULT-SAL-SUB FROM 1 BY 1
032100         UNTIL MULT-SAL-SUB > MULT-SAL-ROW-COUNT(MULT-SAL-DIM)
032200            OR MULT-SAL-ROW > ZERO.
032300     IF MULT-SAL-ROW > ZERO THEN
032400        GO TO 2400-EXIT
032500     END-IF.
032600     IF MULT-SAL-ROW-COUNT(MULT-SAL-DIM) < MULT-SAL-ROW-MAX THEN
032700        ADD 1 TO MULT-SAL-ROW-COUNT(MULT-SAL-DIM)
032800        MOVE MULT-SAL-ROW-COUNT(MULT-SAL-DIM) TO MULT-SAL-ROW
032900        MOVE MULT-SAL-KEY TO
033000            MULT-SAL-TBL-KEY(MULT-SAL-DIM, MULT-SAL-ROW)
033100        GO TO 2400-EXIT
033200     END-IF.
033300     ADD 1 TO MULT-SAL-OTHER-TALLY.
033400     COMPUTE MULT-SAL-ROW = MULT-SAL-ROW-MAX + 1.
033500     IF MULT-SAL-ROW-COUNT(MULT-SAL-DIM) = MULT-SAL-ROW-MAX THEN
033600        MOVE MULT-SAL-ROW TO MULT-SAL-ROW-COUNT(MULT-SAL-DIM)
033700        MOVE "*OTHER" TO
033800            MULT-SAL-TBL-KEY(MULT-SAL-DIM, MULT-SAL-ROW)
033900     END-IF.
034000 2400-EXIT.
034100     EXIT.
034200
034300*-----------------------------------------------------------------
034400* 2410-CHECK-ONE-ROW - COMPARE ONE ROW'S KEY WITH MULT-SAL-KEY
034500*-----------------------------------------------------------------
034600 2410-CHECK-ONE-ROW.
034700     IF MULT-SAL-TBL-KEY(MULT-SAL-DIM, MULT-SAL-SUB) =
034800        MULT-SAL-KEY THEN
034900        MOVE MULT-SAL-SUB TO MULT-SAL-ROW
035000     END-IF.
035100 2410-EXIT.
035200     EXIT.
035300
035400*-----------------------------------------------------------------
035500* 2500-ADD-TO-PERIOD - ADD THE LINE TO THE CUSTOMER'S AND THE
035600*                      ITEM'S ROWS FOR ONE PERIOD, IF THE SET IS
035700*                      IN IT
035800*-----------------------------------------------------------------
035900 2500-ADD-TO-PERIOD.
036000     IF MULT-SAL-IN-PERIOD(MULT-SAL-PER) NOT = "Y" THEN
036100        GO TO 2500-EXIT
036200     END-IF.
036300     MOVE 1 TO MULT-SAL-DIM.
036400     MOVE MULT-SAL-CST-ROW TO MULT-SAL-ROW.
036500     PERFORM 2510-ADD-TO-ROW THRU 2510-EXIT.
036600     MOVE 2 TO MULT-SAL-DIM.
036700     MOVE MULT-SAL-ITEM-ROW TO MULT-SAL-ROW.
036800     PERFORM 2510-ADD-TO-ROW THRU 2510-EXIT.
036900 2500-EXIT.
037000     EXIT.
037100
037200*-----------------------------------------------------------------
037300* 2510-ADD-TO-ROW - ADD THE LINE'S FOUR AMOUNTS TO ONE ROW'S
037400*                   TOTALS FOR ONE PERIOD
037500*-----------------------------------------------------------------
037600 2510-ADD-TO-ROW.
037700     ADD MULT-SAL-LINE-QTY TO
037800         MULT-SAL-TBL-QTY(MULT-SAL-DIM, MULT-SAL-ROW,
037900             MULT-SAL-PER)
038000         ON SIZE ERROR
038100             SET MULT-SAL-TOTAL-OVERFLOW TO TRUE
038200     END-ADD.
038300     ADD MULT-SAL-LINE-GROSS TO
038400         MULT-SAL-TBL-GROSS(MULT-SAL-DIM, MULT-SAL-ROW,
038500             MULT-SAL-PER)
038600         ON SIZE ERROR
038700             SET MULT-SAL-TOTAL-OVERFLOW TO TRUE
038800     END-ADD.
038900     ADD MULT-SAL-LINE-DISC TO
039000         MULT-SAL-TBL-DISC(MULT-SAL-DIM, MULT-SAL-ROW,
039100             MULT-SAL-PER)
039200         ON SIZE ERROR
039300             SET MULT-SAL-TOTAL-OVERFLOW TO TRUE
039400     END-ADD.
039500     ADD MULT-SAL-LINE-NET TO
039600         MULT-SAL-TBL-NET(MULT-SAL-DIM, MULT-SAL-ROW,
039700             MULT-SAL-PER)
039800         ON SIZE ERROR
039900             SET MULT-SAL-TOTAL-OVERFLOW TO TRUE
040000     END-ADD.
040100 2510-EXIT.
040200     EXIT.
040300
040400*-----------------------------------------------------------------
040500* 3000-PRINT-SECTION - RANK ONE DIMENSION'S ROWS BY NET SALES FOR
040600*                      ONE PERIOD AND PRINT THEM UNDER A SECTION
040700*                      HEADING, WITH LAST YEAR'S NET FOR THE SAME
040800*                      PERIOD, THEN THE SECTION TOTALS.  A ROW
040900*                      WITH NO SALES IN EITHER YEAR'S PERIOD IS
041000*                      LEFT OUT.
041100*-----------------------------------------------------------------
041200 3000-PRINT-SECTION.
041300     COMPUTE MULT-SAL-LY-PER = MULT-SAL-PER + 2.
041400     MOVE ZERO TO MULT-SAL-RANK-COUNT.
041500     INITIALIZE MULT-SAL-SECTION-TOTALS.
041600     PERFORM 3100-RANK-ONE-ROW THRU 3100-EXIT
041700         VARYING MULT-SAL-ROW FROM 1 BY 1
041800         UNTIL MULT-SAL-ROW > MULT-SAL-ROW-COUNT(MULT-SAL-DIM).
041900     PERFORM 3300-PRINT-SECTION-HEAD THRU 3300-EXIT.
042000     PERFORM 3400-PRINT-ONE-ROW THRU 3400-EXIT
042100         VARYING MULT-SAL-SUB FROM 1 BY 1
042200         UNTIL MULT-SAL-SUB > MULT-SAL-RANK-COUNT.
042300     PERFORM 3500-PRINT-TOTALS THRU 3500-EXIT.
042400 3000-EXIT.
042500     EXIT.
042600
042700*-----------------------------------------------------------------
042800* 3100-RANK-ONE-ROW - INSERT ONE ROW INTO THE RANK LIST AFTER
042900*                     EVERY ROW WITH NET SALES AT LEAST AS HIGH
043000*-----------------------------------------------------------------
043100 3100-RANK-ONE-ROW.
043200     IF MULT-SAL-TBL-QTY(MULT-SAL-DIM, MULT-SAL-ROW, MULT-SAL-PER)
043300        = ZERO AND
043400        MULT-SAL-TBL-NET(MULT-SAL-DIM, MULT-SAL-ROW, MULT-SAL-PER)
043500        = ZERO AND
043600        MULT-SAL-TBL-QTY(MULT-SAL-DIM, MULT-SAL-ROW,
043700            MULT-SAL-LY-PER) = ZERO AND
043800        MULT-SAL-TBL-NET(MULT-SAL-DIM, MULT-SAL-ROW,
043900            MULT-SAL-LY-PER) = ZERO THEN
044000        GO TO 3100-EXIT
044100     END-IF.
044200     MOVE ZERO TO MULT-SAL-INSERT-SUB.
044300     PERFORM 3110-CHECK-ONE-RANK THRU 3110-EXIT
044400         VARYING MULT-SAL-SUB FROM 1 BY 1
044500         UNTIL MULT-SAL-SUB > MULT-SAL-RANK-COUNT
044600            OR MULT-SAL-INSERT-SUB > ZERO.
044700     IF MULT-SAL-INSERT-SUB = ZERO THEN
044800        COMPUTE MULT-SAL-INSERT-SUB = MULT-SAL-RANK-COUNT + 1
044900     END-IF.
045000     ADD 1 TO MULT-SAL-RANK-COUNT.
045100     PERFORM 3120-SHIFT-ONE-RANK THRU 3120-EXIT
045200         VARYING MULT-SAL-SUB FROM MULT-SAL-RANK-COUNT BY -1
045300         UNTIL MULT-SAL-SUB NOT GREATER THAN MULT-SAL-INSERT-SUB.
045400     MOVE MULT-SAL-ROW TO MULT-SAL-RANK-ROW(MULT-SAL-INSERT-SUB).
045500 3100-EXIT.
045600     EXIT.
045700
045800*-----------------------------------------------------------------
045900* 3110-CHECK-ONE-RANK - THE FIRST RANKED ROW WITH LOWER NET SALES
046000*                       IS WHERE THE NEW ROW GOES
046100*-----------------------------------------------------------------
046200 3110-CHECK-ONE-RANK.
046300     IF MULT-SAL-TBL-NET(MULT-SAL-DIM,
046400            MULT-SAL-RANK-ROW(MULT-SAL-SUB), MULT-SAL-PER) <
046500        MULT-SAL-TBL-NET(MULT-SAL-DIM, MULT-SAL-ROW, MULT-SAL-PER)
046600        THEN
046700        MOVE MULT-SAL-SUB TO MULT-SAL-INSERT-SUB
046800     END-IF.
046900 3110-EXIT.
047000     EXIT.
047100
047200*-----------------------------------------------------------------
047300* 3120-SHIFT-ONE-RANK - PUSH THE RANK ENTRY ABOVE DOWN ONE SLOT
047400*-----------------------------------------------------------------
047500 3120-SHIFT-ONE-RANK.
047600     MOVE MULT-SAL-RANK-ROW(MULT-SAL-SUB - 1) TO
047700         MULT-SAL-RANK-ROW(MULT-SAL-SUB).
047800 3120-EXIT.
047900     EXIT.
048000
048100*-----------------------------------------------------------------
048200* 3300-PRINT-SECTION-HEAD - NAME THE DIMENSION AND THE PERIOD,
048300*                           WITH THIS YEAR'S AND LAST YEAR'S DATE
048400*                           RANGES, THEN THE COLUMN HEADINGS
048500*-----------------------------------------------------------------
048600 3300-PRINT-SECTION-HEAD.
048700     IF MULT-SAL-DIM = 1 THEN
048800        MOVE "CUSTOMERS" TO MULT-SAS-DIMENSION
048900     ELSE
049000        MOVE "ITEMS" TO MULT-SAS-DIMENSION
049100     END-IF.
049200     IF MULT-SAL-PER = 1 THEN
049300        MOVE "MONTH TO DATE" TO MULT-SAS-PERIOD
049400        MOVE MULT-SAL-RD-MM TO MULT-SAL-DE-MM
049500     ELSE
049600        MOVE "YEAR TO DATE" TO MULT-SAS-PERIOD
049700        MOVE 01 TO MULT-SAL-DE-MM
049800     END-IF.
049900     MOVE 01 TO MULT-SAL-DE-DD.
050000     MOVE MULT-SAL-RD-YY TO MULT-SAL-DE-YY.
050100     MOVE MULT-SAL-DATE-EDIT TO MULT-SAS-FROM-DATE.
050200     MOVE MULT-SAL-LAST-YY TO MULT-SAL-DE-YY.
050300     MOVE MULT-SAL-DATE-EDIT TO MULT-SAS-LY-FROM-DATE.
050400     MOVE MULT-SAL-RD-MM TO MULT-SAL-DE-MM.
050500     MOVE MULT-SAL-RD-DD TO MULT-SAL-DE-DD.
050600     MOVE MULT-SAL-RD-YY TO MULT-SAL-DE-YY.
050700     MOVE MULT-SAL-DATE-EDIT TO MULT-SAS-TO-DATE.
050800     MOVE MULT-SAL-LAST-YY TO MULT-SAL-DE-YY.
050900     MOVE MULT-SAL-DATE-EDIT TO MULT-SAS-LY-TO-DATE.
051000     MOVE SPACES TO MULT-SAL-REPORT-RECORD.
051100     WRITE MULT-SAL-REPORT-RECORD.
051200     WRITE MULT-SAL-REPORT-RECORD FROM MULT-SAL-SECTION-LINE.
051300     WRITE MULT-SAL-REPORT-RECORD FROM MULT-SAL-COLUMN-LINE.
051400     ADD 3 TO MULT-OUT-WRITE-COUNT.
051500 3300-EXIT.
051600     EXIT.
051700
051800*-----------------------------------------------------------------
051900* 3400-PRINT-ONE-ROW - PRINT ONE RANKED ROW AND ADD IT TO THE
052000*                      SECTION TOTALS FOR BOTH YEARS
052100*-----------------------------------------------------------------
052200 3400-PRINT-ONE-ROW.
052300     MOVE MULT-SAL-RANK-ROW(MULT-SAL-SUB) TO MULT-SAL-ROW.
052400     MOVE SPACES TO MULT-SAD-LABEL.
052500     MOVE MULT-SAL-SUB TO MULT-SAL-RANK-EDIT.
052600     MOVE MULT-SAL-RANK-EDIT TO MULT-SAD-RANK.
052700     MOVE MULT-SAL-TBL-KEY(MULT-SAL-DIM, MULT-SAL-ROW) TO
052800         MULT-SAD-KEY.
052900     MOVE MULT-SAL-TBL-PERIOD(MULT-SAL-DIM, MULT-SAL-ROW,
053000         MULT-SAL-PER) TO MULT-SAL-SECT-PERIOD(3).
053100     MOVE 1 TO MULT-SAL-TOT-SUB.
053200     PERFORM 3410-ADD-TO-SECTION THRU 3410-EXIT.
053300     MOVE MULT-SAL-TBL-PERIOD(MULT-SAL-DIM, MULT-SAL-ROW,
053400         MULT-SAL-LY-PER) TO MULT-SAL-SECT-PERIOD(3).
053500     MOVE 2 TO MULT-SAL-TOT-SUB.
053600     PERFORM 3410-ADD-TO-SECTION THRU 3410-EXIT.
053700     MOVE MULT-SAL-TBL-QTY(MULT-SAL-DIM, MULT-SAL-ROW,
053800         MULT-SAL-PER) TO MULT-SAD-QUANTITY.
053900     MOVE MULT-SAL-TBL-GROSS(MULT-SAL-DIM, MULT-SAL-ROW,
054000         MULT-SAL-PER) TO MULT-SAD-GROSS.
054100     MOVE MULT-SAL-TBL-DISC(MULT-SAL-DIM, MULT-SAL-ROW,
054200         MULT-SAL-PER) TO MULT-SAD-DISCOUNT.
054300     MOVE MULT-SAL-TBL-NET(MULT-SAL-DIM, MULT-SAL-ROW,
054400         MULT-SAL-PER) TO MULT-SAL-CUR-NET.
054500     MOVE MULT-SAL-TBL-NET(MULT-SAL-DIM, MULT-SAL-ROW,
054600         MULT-SAL-LY-PER) TO MULT-SAL-LY-NET.
054700     MOVE MULT-SAL-CUR-NET TO MULT-SAD-NET.
054800     MOVE MULT-SAL-LY-NET TO MULT-SAL-AMOUNT-EDIT.
054900     MOVE MULT-SAL-AMOUNT-EDIT TO MULT-SAD-LY-NET.
055000     PERFORM 3600-SET-CHANGE THRU 3600-EXIT.
055100     WRITE MULT-SAL-REPORT-RECORD FROM MULT-SAL-DETAIL-LINE.
055200     ADD 1 TO MULT-OUT-WRITE-COUNT.
055300 3400-EXIT.
055400     EXIT.
055500
055600*-----------------------------------------------------------------
055700* 3410-ADD-TO-SECTION - ADD THE ROW TOTALS STAGED IN THE THIRD
055800*                       SECTION SLOT INTO THIS YEAR'S OR LAST
055900*                       YEAR'S SECTION TOTALS
056000*-----------------------------------------------------------------
056100 3410-ADD-TO-SECTION.
056200     ADD MULT-SAL-SECT-QTY(3) TO
056300         MULT-SAL-SECT-QTY(MULT-SAL-TOT-SUB)
056400         ON SIZE ERROR
056500             SET MULT-SAL-TOTAL-OVERFLOW TO TRUE
056600     END-ADD.
056700     ADD MULT-SAL-SECT-GROSS(3) TO
056800         MULT-SAL-SECT-GROSS(MULT-SAL-TOT-SUB)
056900         ON SIZE ERROR
057000             SET MULT-SAL-TOTAL-OVERFLOW TO TRUE
057100     END-ADD.
057200     ADD MULT-SAL-SECT-DISC(3) TO
057300         MULT-SAL-SECT-DISC(MULT-SAL-TOT-SUB)
057400         ON SIZE ERROR
057500             SET MULT-SAL-TOTAL-OVERFLOW TO TRUE
057600     END-ADD.
057700     ADD MULT-SAL-SECT-NET(3) TO
057800         MULT-SAL-SECT-NET(MULT-SAL-TOT-SUB)
057900         ON SIZE ERROR
058000             SET MULT-SAL-TOTAL-OVERFLOW TO TRUE
058100     END-ADD.
058200 3410-EXIT.
058300     EXIT.
058400
058500*-----------------------------------------------------------------
058600* 3500-PRINT-TOTALS - PRINT THE SECTION'S TOTAL LINE, WITH LAST
058700*                     YEAR'S NET AND THE CHANGE, THEN LAST YEAR'S
058800*                     TOTALS IN THE SAME COLUMNS
058900*-----------------------------------------------------------------
059000 3500-PRINT-TOTALS.
059100     MOVE "TOTAL" TO MULT-SAD-LABEL.
059200     MOVE MULT-SAL-SECT-QTY(1) TO MULT-SAD-QUANTITY.
059300     MOVE MULT-SAL-SECT-GROSS(1) TO MULT-SAD-GROSS.
059400     MOVE MULT-SAL-SECT-DISC(1) TO MULT-SAD-DISCOUNT.
059500     MOVE MULT-SAL-SECT-NET(1) TO MULT-SAL-CUR-NET.
059600     MOVE MULT-SAL-SECT-NET(2) TO MULT-SAL-LY-NET.
059700     MOVE MULT-SAL-CUR-NET TO MULT-SAD-NET.
059800     MOVE MULT-SAL-LY-NET TO MULT-SAL-AMOUNT-EDIT.
059900     MOVE MULT-SAL-AMOUNT-EDIT TO MULT-SAD-LY-NET.
060000     PERFORM 3600-SET-CHANGE THRU 3600-EXIT.
060100     WRITE MULT-SAL-REPORT-RECORD FROM MULT-SAL-DETAIL-LINE.
060200     MOVE "LAST YEAR" TO MULT-SAD-LABEL.
060300     MOVE MULT-SAL-SECT-QTY(2) TO MULT-SAD-QUANTITY.
060400     MOVE MULT-SAL-SECT-GROSS(2) TO MULT-SAD-GROSS.
060500     MOVE MULT-SAL-SECT-DISC(2) TO MULT-SAD-DISCOUNT.
060600     MOVE MULT-SAL-SECT-NET(2) TO MULT-SAD-NET.
060700     MOVE SPACES TO MULT-SAD-LY-NET.
060800     MOVE SPACES TO MULT-SAD-CHANGE.
060900     WRITE MULT-SAL-REPORT-RECORD FROM MULT-SAL-DETAIL-LINE.
061000     ADD 2 TO MULT-OUT-WRITE-COUNT.
061100 3500-EXIT.
061200     EXIT.
061300
061400*-----------------------------------------------------------------
061500* 3600-SET-CHANGE - THE PERCENT CHANGE IN NET SALES FROM LAST
061600*                   YEAR, ROUNDED.  WITH NO NET SALES LAST YEAR
061700*                   THERE IS NOTHING TO COMPARE WITH, AND A
061800*                   CHANGE TOO LARGE FOR THE COLUMN PRINTS STARS.
061900*-----------------------------------------------------------------
062000 3600-SET-CHANGE.
062100     IF MULT-SAL-LY-NET NOT GREATER THAN ZERO THEN
062200        MOVE "   --" TO MULT-SAD-CHANGE
062300        GO TO 3600-EXIT
062400     END-IF.
062500     COMPUTE MULT-SAL-PERCENT ROUNDED =
062600         (MULT-SAL-CUR-NET - MULT-SAL-LY-NET) * 100
062700         / MULT-SAL-LY-NET
062800         ON SIZE ERROR
062900             MOVE "*****" TO MULT-SAD-CHANGE
063000             GO TO 3600-EXIT
063100     END-COMPUTE.
063200     MOVE MULT-SAL-PERCENT TO MULT-SAL-PCT-EDIT.
063300     MOVE MULT-SAL-PCT-EDIT TO MULT-SAD-CHANGE.
063400 3600-EXIT.
063500     EXIT.
063600
063700*-----------------------------------------------------------------
063800* 7000-READ-CONTROL - READ THE NEXT MULTINVC FILE NAME, FLAG EOF
063900*-----------------------------------------------------------------
064000 7000-READ-CONTROL.
064100     READ MULT-INV-CONTROL-FILE
064200         AT END
064300             SET MULT-IVC-END-OF-FILE TO TRUE
064400     END-READ.
064500 7000-EXIT.
064600     EXIT.
064700
064800*-----------------------------------------------------------------
064900* 7100-READ-INVOICE - READ THE NEXT RECORD OF THE CURRENT DAY'S
065000*                     MULTINV FILE, FLAG EOF FOR THAT DAY
065100*-----------------------------------------------------------------
065200 7100-READ-INVOICE.
065300     READ MULT-INVOICE-FILE
065400         AT END
065500             SET MULT-INV-END-OF-FILE TO TRUE
065600     END-READ.
065700 7100-EXIT.
065800     EXIT.
065900
066000*-----------------------------------------------------------------
066100* 8000-FINALIZE - PRINT THE FOUR SECTIONS - CUSTOMERS THEN ITEMS,
066200*                 EACH MONTH TO DATE THEN YEAR TO DATE - AND THE
066300*                 COUNTS, AND CLOSE UP.  A KEY TOTALLED ON A
066400*                 CATCH-ALL ROW LEAVES RETURN CODE 4; AN
066500*                 OVERFLOWED TOTAL LEAVES 8.
066600*-----------------------------------------------------------------
066700 8000-FINALIZE.
066800     MOVE 1 TO MULT-SAL-DIM.
066900     MOVE 1 TO MULT-SAL-PER.
067000     PERFORM 3000-PRINT-SECTION THRU 3000-EXIT.
067100     MOVE 2 TO MULT-SAL-PER.
067200     PERFORM 3000-PRINT-SECTION THRU 3000-EXIT.
067300     MOVE 2 TO MULT-SAL-DIM.
067400     MOVE 1 TO MULT-SAL-PER.
067500     PERFORM 3000-PRINT-SECTION THRU 3000-EXIT.
067600     MOVE 2 TO MULT-SAL-PER.
067700     PERFORM 3000-PRINT-SECTION THRU 3000-EXIT.
067800     MOVE SPACES TO MULT-SAL-REPORT-RECORD.
067900     WRITE MULT-SAL-REPORT-RECORD.
068000     MOVE MULT-SAL-FILE-COUNT TO MULT-SAC-FILE-COUNT.
068100     MOVE MULT-SAL-INV-TALLY TO MULT-SAC-INV-COUNT.
068200     MOVE MULT-SAL-MEMO-TALLY TO MULT-SAC-MEMO-COUNT.
068300     WRITE MULT-SAL-REPORT-RECORD FROM MULT-SAL-COUNT-LINE.
068400     ADD 2 TO MULT-OUT-WRITE-COUNT.
068500     IF MULT-SAL-OTHER-TALLY > ZERO THEN
068600        MOVE "TABLE FULL - SOME SALES TOTALLED ON *OTHER ROWS"
068700            TO MULT-SAW-TEXT
068800        WRITE MULT-SAL-REPORT-RECORD FROM MULT-SAL-WARNING-LINE
068900        ADD 1 TO MULT-OUT-WRITE-COUNT
069000        MOVE 4 TO RETURN-CODE
069100     END-IF.
069200     IF MULT-SAL-TOTAL-OVERFLOW THEN
069300        MOVE "TOTAL OVERFLOWED - FIGURES ON THIS REPORT ARE SHORT"
069400            TO MULT-SAW-TEXT
069500        WRITE MULT-SAL-REPORT-RECORD FROM MULT-SAL-WARNING-LINE
069600        ADD 1 TO MULT-OUT-WRITE-COUNT
069700        DISPLAY "MULTSALES - A SALES TOTAL OVERFLOWED"
069800        MOVE 8 TO RETURN-CODE
069900     END-IF.
070000     CLOSE MULT-INV-CONTROL-FILE.
070100     CLOSE MULT-SAL-REPORT-FILE.
070200 8000-EXIT.
070300     EXIT.
070400
070500*-----------------------------------------------------------------
070600* 9000-WRITE-RUN-LOG - APPEND ONE START OR END RECORD TO THE
070700*                      SHARED CALCRLOG RUN LOG.  THE READ TALLY
070800*                      COVERS THE MULTINV RECORDS; THE WRITE TALLY
070900*                      COVERS THE REPORT LINES.
071000*-----------------------------------------------------------------
071100 9000-WRITE-RUN-LOG.
071200     OPEN EXTEND CALC-RUN-LOG-FILE.
071300     MOVE "MULTSALES" TO CALC-RL-PROGRAM.
071400     MOVE MULT-RL-EVENT-CODE TO CALC-RL-EVENT.
071500     ACCEPT CALC-RL-DATE FROM DATE.
071600     ACCEPT CALC-RL-TIME FROM TIME.
071700     MOVE MULT-SAL-READ-COUNT TO CALC-RL-READ-COUNT.
071800     MOVE MULT-OUT-WRITE-COUNT TO CALC-RL-WRITE-COUNT.
071900     MOVE RETURN-CODE TO CALC-RL-RETURN-CODE.
072000     WRITE CALC-RUN-LOG-RECORD.
072100     CLOSE CALC-RUN-LOG-FILE.
072200 9000-EXIT.
072300     EXIT.
072400
072500 9999-EXIT.
072600     MOVE "E" TO MULT-RL-EVENT-CODE.
072700     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
072800     STOP RUN.
