002281*                   CODE 8 EVEN WHEN THE CUSTOMER HAS NO TRAILER
002282*                   AT ALL, SO AN INCOMPLETE INVOICE CAN NEVER
002283*                   RIDE OUT ON A CLEAN FEED.
002284* 10/15/2026  DW    ADDED SALES TAX.  A NEW MULTTAX RATE TABLE IS
002286*                   LOADED AT STARTUP THE SAME WAY MULTDSC IS;
002288*                   EACH CUSTOMER NAMES ITS JURISDICTION ON
002290*                   MULTCST AND EACH ITEM IS MARKED TAXABLE OR
002292*                   EXEMPT ON MULTPRD.  A CUSTOMER WHOSE
002294*                   JURISDICTION IS NOT ON THE RATE TABLE GOES TO
002296*                   MULTEXC (BADJ).  TAX IS CHARGED ONCE PER
002298*                   INVOICE ON THE TAXABLE LINES, ROUNDED AT THE
002300*                   CENT, AND PRINTED WITH THE INVOICE TOTAL
002302*                   INCLUDING TAX ON A LINE UNDER EACH SUBTOTAL;
002304*                   THE MULTINV TRAILER CARRIES THE JURISDICTION,
002306*                   TAXABLE AMOUNT, TAX AND TOTAL INCLUDING TAX.
002308* 10/15/2026  DW    ADDED RETURNS.  A MULTIN RECORD OF TYPE "R"
002310*                   NAMES THE ORIGINAL INVOICE AND ITEM; IT IS
002312*                   MATCHED TO THE MULTHST INVOICE HISTORY LOADED
002314*                   AT STARTUP AND PRICED AT THE LIST PRICE AND
002316*                   DISCOUNT ORIGINALLY BILLED, NOT TODAY'S
002318*                   MULTPRD PRICE.  A RETURN THAT MATCHES NO
002320*                   BILLED LINE, BELONGS TO ANOTHER CUSTOMER OR
002322*                   WOULD CREDIT MORE THAN WAS BILLED LESS EARLIER
002324*                   RETURNS GOES TO MULTEXC.  RETURNS PRINT ON
002326*                   THEIR OWN CREDIT LINES, ARE TOTALLED ON A
002328*                   CREDIT MEMO LINE UNDER THE CUSTOMER'S
002330*                   SUBTOTAL, AND ARE WRITTEN TO MULTINV AS A
002332*                   SEPARATE CREDIT MEMO SET (DOC TYPE "C") AFTER
002334*                   THE CUSTOMER'S INVOICE.  A CUSTOMER ON CREDIT
002336*                   HOLD MAY STILL RETURN GOODS.  INVOICE DETAILS
002338*                   NOW ALSO CARRY THE LIST PRICE, DISCOUNT
002340*                   PERCENT AND TAX CODE FOR THE HISTORY.
002342* 10/15/2026  DW    LINES ARE NOW PRICED AT THE PRICE EFFECTIVE ON
002344*                   THE RUN DATE.  THE MULTPRH PRICE SCHEDULE KEPT
002346*                   BY MULTPRDMAINT IS LOADED OVER THE MULTPRD
002348*                   PRICES AT STARTUP: EACH ITEM TAKES ITS LATEST
002350*                   SCHEDULED PRICE EFFECTIVE ON OR BEFORE THE RUN
002352*                   DATE, SO A PRICE CHANGE NO LONGER NEEDS
002354*                   MULTPRD SWAPPED AT THE RIGHT POINT IN THE
002356*                   CYCLE.  AN ITEM WITH NO SCHEDULE ROW KEEPS ITS
002358*                   MULTPRD PRICE.  THE RUN DATE IS NOW TAKEN
002360*                   BEFORE THE TABLES ARE LOADED.
002362* 10/15/2026  DW    CYCLE CONTROL GATE.  AT START THE PROGRAM NOW
002364*                   CHECKS ITS CALCCTL ROW AGAINST THE CYCLE'S
002366*                   CALCRLOG (COPY CALCGATE) AND REFUSES TO RUN -
002368*                   RETURN CODE 12 AND AN "R" RUN-LOG RECORD - IF
002370*                   A PREDECESSOR HAS NOT ENDED WITHIN ITS
002372*                   RETURN-CODE LIMIT AND IS NOT MARKED FOR
002374*                   BYPASS, OR IF IT HAS ALREADY RUN THIS CYCLE
002376*                   AND IS NOT MARKED FOR RERUN BY CALCCYCMARK.
002378* 10/15/2026  DW    MULTHST ONLY EVER GROWS, SO WHEN IT HOLDS MORE
002380*                   BILLED LINES THAN THE HISTORY TABLE, THE TABLE
002382*                   NOW KEEPS THE MOST RECENT ONES - THE OLDEST
002384*                   ARE SKIPPED AND COUNTED ON THE CONSOLE -
002386*                   INSTEAD OF THE OLDEST, WHICH LEFT A RETURN
002388*                   AGAINST A RECENT INVOICE WITH NO MATCH.
002389* 10/15/2026  DW    THE MULTPRH PASS SKIPS ITS ITEM SEARCH WHEN
002390*                   MULTPRD IS EMPTY.
002391*-----------------------------------------------------------------
002392
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
003206
003207     SELECT OPTIONAL CALC-RUN-LOG-FILE ASSIGN TO "CALCRLOG"
003208         ORGANIZATION IS LINE SEQUENTIAL.
003210
003212     SELECT OPTIONAL MULT-PRICE-SCHED-FILE ASSIGN TO "MULTPRH"
003214         ORGANIZATION IS LINE SEQUENTIAL.
003216
003218     SELECT MULT-TAX-RATE-FILE ASSIGN TO "MULTTAX"
003220         ORGANIZATION IS LINE SEQUENTIAL.
003222
003224     SELECT OPTIONAL MULT-HISTORY-FILE ASSIGN TO "MULTHST"
003226         ORGANIZATION IS LINE SEQUENTIAL.
003228
003230     SELECT OPTIONAL CALC-CONTROL-FILE ASSIGN TO "CALCCTL"
003232         ORGANIZATION IS LINE SEQUENTIAL.
003234
003236     SELECT OPTIONAL CALC-CYCLE-ACTION-FILE ASSIGN TO "CALCCACT"
003238         ORGANIZATION IS LINE SEQUENTIAL.
003254
003300 DATA DIVISION.
003400 FILE SECTION.
004106
004107 FD  CALC-RUN-LOG-FILE.
004108 COPY CALCRLG.
004111
004114 FD  MULT-PRICE-SCHED-FILE.
004117 COPY MULTPRH.
004120
004123 FD  MULT-TAX-RATE-FILE.
004126 COPY MULTTAX.
004129
004132 FD  MULT-HISTORY-FILE.
004135 COPY MULTHST.
004138
004141 FD  CALC-CONTROL-FILE.
004144 COPY CALCCTL.
004147
004150 FD  CALC-CYCLE-ACTION-FILE.
004153 COPY CALCCAC.
004154
004200 WORKING-STORAGE SECTION.
004300 77  MULT-EOF-SWITCH        PIC X(01) VALUE "N".
004810 77  MULT-GRAND-TOTAL-EDIT  PIC ZZZZZZZZ9.99.
004820 77  MULT-TOTAL-OVFL-SW     PIC X(01) VALUE "N".
004830     88  MULT-GRAND-TOTAL-OVERFLOW        VALUE "Y".
004831 77  MULT-TAX-EOF-SWITCH    PIC X(01) VALUE "N".
004832     88  MULT-TAX-END-OF-FILE             VALUE "Y".
004833 77  MULT-TAX-TABLE-MAX     PIC 9(03) VALUE 050.
004834 77  MULT-TAX-TABLE-COUNT   PIC 9(03) COMP VALUE ZERO.
004835 77  MULT-CUST-JURIS-FOUND  PIC X(04) VALUE SPACES.
004836 77  MULT-ITEM-TAX-CODE     PIC X(01) VALUE SPACE.
004837     88  MULT-ITEM-TAX-EXEMPT             VALUE "E".
004838 77  MULT-TAX-RATE-FOUND    PIC 9(02)V9(03) VALUE ZERO.
004839 77  MULT-SUB-TAX-JURIS     PIC X(04) VALUE SPACES.
004840 77  MULT-SUB-TAX-RATE      PIC 9(02)V9(03) VALUE ZERO.
004841 77  MULT-CUST-TAXABLE      PIC 9(09)V99 VALUE ZERO.
004842 77  MULT-TAX-AMT-RAW       PIC 9(11)V9(05) VALUE ZERO.
004843 77  MULT-CUST-TAX          PIC 9(07)V99 VALUE ZERO.
004844 77  MULT-CUST-TAX-EDIT     PIC ZZZZZZ9.99.
004845 77  MULT-CUST-INV-TOTAL    PIC 9(09)V99 VALUE ZERO.
004846 77  MULT-GRAND-TAX         PIC 9(09)V99 VALUE ZERO.
004847 77  MULT-GRAND-TAX-EDIT    PIC ZZZZZZZZ9.99.
004848 77  MULT-TAX-OVFL-SW       PIC X(01) VALUE "N".
004849     88  MULT-GRAND-TAX-OVERFLOW          VALUE "Y".
004850 77  MULT-HST-EOF-SWITCH    PIC X(01) VALUE "N".
004851     88  MULT-HST-END-OF-FILE             VALUE "Y".
004852 77  MULT-HST-TABLE-MAX     PIC 9(05) VALUE 05000.
004853 77  MULT-HST-TABLE-COUNT   PIC 9(05) COMP VALUE ZERO.
004854 77  MULT-HST-FOUND-SUB     PIC 9(05) COMP VALUE ZERO.
004855 77  MULT-HST-LINE-COUNT    PIC 9(07) COMP VALUE ZERO.
004856 77  MULT-HST-SKIP-COUNT    PIC 9(07) COMP VALUE ZERO.
004857 77  MULT-CRD-LINE-MAX      PIC 9(03) VALUE 100.
004858 77  MULT-CRD-LINE-COUNT    PIC 9(03) COMP VALUE ZERO.
004859 77  MULT-CRD-SUB           PIC 9(03) COMP VALUE ZERO.
004860 77  MULT-CUST-CREDIT       PIC 9(09)V99 VALUE ZERO.
004861 77  MULT-CUST-CR-TAXABLE   PIC 9(09)V99 VALUE ZERO.
004862 77  MULT-CUST-CR-TAX       PIC 9(07)V99 VALUE ZERO.
004863 77  MULT-CUST-CR-TOTAL     PIC 9(09)V99 VALUE ZERO.
004864 77  MULT-CREDIT-OVFL-SW    PIC X(01) VALUE "N".
004865     88  MULT-CREDIT-OVERFLOW             VALUE "Y".
004866 77  MULT-GRAND-CREDIT      PIC 9(09)V99 VALUE ZERO.
004867 77  MULT-GRAND-CR-TAX      PIC 9(09)V99 VALUE ZERO.
004868 77  MULT-GR-CREDIT-OVFL-SW PIC X(01) VALUE "N".
004869     88  MULT-GRAND-CREDIT-OVERFLOW       VALUE "Y".
004870 77  MULT-MEMO-TALLY        PIC 9(05) COMP VALUE ZERO.
004900 77  MULT-PAGE-NUMBER       PIC 9(04) COMP VALUE 1.
005000 77  MULT-LINE-COUNT        PIC 9(04) COMP VALUE ZERO.
005100 77  MULT-LINES-PER-PAGE    PIC 9(04) VALUE 0055.
005345     88  MULT-PRD-END-OF-FILE             VALUE "Y".
005350 77  MULT-PRD-TABLE-MAX     PIC 9(04) VALUE 0500.
005355 77  MULT-PRD-TABLE-COUNT   PIC 9(04) COMP VALUE ZERO.
005356 77  MULT-PRH-EOF-SWITCH    PIC X(01) VALUE "N".
005357     88  MULT-PRH-END-OF-FILE             VALUE "Y".
005360 77  MULT-UNIT-PRICE        PIC 9(05)V99 VALUE ZERO.
005365 77  MULT-PRC-FLAG-SWITCH   PIC X(01) VALUE "N".
005370     88  MULT-PRICE-MISMATCH              VALUE "Y".
005445         10  MULT-CST-TBL-ID        PIC X(05).
005450         10  MULT-CST-TBL-NAME      PIC X(20).
005455         10  MULT-CST-TBL-STATUS    PIC X(01).
005457         10  MULT-CST-TBL-JURIS     PIC X(04).
005460 01  MULT-PRD-TABLE.
005465     05  MULT-PRD-ENTRY OCCURS 1 TO 500 TIMES
005470             DEPENDING ON MULT-PRD-TABLE-COUNT
005475             INDEXED BY MULT-PRD-INDEX.
005480         10  MULT-PRD-TBL-ITEM      PIC X(06).
005482         10  MULT-PRD-TBL-TAX-CODE  PIC X(01).
005484         10  MULT-PRD-TBL-EFF-DATE  PIC 9(06).
005485         10  MULT-PRD-TBL-PRICE     PIC 9(05)V99.
005490 01  MULT-RUN-DATE.
005495     05  MULT-RD-YY             PIC 99.
005500     05  MULT-RD-MM             PIC 99.
005505     05  MULT-RD-DD             PIC 99.
005507 01  MULT-RUN-DATE-N REDEFINES MULT-RUN-DATE
005509                                PIC 9(06).
005511 01  MULT-TAX-TABLE.
005513     05  MULT-TAX-ENTRY OCCURS 1 TO 50 TIMES
005515             DEPENDING ON MULT-TAX-TABLE-COUNT
005517             INDEXED BY MULT-TAX-INDEX.
005519         10  MULT-TAX-TBL-JURIS     PIC X(04).
005521         10  MULT-TAX-TBL-RATE      PIC 9(02)V9(03).
005523 01  MULT-HST-TABLE.
005525     05  MULT-HST-ENTRY OCCURS 1 TO 5000 TIMES
005527             DEPENDING ON MULT-HST-TABLE-COUNT
005529             INDEXED BY MULT-HST-INDEX.
005531         10  MULT-HST-TBL-INVOICE-NO    PIC 9(07).
005533         10  MULT-HST-TBL-CUSTOMER-ID   PIC X(05).
005535         10  MULT-HST-TBL-ITEM          PIC X(06).
005537         10  MULT-HST-TBL-BILLED-QTY    PIC 9(05).
005539         10  MULT-HST-TBL-RETURNED-QTY  PIC 9(05).
005541         10  MULT-HST-TBL-LIST-PRICE    PIC 9(05)V99.
005543         10  MULT-HST-TBL-DISC-PCT      PIC 9(02)V99.
005545         10  MULT-HST-TBL-NET-PRICE     PIC 9(05)V99.
005547         10  MULT-HST-TBL-TAX-CODE      PIC X(01).
005549*    THE CURRENT CUSTOMER'S RETURNED LINES, HELD UNTIL THE CONTROL
005551*    BREAK SO THE CREDIT MEMO SET FOLLOWS THE INVOICE SET ON
005553*    MULTINV INSTEAD OF BEING INTERLEAVED WITH IT.
005555 01  MULT-CRD-TABLE.
005557     05  MULT-CRD-ENTRY OCCURS 1 TO 100 TIMES
005559             DEPENDING ON MULT-CRD-LINE-COUNT.
005561         10  MULT-CRD-TBL-ITEM          PIC X(06).
005563         10  MULT-CRD-TBL-QUANTITY      PIC 9(05).
005565         10  MULT-CRD-TBL-LIST-PRICE    PIC 9(05)V99.
005567         10  MULT-CRD-TBL-DISC-PCT      PIC 9(02)V99.
005569         10  MULT-CRD-TBL-NET-PRICE     PIC 9(05)V99.
005571         10  MULT-CRD-TBL-AMOUNT        PIC 9(07)V99.
005573         10  MULT-CRD-TBL-TAX-CODE      PIC X(01).
005575         10  MULT-CRD-TBL-ORIG-INVOICE  PIC 9(07).
005600 COPY MULTDET.
005700 COPY MULTHDG.
005710 COPY CALCGTW.
005800
006000 PROCEDURE DIVISION.
006100*-----------------------------------------------------------------
006200* 0000-MAINLINE
006300*-----------------------------------------------------------------
006400 0000-MAINLINE.
006401     MOVE "MULTIPLY2VALUES" TO CALC-GT-PROGRAM.
006402     PERFORM 0100-CHECK-CYCLE-GATE THRU 0100-EXIT.
006403     IF CALC-GT-REFUSED THEN
006404        MOVE "R" TO MULT-RL-EVENT-CODE
006405        PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
006406        STOP RUN
006407     END-IF.
006410     MOVE "S" TO MULT-RL-EVENT-CODE.
006420     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
006500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006700         UNTIL MULT-END-OF-FILE.
006800     PERFORM 8000-FINALIZE THRU 8000-EXIT.
006900     GO TO 9999-EXIT.
006910
006920 COPY CALCGATE.
007000
007100*-----------------------------------------------------------------
007200* 1000-INITIALIZE - OPEN FILES, PRINT THE FIRST PAGE HEADING,
007700     OPEN OUTPUT MULT-PRINT-FILE.
007800     OPEN OUTPUT MULT-EXCEPTION-FILE.
007810     OPEN OUTPUT MULT-INVOICE-FILE.
007820     ACCEPT MULT-RUN-DATE FROM DATE.
007900     PERFORM 1200-LOAD-DISCOUNT-TABLE THRU 1200-EXIT.
007950     PERFORM 1250-LOAD-CUSTOMER-TABLE THRU 1250-EXIT.
007960     PERFORM 1270-LOAD-PRODUCT-TABLE THRU 1270-EXIT.
008000     PERFORM 1010-LOAD-PRICE-SCHEDULE THRU 1010-EXIT.
008020     PERFORM 1020-LOAD-TAX-TABLE THRU 1020-EXIT.
008040     PERFORM 1030-LOAD-HISTORY-TABLE THRU 1030-EXIT.
008100     PERFORM 1100-WRITE-HEADING THRU 1100-EXIT.
008200     PERFORM 7000-READ-TRANS THRU 7000-EXIT.
008300 1000-EXIT.
008400     EXIT.
008401
008402*-----------------------------------------------------------------
008403* 1010-LOAD-PRICE-SCHEDULE - READ THE MULTPRH PRICE SCHEDULE OVER
008404*                            MULT-PRD-TABLE SO EACH ITEM IS PRICED
008405*                            AT THE PRICE EFFECTIVE ON THE RUN
008406*                            DATE.  NO MULTPRH LEAVES THE MULTPRD
008407*                            PRICES AS LOADED.
008408*-----------------------------------------------------------------
008409 1010-LOAD-PRICE-SCHEDULE.
008410     OPEN INPUT MULT-PRICE-SCHED-FILE.
008411     PERFORM 7175-READ-PRICE-SCHED THRU 7175-EXIT.
008412     PERFORM 1015-APPLY-ONE-PRICE THRU 1015-EXIT
008413         UNTIL MULT-PRH-END-OF-FILE.
008414     CLOSE MULT-PRICE-SCHED-FILE.
008415 1010-EXIT.
008416     EXIT.
008417
008418*-----------------------------------------------------------------
008419* 1015-APPLY-ONE-PRICE - A SCHEDULE ROW IN FORCE ON THE RUN DATE
008420*                        REPLACES ITS ITEM'S PRICE UNLESS THE ITEM
008421*                        ALREADY CARRIES A LATER ONE.  A ROW NOT
008422*                        YET EFFECTIVE, OR FOR AN ITEM NOT ON
008423*                        MULTPRD, IS PASSED OVER.
008424*-----------------------------------------------------------------
008425 1015-APPLY-ONE-PRICE.
008426     IF MULT-PRH-EFF-DATE > MULT-RUN-DATE-N THEN
008427        GO TO 1015-READ-NEXT
008428     END-IF.
008429     IF MULT-PRD-TABLE-COUNT > ZERO THEN
008430        SET MULT-PRD-INDEX TO 1
008431        SEARCH MULT-PRD-ENTRY
008432           AT END
008433              CONTINUE
008434           WHEN MULT-PRD-TBL-ITEM(MULT-PRD-INDEX) = MULT-PRH-ITEM
008435              IF MULT-PRH-EFF-DATE NOT LESS THAN
008436                 MULT-PRD-TBL-EFF-DATE(MULT-PRD-INDEX) THEN
008437                 MOVE MULT-PRH-PRICE TO
008438                     MULT-PRD-TBL-PRICE(MULT-PRD-INDEX)
008439                 MOVE MULT-PRH-EFF-DATE TO
008440                     MULT-PRD-TBL-EFF-DATE(MULT-PRD-INDEX)
008441              END-IF
008442        END-SEARCH
008443     END-IF.
008444 1015-READ-NEXT.
008445     PERFORM 7175-READ-PRICE-SCHED THRU 7175-EXIT.
008446 1015-EXIT.
008447     EXIT.
008448
008449*-----------------------------------------------------------------
008450* 1020-LOAD-TAX-TABLE - READ THE MULTTAX SALES TAX RATE FILE INTO
008451*                      MULT-TAX-TABLE SO EACH CUSTOMER'S
008452*                      JURISDICTION CAN BE PRICED AT SUBTOTAL
008453*                      TIME
008454*-----------------------------------------------------------------
008455 1020-LOAD-TAX-TABLE.
008456     OPEN INPUT MULT-TAX-RATE-FILE.
008457     PERFORM 7180-READ-TAX-RATE THRU 7180-EXIT.
008458     PERFORM 1025-LOAD-ONE-RATE THRU 1025-EXIT
008459         UNTIL MULT-TAX-END-OF-FILE.
008460     CLOSE MULT-TAX-RATE-FILE.
008461 1020-EXIT.
008462     EXIT.
008463
008464*-----------------------------------------------------------------
008465* 1025-LOAD-ONE-RATE - ADD ONE JURISDICTION/RATE PAIR TO THE
008466*                     TABLE.  STOPS LOADING AT
008467*                     MULT-TAX-TABLE-MAX INSTEAD OF WRITING PAST
008468*                     THE TABLE'S DECLARED BOUND
008469*-----------------------------------------------------------------
008470 1025-LOAD-ONE-RATE.
008471     IF MULT-TAX-TABLE-COUNT < MULT-TAX-TABLE-MAX THEN
008472        ADD 1 TO MULT-TAX-TABLE-COUNT
008473        MOVE MULT-TAX-JURIS TO
008474            MULT-TAX-TBL-JURIS(MULT-TAX-TABLE-COUNT)
008475        MOVE MULT-TAX-RATE TO
008476            MULT-TAX-TBL-RATE(MULT-TAX-TABLE-COUNT)
008477        PERFORM 7180-READ-TAX-RATE THRU 7180-EXIT
008478     ELSE
008479        DISPLAY "MULT-TAX-TABLE FULL - DISCARDING JURISDICTION "
008480            MULT-TAX-JURIS
008481        SET MULT-TAX-END-OF-FILE TO TRUE
008482     END-IF.
008483 1025-EXIT.
008484     EXIT.
008485
008486*-----------------------------------------------------------------
008487* 1028-COUNT-ONE-HISTORY - COUNT ONE MULTHST RECORD IF IT IS A
008488*                          BILLED LINE RATHER THAN A RETURN
008489*-----------------------------------------------------------------
008490 1028-COUNT-ONE-HISTORY.
008491     IF NOT MULT-HST-IS-RETURN THEN
008492        ADD 1 TO MULT-HST-LINE-COUNT
008493     END-IF.
008494     PERFORM 7190-READ-HISTORY THRU 7190-EXIT.
008495 1028-EXIT.
008496     EXIT.
008500
008501*-----------------------------------------------------------------
008502* 1030-LOAD-HISTORY-TABLE - READ THE MULTHST INVOICE HISTORY INTO
008503*                           MULT-HST-TABLE SO A RETURN CAN BE
008504*                           MATCHED TO THE LINE IT CREDITS.  THE
008505*                           FILE IS READ TWICE, FIRST TO COUNT ITS
008506*                           BILLED LINES AND THEN TO LOAD THE MOST
008507*                           RECENT ONES THE TABLE HOLDS.  EACH
008508*                           RETURN ALREADY POSTED IS ADDED TO ITS
008509*                           LINE'S RETURNED QUANTITY.
008510*-----------------------------------------------------------------
008511 1030-LOAD-HISTORY-TABLE.
008512     OPEN INPUT MULT-HISTORY-FILE.
008513     PERFORM 7190-READ-HISTORY THRU 7190-EXIT.
008514     PERFORM 1028-COUNT-ONE-HISTORY THRU 1028-EXIT
008515         UNTIL MULT-HST-END-OF-FILE.
008516     CLOSE MULT-HISTORY-FILE.
008517     IF MULT-HST-LINE-COUNT > MULT-HST-TABLE-MAX THEN
008518        SUBTRACT MULT-HST-TABLE-MAX FROM MULT-HST-LINE-COUNT
008519            GIVING MULT-HST-SKIP-COUNT
008520        DISPLAY "MULT-HST-TABLE FULL - OLDEST "
008521            MULT-HST-SKIP-COUNT " INVOICE LINES NOT LOADED"
008522     END-IF.
008523     MOVE "N" TO MULT-HST-EOF-SWITCH.
008524     OPEN INPUT MULT-HISTORY-FILE.
008525     PERFORM 7190-READ-HISTORY THRU 7190-EXIT.
008526     PERFORM 1035-LOAD-ONE-HISTORY THRU 1035-EXIT
008527         UNTIL MULT-HST-END-OF-FILE.
008528     CLOSE MULT-HISTORY-FILE.
008529 1030-EXIT.
008530     EXIT.
008531
008532*-----------------------------------------------------------------
008533* 1035-LOAD-ONE-HISTORY - ADD ONE BILLED LINE TO THE TABLE, OR
008534*                         APPLY ONE POSTED RETURN TO ITS LINE.
008535*                         OLDER LINES THE TABLE CANNOT HOLD ARE
008536*                         SKIPPED, SO A RETURN AGAINST ONE IS
008537*                         REFUSED BUT NEVER OVER-CREDITED.
008538*-----------------------------------------------------------------
008539 1035-LOAD-ONE-HISTORY.
008540     IF MULT-HST-IS-RETURN THEN
008541        PERFORM 1040-APPLY-ONE-RETURN THRU 1040-EXIT
008542        GO TO 1035-READ-NEXT
008543     END-IF.
008544     IF MULT-HST-SKIP-COUNT > ZERO THEN
008545        SUBTRACT 1 FROM MULT-HST-SKIP-COUNT
008546        GO TO 1035-READ-NEXT
008547     END-IF.
008548     ADD 1 TO MULT-HST-TABLE-COUNT.
008549     MOVE MULT-HST-INVOICE-NO TO
008550         MULT-HST-TBL-INVOICE-NO(MULT-HST-TABLE-COUNT).
008551     MOVE MULT-HST-CUSTOMER-ID TO
008552         MULT-HST-TBL-CUSTOMER-ID(MULT-HST-TABLE-COUNT).
008553     MOVE MULT-HST-ITEM TO
008554         MULT-HST-TBL-ITEM(MULT-HST-TABLE-COUNT).
008555     MOVE MULT-HST-QUANTITY TO
008556         MULT-HST-TBL-BILLED-QTY(MULT-HST-TABLE-COUNT).
008557     MOVE ZERO TO
008558         MULT-HST-TBL-RETURNED-QTY(MULT-HST-TABLE-COUNT).
008559     MOVE MULT-HST-LIST-PRICE TO
008560         MULT-HST-TBL-LIST-PRICE(MULT-HST-TABLE-COUNT).
008561     MOVE MULT-HST-DISC-PCT TO
008562         MULT-HST-TBL-DISC-PCT(MULT-HST-TABLE-COUNT).
008563     MOVE MULT-HST-NET-PRICE TO
008564         MULT-HST-TBL-NET-PRICE(MULT-HST-TABLE-COUNT).
008565     MOVE MULT-HST-TAX-CODE TO
008566         MULT-HST-TBL-TAX-CODE(MULT-HST-TABLE-COUNT).
008567 1035-READ-NEXT.
008568     PERFORM 7190-READ-HISTORY THRU 7190-EXIT.
008569 1035-EXIT.
008570     EXIT.
008571
008572*-----------------------------------------------------------------
008573* 1040-APPLY-ONE-RETURN - ADD A POSTED RETURN TO THE FIRST LINE
008574*                         OF ITS INVOICE AND ITEM WITH ENOUGH
008575*                         QUANTITY LEFT TO COVER IT - THE SAME
008576*                         RULE 3400-VALIDATE-RETURN USED TO MATCH
008577*                         IT.  A RETURN WHOSE LINE WAS NOT LOADED
008578*                         IS PASSED OVER.
008579*-----------------------------------------------------------------
008580 1040-APPLY-ONE-RETURN.
008581     IF MULT-HST-TABLE-COUNT = ZERO THEN
008582        GO TO 1040-EXIT
008583     END-IF.
008584     SET MULT-HST-INDEX TO 1.
008585     SEARCH MULT-HST-ENTRY
008586         AT END
008587             CONTINUE
008588         WHEN MULT-HST-TBL-INVOICE-NO(MULT-HST-INDEX)
008589                 = MULT-HST-INVOICE-NO
008590          AND MULT-HST-TBL-ITEM(MULT-HST-INDEX) = MULT-HST-ITEM
008591          AND MULT-HST-TBL-BILLED-QTY(MULT-HST-INDEX)
008592                 - MULT-HST-TBL-RETURNED-QTY(MULT-HST-INDEX)
008593                 NOT LESS THAN MULT-HST-QUANTITY
008594             ADD MULT-HST-QUANTITY TO
008595                 MULT-HST-TBL-RETURNED-QTY(MULT-HST-INDEX)
008596     END-SEARCH.
008597 1040-EXIT.
008598     EXIT.
008599
008600*-----------------------------------------------------------------
008700* 1100-WRITE-HEADING - PRINT THE PAGE HEADING AND RESET THE
008800*                      PER-PAGE LINE COUNT
013994 1260-LOAD-ONE-CUSTOMER.
013995     IF MULT-CST-TABLE-COUNT < MULT-CST-TABLE-MAX THEN
013996        ADD 1 TO MULT-CST-TABLE-COUNT
013997        MOVE MULT-CST-ID TO MULT-CST-TBL-ID(MULT-CST-TABLE-COUNT)
013998        MOVE MULT-CST-TAX-JURIS TO
013999            MULT-CST-TBL-JURIS(MULT-CST-TABLE-COUNT)
014000        MOVE MULT-CST-NAME TO
014001            MULT-CST-TBL-NAME(MULT-CST-TABLE-COUNT)
014002        MOVE MULT-CST-STATUS TO
014003            MULT-CST-TBL-STATUS(MULT-CST-TABLE-COUNT)
014037 1280-LOAD-ONE-PRODUCT.
014038     IF MULT-PRD-TABLE-COUNT < MULT-PRD-TABLE-MAX THEN
014039        ADD 1 TO MULT-PRD-TABLE-COUNT
014040        PERFORM 1285-SET-PRODUCT-TAX THRU 1285-EXIT
014041        MOVE MULT-PRD-ITEM TO
014042            MULT-PRD-TBL-ITEM(MULT-PRD-TABLE-COUNT)
014043        MOVE MULT-PRD-PRICE TO
014052 1280-EXIT.
014053     EXIT.
014054
014055*-----------------------------------------------------------------
014056* 1285-SET-PRODUCT-TAX - CARRY THE MASTER TAX CODE INTO THE NEW
014057*                        MULT-PRD-TABLE ROW AND CLEAR ITS PRICE
014058*                        SCHEDULE DATE UNTIL MULTPRH IS APPLIED
014059*-----------------------------------------------------------------
014060 1285-SET-PRODUCT-TAX.
014061     MOVE MULT-PRD-TAX-CODE TO
014062         MULT-PRD-TBL-TAX-CODE(MULT-PRD-TABLE-COUNT).
014063     MOVE ZERO TO MULT-PRD-TBL-EFF-DATE(MULT-PRD-TABLE-COUNT).
014064 1285-EXIT.
014065     EXIT.
014066
014077*-----------------------------------------------------------------
014100* 2000-PROCESS-RECORD - EXTEND ONE LINE ITEM, READ THE NEXT.  A
014200*                       CONTROL BREAK FIRES WHEN MULT-CUSTOMER-ID
014550*                       A CUSTOMER ID LOWER THAN THE ONE BEFORE IT
014560*                       MEANS THE EXTRACT WAS MIS-SORTED AND THE
014570*                       BREAK WOULD SPLIT A SUBTOTAL - THE RUN IS
014580*                       FAILED ON THE SPOT INSTEAD.  A VALID
014586*                       RETURN IS CREDITED AT ITS ORIGINAL PRICE
014592*                       INSTEAD OF BEING DISCOUNTED AND EXTENDED.
014600*-----------------------------------------------------------------
014700 2000-PROCESS-RECORD.
014710     IF NOT MULT-FIRST-RECORD
015800        IF MULT-LINE-COUNT NOT LESS THAN MULT-LINES-PER-PAGE THEN
015900           PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
016000        END-IF
016100        IF MULT-TRANS-RETURN THEN
016200           PERFORM 2050-WRITE-RETURN THRU 2050-EXIT
016300        ELSE
016400           PERFORM 2150-APPLY-DISCOUNT THRU 2150-EXIT
016500           MULTIPLY MULT-QUANTITY BY MULT-DISCOUNTED-PRICE
016600               GIVING MULT-RESULT
016700               ON SIZE ERROR
016800                   PERFORM 2100-WRITE-OVERFLOW THRU 2100-EXIT
016820               NOT ON SIZE ERROR
016840                   PERFORM 2200-WRITE-DETAIL THRU 2200-EXIT
016860           END-MULTIPLY
016880        END-IF
016900     END-IF.
017000     ADD 1 TO MULT-RECORD-COUNT.
017100     PERFORM 7000-READ-TRANS THRU 7000-EXIT.
017200 2000-EXIT.
017300     EXIT.
017301
017302*-----------------------------------------------------------------
017303* 2050-WRITE-RETURN - CREDIT ONE VALIDATED RETURN AT THE UNIT
017304*                     PRICE AND DISCOUNT ORIGINALLY BILLED.
017305*                     THE LINE IS PRINTED ON ITS OWN CREDIT
017306*                     LINE, ADDED TO THE CUSTOMER'S CREDIT
017307*                     MEMO - NOT ITS INVOICE SUBTOTAL - AND
017308*                     HELD FOR THE MULTINV CREDIT MEMO SET.
017309*                     THE QUANTITY IS ADDED TO THE HISTORY LINE
017310*                     AT ONCE SO A SECOND RETURN OF THE SAME
017311*                     LINE IN THIS RUN IS HELD TO WHAT IS LEFT.
017312*                     A RETURN CAN NEVER EXCEED A LINE ONCE
017313*                     BILLED, SO IT CANNOT OVERFLOW MULT-RESULT.
017314*-----------------------------------------------------------------
017315 2050-WRITE-RETURN.
017316     MULTIPLY MULT-QUANTITY BY MULT-DISCOUNTED-PRICE
017317         GIVING MULT-RESULT.
017318     ADD MULT-RESULT TO MULT-CUST-CREDIT
017319         ON SIZE ERROR
017320             DISPLAY "MULT-CUST-CREDIT OVERFLOW AT RECORD "
017321                 MULT-RECORD-COUNT
017322             SET MULT-CREDIT-OVERFLOW TO TRUE
017323     END-ADD.
017324     IF NOT MULT-ITEM-TAX-EXEMPT THEN
017325        ADD MULT-RESULT TO MULT-CUST-CR-TAXABLE
017326            ON SIZE ERROR
017327                SET MULT-CREDIT-OVERFLOW TO TRUE
017328        END-ADD
017329     END-IF.
017330     ADD MULT-RESULT TO MULT-GRAND-CREDIT
017331         ON SIZE ERROR
017332             SET MULT-GRAND-CREDIT-OVERFLOW TO TRUE
017333     END-ADD.
017334     ADD MULT-QUANTITY TO
017335         MULT-HST-TBL-RETURNED-QTY(MULT-HST-FOUND-SUB).
017336     MOVE MULT-CUST-JURIS-FOUND TO MULT-SUB-TAX-JURIS.
017337     MOVE MULT-TAX-RATE-FOUND TO MULT-SUB-TAX-RATE.
017338     ADD 1 TO MULT-CRD-LINE-COUNT.
017339     MOVE MULT-ITEM-NUMBER TO
017340         MULT-CRD-TBL-ITEM(MULT-CRD-LINE-COUNT).
017341     MOVE MULT-QUANTITY TO
017342         MULT-CRD-TBL-QUANTITY(MULT-CRD-LINE-COUNT).
017343     MOVE MULT-UNIT-PRICE TO
017344         MULT-CRD-TBL-LIST-PRICE(MULT-CRD-LINE-COUNT).
017345     MOVE MULT-DISCOUNT-PERCENT TO
017346         MULT-CRD-TBL-DISC-PCT(MULT-CRD-LINE-COUNT).
017347     MOVE MULT-DISCOUNTED-PRICE TO
017348         MULT-CRD-TBL-NET-PRICE(MULT-CRD-LINE-COUNT).
017349     MOVE MULT-RESULT TO
017350         MULT-CRD-TBL-AMOUNT(MULT-CRD-LINE-COUNT).
017351     MOVE MULT-ITEM-TAX-CODE TO
017352         MULT-CRD-TBL-TAX-CODE(MULT-CRD-LINE-COUNT).
017353     MOVE MULT-ORIG-INVOICE TO
017354         MULT-CRD-TBL-ORIG-INVOICE(MULT-CRD-LINE-COUNT).
017355     MOVE MULT-CUSTOMER-ID TO MULT-CR-CUSTOMER-ID.
017356     MOVE MULT-ORIG-INVOICE TO MULT-CR-ORIG-INVOICE.
017357     MOVE MULT-ITEM-NUMBER TO MULT-CR-ITEM.
017358     MOVE MULT-QUANTITY TO MULT-CR-QUANTITY.
017359     MOVE MULT-UNIT-PRICE TO MULT-CR-PRICE.
017360     MOVE MULT-DISCOUNT-PERCENT TO MULT-CR-DISC-PCT.
017361     MOVE MULT-RESULT TO MULT-RESULT-EDIT.
017362     MOVE MULT-RESULT-EDIT TO MULT-CR-RESULT.
017363     WRITE MULT-PRINT-RECORD FROM MULT-CREDIT-LINE.
017364     ADD 1 TO MULT-LINE-COUNT.
017365 2050-EXIT.
017366     EXIT.
017400
017500*-----------------------------------------------------------------
017600* 2100-WRITE-OVERFLOW - THE EXTENDED PRICE DID NOT FIT MULT-RESULT;
018720     MOVE 8 TO RETURN-CODE.
018800 2100-EXIT.
018900     EXIT.
018901
018902*-----------------------------------------------------------------
018903* 2110-WRITE-CREDIT-MEMO - PRINT THE CUSTOMER'S CREDIT MEMO LINE
018904*                          AND WRITE THE CREDIT MEMO SET TO
018905*                          MULTINV - HEADER, ONE DETAIL PER
018906*                          RETURNED LINE, TRAILER - WITH DOC TYPE
018907*                          "C" ON EVERY RECORD.  AN OVERFLOWED
018908*                          CREDIT POSTS A ZERO TRAILER WITH STATUS
018909*                          "O" AND RETURN CODE 8, LIKE AN INVOICE.
018910*-----------------------------------------------------------------
018911 2110-WRITE-CREDIT-MEMO.
018912     PERFORM 2120-COMPUTE-CREDIT-TAX THRU 2120-EXIT.
018913     IF MULT-CREDIT-OVERFLOW THEN
018914        MOVE "OVERFLOW" TO MULT-CC-CREDIT
018915        MOVE "OVERFLOW" TO MULT-CC-TAX
018916        MOVE "OVERFLOW" TO MULT-CC-TOTAL
018917     ELSE
018918        MOVE MULT-CUST-CREDIT TO MULT-CUST-SUBTOTAL-EDIT
018919        MOVE MULT-CUST-SUBTOTAL-EDIT TO MULT-CC-CREDIT
018920        MOVE MULT-CUST-CR-TAX TO MULT-CUST-TAX-EDIT
018921        MOVE MULT-CUST-TAX-EDIT TO MULT-CC-TAX
018922        MOVE MULT-CUST-CR-TOTAL TO MULT-CUST-SUBTOTAL-EDIT
018923        MOVE MULT-CUST-SUBTOTAL-EDIT TO MULT-CC-TOTAL
018924     END-IF.
018925     WRITE MULT-PRINT-RECORD FROM MULT-CUST-CREDIT-LINE.
018926     ADD 1 TO MULT-LINE-COUNT.
018927     MOVE SPACES TO MULT-INVOICE-RECORD.
018928     SET MULT-INV-IS-HEADER TO TRUE.
018929     SET MULT-INV-DOC-CREDIT-MEMO TO TRUE.
018930     MOVE MULT-PREV-CUSTOMER-ID TO MULT-INV-CUSTOMER-ID.
018931     MOVE MULT-RUN-DATE TO MULT-INV-H-DATE.
018932     WRITE MULT-INVOICE-RECORD.
018933     ADD 1 TO MULT-OUT-WRITE-COUNT.
018934     PERFORM 2130-WRITE-CREDIT-DETAIL THRU 2130-EXIT
018935         VARYING MULT-CRD-SUB FROM 1 BY 1
018936         UNTIL MULT-CRD-SUB > MULT-CRD-LINE-COUNT.
018937     MOVE SPACES TO MULT-INVOICE-RECORD.
018938     SET MULT-INV-IS-TRAILER TO TRUE.
018939     SET MULT-INV-DOC-CREDIT-MEMO TO TRUE.
018940     MOVE MULT-PREV-CUSTOMER-ID TO MULT-INV-CUSTOMER-ID.
018941     MOVE MULT-CRD-LINE-COUNT TO MULT-INV-T-LINE-COUNT.
018942     MOVE MULT-SUB-TAX-JURIS TO MULT-INV-T-TAX-JURIS.
018943     IF MULT-CREDIT-OVERFLOW THEN
018944        SET MULT-INV-T-STATUS-OVERFLOW TO TRUE
018945        MOVE ZERO TO MULT-INV-T-TOTAL
018946        MOVE ZERO TO MULT-INV-T-TAXABLE
018947        MOVE ZERO TO MULT-INV-T-TAX
018948        MOVE ZERO TO MULT-INV-T-INV-TOTAL
018949        MOVE 8 TO RETURN-CODE
018950     ELSE
018951        SET MULT-INV-T-STATUS-NORMAL TO TRUE
018952        MOVE MULT-CUST-CREDIT TO MULT-INV-T-TOTAL
018953        MOVE MULT-CUST-CR-TAXABLE TO MULT-INV-T-TAXABLE
018954        MOVE MULT-CUST-CR-TAX TO MULT-INV-T-TAX
018955        MOVE MULT-CUST-CR-TOTAL TO MULT-INV-T-INV-TOTAL
018956     END-IF.
018957     WRITE MULT-INVOICE-RECORD.
018958     ADD 1 TO MULT-OUT-WRITE-COUNT.
018959     ADD 1 TO MULT-MEMO-TALLY.
018960     MOVE ZERO TO MULT-CRD-LINE-COUNT.
018961     MOVE ZERO TO MULT-CUST-CREDIT.
018962     MOVE ZERO TO MULT-CUST-CR-TAXABLE.
018963     MOVE ZERO TO MULT-CUST-CR-TAX.
018964     MOVE ZERO TO MULT-CUST-CR-TOTAL.
018965     MOVE "N" TO MULT-CREDIT-OVFL-SW.
018966 2110-EXIT.
018967     EXIT.
019000
019001*-----------------------------------------------------------------
019002* 2120-COMPUTE-CREDIT-TAX - CREDIT THE TAX ON THE RETURNED TAXABLE
019003*                           LINES AT THE CUSTOMER'S JURISDICTION
019004*                           RATE, ROUNDED AT THE CENT, THE SAME
019005*                           WAY 2310-COMPUTE-TAX CHARGES IT
019006*-----------------------------------------------------------------
019007 2120-COMPUTE-CREDIT-TAX.
019008     MOVE ZERO TO MULT-CUST-CR-TAX.
019009     MOVE ZERO TO MULT-CUST-CR-TOTAL.
019010     IF MULT-CREDIT-OVERFLOW THEN
019011        GO TO 2120-EXIT
019012     END-IF.
019013     MULTIPLY MULT-CUST-CR-TAXABLE BY MULT-SUB-TAX-RATE
019014         GIVING MULT-TAX-AMT-RAW.
019015     DIVIDE MULT-TAX-AMT-RAW BY 100
019016         GIVING MULT-CUST-CR-TAX ROUNDED
019017         ON SIZE ERROR
019018             SET MULT-CREDIT-OVERFLOW TO TRUE
019019             GO TO 2120-EXIT
019020     END-DIVIDE.
019021     ADD MULT-CUST-CREDIT MULT-CUST-CR-TAX
019022         GIVING MULT-CUST-CR-TOTAL
019023         ON SIZE ERROR
019024             SET MULT-CREDIT-OVERFLOW TO TRUE
019025             GO TO 2120-EXIT
019026     END-ADD.
019027     ADD MULT-CUST-CR-TAX TO MULT-GRAND-CR-TAX
019028         ON SIZE ERROR
019029             SET MULT-GRAND-CREDIT-OVERFLOW TO TRUE
019030     END-ADD.
019031 2120-EXIT.
019032     EXIT.
019033
019034*-----------------------------------------------------------------
019035* 2130-WRITE-CREDIT-DETAIL - WRITE ONE HELD RETURN LINE AS A
019036*                            CREDIT MEMO DETAIL, NAMING THE
019037*                            INVOICE IT CREDITS
019038*-----------------------------------------------------------------
019039 2130-WRITE-CREDIT-DETAIL.
019040     MOVE SPACES TO MULT-INVOICE-RECORD.
019041     SET MULT-INV-IS-DETAIL TO TRUE.
019042     SET MULT-INV-DOC-CREDIT-MEMO TO TRUE.
019043     MOVE MULT-PREV-CUSTOMER-ID TO MULT-INV-CUSTOMER-ID.
019044     MOVE MULT-CRD-TBL-QUANTITY(MULT-CRD-SUB)
019045         TO MULT-INV-D-QUANTITY.
019046     MOVE MULT-CRD-TBL-NET-PRICE(MULT-CRD-SUB)
019047         TO MULT-INV-D-PRICE.
019048     MOVE MULT-CRD-TBL-AMOUNT(MULT-CRD-SUB)
019049         TO MULT-INV-D-AMOUNT.
019050     MOVE MULT-CRD-TBL-ITEM(MULT-CRD-SUB)
019051         TO MULT-INV-D-ITEM.
019052     MOVE MULT-CRD-TBL-LIST-PRICE(MULT-CRD-SUB)
019053         TO MULT-INV-D-LIST-PRICE.
019054     MOVE MULT-CRD-TBL-DISC-PCT(MULT-CRD-SUB)
019055         TO MULT-INV-D-DISC-PCT.
019056     MOVE MULT-CRD-TBL-TAX-CODE(MULT-CRD-SUB)
019057         TO MULT-INV-D-TAX-CODE.
019058     MOVE MULT-CRD-TBL-ORIG-INVOICE(MULT-CRD-SUB)
019059         TO MULT-INV-D-ORIG-INVOICE.
019060     WRITE MULT-INVOICE-RECORD.
019061     ADD 1 TO MULT-OUT-WRITE-COUNT.
019062 2130-EXIT.
019063     EXIT.
019064
019100*-----------------------------------------------------------------
019200* 2150-APPLY-DISCOUNT - LOOK UP THE DISCOUNT PERCENTAGE FOR THIS
019300*                       QUANTITY IN MULT-DSC-TABLE AND APPLY IT TO
023300*-----------------------------------------------------------------
023400* 2200-WRITE-DETAIL - PRINT ONE EXTENDED-PRICE LINE AND ADD IT
023500*                     TO THE JOB-END GRAND TOTAL AND THE CURRENT
023600*                     CUSTOMER'S SUBTOTAL - AND, UNLESS THE ITEM
023610*                     IS TAX EXEMPT, TO THE CUSTOMER'S TAXABLE
023620*                     AMOUNT
023700*-----------------------------------------------------------------
023800 2200-WRITE-DETAIL.
023900     ADD MULT-RESULT TO MULT-GRAND-TOTAL
024800                 MULT-RECORD-COUNT
024900             SET MULT-SUBTOTAL-OVERFLOW TO TRUE
025000     END-ADD.
025010     IF NOT MULT-ITEM-TAX-EXEMPT THEN
025020        ADD MULT-RESULT TO MULT-CUST-TAXABLE
025030            ON SIZE ERROR
025040                SET MULT-SUBTOTAL-OVERFLOW TO TRUE
025050        END-ADD
025060     END-IF.
025070     MOVE MULT-CUST-JURIS-FOUND TO MULT-SUB-TAX-JURIS.
025080     MOVE MULT-TAX-RATE-FOUND TO MULT-SUB-TAX-RATE.
025100     MOVE MULT-CUSTOMER-ID TO MULT-D-CUSTOMER-ID.
025150     MOVE MULT-ITEM-NUMBER TO MULT-D-ITEM.
025200     MOVE MULT-QUANTITY TO MULT-D-QUANTITY.
026320     MOVE MULT-DISCOUNTED-PRICE TO MULT-INV-D-PRICE.
026330     MOVE MULT-RESULT TO MULT-INV-D-AMOUNT.
026335     MOVE MULT-ITEM-NUMBER TO MULT-INV-D-ITEM.
026336     MOVE MULT-UNIT-PRICE TO MULT-INV-D-LIST-PRICE.
026337     MOVE MULT-DISCOUNT-PERCENT TO MULT-INV-D-DISC-PCT.
026338     MOVE MULT-ITEM-TAX-CODE TO MULT-INV-D-TAX-CODE.
026339     MOVE ZERO TO MULT-INV-D-ORIG-INVOICE.
026340     WRITE MULT-INVOICE-RECORD.
026345     ADD 1 TO MULT-OUT-WRITE-COUNT.
026350     ADD 1 TO MULT-INV-LINE-TALLY.
026386*-----------------------------------------------------------------
026392* 2300-WRITE-CUST-SUBTOTAL - PRINT THE SUBTOTAL LINE FOR THE
026400*                            CUSTOMER JUST FINISHED AND RESET THE
026500*                            SUBTOTAL FOR THE NEW CUSTOMER.  THE
026510*                            TAX LINE UNDER IT CARRIES THE SALES
026520*                            TAX AND THE INVOICE TOTAL WITH TAX.
026530*                            A CUSTOMER WITH RETURNS GETS ITS
026540*                            CREDIT MEMO AFTER THE INVOICE.
026600*-----------------------------------------------------------------
026700 2300-WRITE-CUST-SUBTOTAL.
026800     IF MULT-LINE-COUNT NOT LESS THAN MULT-LINES-PER-PAGE THEN
027700     END-IF.
027800     WRITE MULT-PRINT-RECORD FROM MULT-CUST-SUBTOTAL-LINE.
027900     ADD 1 TO MULT-LINE-COUNT.
027901     PERFORM 2310-COMPUTE-TAX THRU 2310-EXIT.
027902     PERFORM 2315-WRITE-TAX-LINE THRU 2315-EXIT.
027910     IF MULT-INV-HEADER-WRITTEN THEN
027920        PERFORM 2350-WRITE-INV-TRAILER THRU 2350-EXIT
027930     END-IF.
027940     IF MULT-CRD-LINE-COUNT > ZERO THEN
027950        PERFORM 2110-WRITE-CREDIT-MEMO THRU 2110-EXIT
027960     END-IF.
028000     MOVE ZERO TO MULT-CUST-SUBTOTAL.
028100     MOVE "N" TO MULT-SUBTOTAL-OVFL-SW.
028110     MOVE ZERO TO MULT-CUST-TAXABLE.
028120     MOVE ZERO TO MULT-CUST-TAX.
028130     MOVE ZERO TO MULT-CUST-INV-TOTAL.
028140     MOVE SPACES TO MULT-SUB-TAX-JURIS.
028150     MOVE ZERO TO MULT-SUB-TAX-RATE.
028200 2300-EXIT.
028201     EXIT.
028202
028203*-----------------------------------------------------------------
028204* 2310-COMPUTE-TAX - CHARGE THE CUSTOMER'S JURISDICTION RATE ON
028205*                    THE INVOICE'S TAXABLE AMOUNT, ROUNDED AT THE
028206*                    CENT, AND ADD IT TO THE SUBTOTAL FOR THE
028207*                    INVOICE TOTAL.  A TAX OR TOTAL THAT DOES NOT
028208*                    FIT MARKS THE SUBTOTAL OVERFLOWED, SO THE
028209*                    TRAILER POSTS ZERO WITH STATUS "O" THE SAME
028210*                    AS ANY OTHER OVERFLOW.
028211*-----------------------------------------------------------------
028212 2310-COMPUTE-TAX.
028213     MOVE ZERO TO MULT-CUST-TAX.
028214     MOVE ZERO TO MULT-CUST-INV-TOTAL.
028215     IF MULT-SUBTOTAL-OVERFLOW THEN
028216        GO TO 2310-EXIT
028217     END-IF.
028218     MULTIPLY MULT-CUST-TAXABLE BY MULT-SUB-TAX-RATE
028219         GIVING MULT-TAX-AMT-RAW.
028220     DIVIDE MULT-TAX-AMT-RAW BY 100
028221         GIVING MULT-CUST-TAX ROUNDED
028222         ON SIZE ERROR
028223             DISPLAY "MULT-CUST-TAX OVERFLOW FOR CUSTOMER "
028224                 MULT-PREV-CUSTOMER-ID
028225             SET MULT-SUBTOTAL-OVERFLOW TO TRUE
028226             GO TO 2310-EXIT
028227     END-DIVIDE.
028228     ADD MULT-CUST-SUBTOTAL MULT-CUST-TAX
028229         GIVING MULT-CUST-INV-TOTAL
028230         ON SIZE ERROR
028231             DISPLAY "MULT-CUST-INV-TOTAL OVERFLOW FOR CUSTOMER "
028232                 MULT-PREV-CUSTOMER-ID
028233             SET MULT-SUBTOTAL-OVERFLOW TO TRUE
028234             GO TO 2310-EXIT
028235     END-ADD.
028236     ADD MULT-CUST-TAX TO MULT-GRAND-TAX
028237         ON SIZE ERROR
028238             SET MULT-GRAND-TAX-OVERFLOW TO TRUE
028239     END-ADD.
028240 2310-EXIT.
028241     EXIT.
028242
028243*-----------------------------------------------------------------
028244* 2315-WRITE-TAX-LINE - PRINT THE SALES TAX AND INVOICE TOTAL
028245*                       UNDER THE CUSTOMER SUBTOTAL
028246*-----------------------------------------------------------------
028247 2315-WRITE-TAX-LINE.
028248     MOVE MULT-SUB-TAX-JURIS TO MULT-CT-TAX-JURIS.
028249     IF MULT-SUBTOTAL-OVERFLOW THEN
028250        MOVE "OVERFLOW" TO MULT-CT-TAX
028251        MOVE "OVERFLOW - SEE LOG" TO MULT-CT-INV-TOTAL
028252     ELSE
028253        MOVE MULT-CUST-TAX TO MULT-CUST-TAX-EDIT
028254        MOVE MULT-CUST-TAX-EDIT TO MULT-CT-TAX
028255        MOVE MULT-CUST-INV-TOTAL TO MULT-CUST-SUBTOTAL-EDIT
028256        MOVE MULT-CUST-SUBTOTAL-EDIT TO MULT-CT-INV-TOTAL
028257     END-IF.
028258     WRITE MULT-PRINT-RECORD FROM MULT-CUST-TAX-LINE.
028259     ADD 1 TO MULT-LINE-COUNT.
028260 2315-EXIT.
028300     EXIT.
028310
028320*-----------------------------------------------------------------
028426        SET MULT-INV-T-STATUS-NORMAL TO TRUE
028427        MOVE MULT-CUST-SUBTOTAL TO MULT-INV-T-TOTAL
028428     END-IF.
028429     MOVE MULT-SUB-TAX-JURIS TO MULT-INV-T-TAX-JURIS.
028430     IF MULT-SUBTOTAL-OVERFLOW THEN
028431        MOVE ZERO TO MULT-INV-T-TAXABLE
028432        MOVE ZERO TO MULT-INV-T-TAX
028433        MOVE ZERO TO MULT-INV-T-INV-TOTAL
028434     ELSE
028435        MOVE MULT-CUST-TAXABLE TO MULT-INV-T-TAXABLE
028436        MOVE MULT-CUST-TAX TO MULT-INV-T-TAX
028437        MOVE MULT-CUST-INV-TOTAL TO MULT-INV-T-INV-TOTAL
028438     END-IF.
028440     WRITE MULT-INVOICE-RECORD.
028445     ADD 1 TO MULT-OUT-WRITE-COUNT.
028450     MOVE ZERO TO MULT-INV-LINE-TALLY.
028700*                       QUANTITY OR PRICE BEFORE THE MULTIPLY, THE
028800*                       SAME WAY Iteration-If SCREENS Num1/Num2.
028810*                       THE ITEM LOOKUP ALSO SETS MULT-UNIT-PRICE
028820*                       AND THE KEYED-PRICE MISMATCH FLAG; THE
028889*                       CUSTOMER'S TAX JURISDICTION MUST BE ON THE
028890*                       MULTTAX RATE TABLE.  A RETURN IS MATCHED
028891*                       TO THE INVOICE HISTORY INSTEAD OF THE
028892*                       PRODUCT MASTER AND CARRIES NO PRICE TO
028893*                       SCREEN.
028900*-----------------------------------------------------------------
029000 3000-VALIDATE-TRANS.
029100     SET MULT-RECORD-VALID TO TRUE.
029101     IF NOT MULT-TRANS-SALE AND NOT MULT-TRANS-RETURN THEN
029102        SET MULT-RECORD-INVALID TO TRUE
029103        MOVE "BADT" TO MULT-REASON-CODE
029104        MOVE "TRANSACTION TYPE NOT S OR R" TO MULT-REASON-TEXT
029105        GO TO 3000-EXIT
029106     END-IF.
029110     PERFORM 3100-VALIDATE-CUSTOMER THRU 3100-EXIT.
029120     IF MULT-RECORD-INVALID THEN
029130        GO TO 3000-EXIT
029140     END-IF.
029150     IF MULT-TRANS-RETURN THEN
029152        PERFORM 3400-VALIDATE-RETURN THRU 3400-EXIT
029154     ELSE
029156        PERFORM 3200-VALIDATE-ITEM THRU 3200-EXIT
029158     END-IF.
029160     IF MULT-RECORD-INVALID THEN
029161        GO TO 3000-EXIT
029162     END-IF.
029163     PERFORM 3300-VALIDATE-JURISDICTION THRU 3300-EXIT.
029164     IF MULT-RECORD-INVALID THEN
029165        GO TO 3000-EXIT
029166     END-IF.
029167     IF MULT-TRANS-RETURN THEN
029170        GO TO 3000-EXIT
029180     END-IF.
029200     IF MULT-QUANTITY NOT NUMERIC THEN
030440*                          TABLE.  AN ID NOT ON THE MASTER OR A
030450*                          CUSTOMER THE CREDIT DEPARTMENT HAS PUT
030460*                          ON HOLD IS ROUTED TO MULTEXC INSTEAD OF
030470*                          BEING EXTENDED AND INVOICED.  A
030473*                          RETURN FROM A CUSTOMER ON HOLD IS STILL
030476*                          TAKEN - IT ONLY REDUCES WHAT IS OWED.
030480*-----------------------------------------------------------------
030490 3100-VALIDATE-CUSTOMER.
030491     MOVE SPACES TO MULT-CUST-NAME-FOUND.
030506             = MULT-CUSTOMER-ID
030507             MOVE MULT-CST-TBL-NAME(MULT-CST-INDEX)
030508                 TO MULT-CUST-NAME-FOUND
030509             IF MULT-CST-TBL-STATUS(MULT-CST-INDEX) = "H"
030510                AND NOT MULT-TRANS-RETURN THEN
030511                SET MULT-RECORD-INVALID TO TRUE
030512                MOVE "HOLD" TO MULT-REASON-CODE
030513                MOVE "CUSTOMER ON CREDIT HOLD"
030547                 TO MULT-REASON-TEXT
030548         WHEN MULT-PRD-TBL-ITEM(MULT-PRD-INDEX)
030549             = MULT-ITEM-NUMBER
030550             PERFORM 3210-TAKE-PRODUCT-FIELDS THRU 3210-EXIT
030553     END-SEARCH.
030554 3200-EXIT.
030555     EXIT.
030556
030557*-----------------------------------------------------------------
030558* 3210-TAKE-PRODUCT-FIELDS - PRICE AND TAX CODE OF THE FOUND ITEM
030559*-----------------------------------------------------------------
030560 3210-TAKE-PRODUCT-FIELDS.
030561     MOVE MULT-PRD-TBL-PRICE(MULT-PRD-INDEX)
030562         TO MULT-UNIT-PRICE.
030563     MOVE MULT-PRD-TBL-TAX-CODE(MULT-PRD-INDEX)
030564         TO MULT-ITEM-TAX-CODE.
030565 3210-EXIT.
030566     EXIT.
030567
030568*-----------------------------------------------------------------
030569* 3300-VALIDATE-JURISDICTION - LOOK UP THE CUSTOMER'S TAX
030570*                              JURISDICTION IN THE MULTTAX TABLE.
030571*                              ONE NOT ON THE TABLE IS ROUTED TO
030572*                              MULTEXC, NOT BILLED WITHOUT TAX; A
030573*                              MATCH SETS MULT-TAX-RATE-FOUND
030574*-----------------------------------------------------------------
030575 3300-VALIDATE-JURISDICTION.
030576     MOVE ZERO TO MULT-TAX-RATE-FOUND.
030577     MOVE MULT-CST-TBL-JURIS(MULT-CST-INDEX)
030578         TO MULT-CUST-JURIS-FOUND.
030579     IF MULT-TAX-TABLE-COUNT = ZERO THEN
030580        SET MULT-RECORD-INVALID TO TRUE
030581        MOVE "BADJ" TO MULT-REASON-CODE
030582        MOVE "TAX JURISDICTION NOT ON TABLE" TO MULT-REASON-TEXT
030583        GO TO 3300-EXIT
030584     END-IF.
030585     SET MULT-TAX-INDEX TO 1.
030586     SEARCH MULT-TAX-ENTRY
030587         AT END
030588             SET MULT-RECORD-INVALID TO TRUE
030589             MOVE "BADJ" TO MULT-REASON-CODE
030590             MOVE "TAX JURISDICTION NOT ON TABLE"
030591                 TO MULT-REASON-TEXT
030592         WHEN MULT-TAX-TBL-JURIS(MULT-TAX-INDEX)
030593             = MULT-CUST-JURIS-FOUND
030594             MOVE MULT-TAX-TBL-RATE(MULT-TAX-INDEX)
030595                 TO MULT-TAX-RATE-FOUND
030596     END-SEARCH.
030597 3300-EXIT.
030598     EXIT.
030599
030600*-----------------------------------------------------------------
030700* 5000-WRITE-EXCEPTION - WRITE ONE EXCEPTION RECORD
030800*-----------------------------------------------------------------
031200     MOVE MULT-CUSTOMER-ID TO MULT-E-CUSTOMER-ID.
031250     MOVE MULT-ITEM-NUMBER TO MULT-E-ITEM.
031300     MOVE MULT-QUANTITY TO MULT-E-QUANTITY.
031400     IF MULT-TRANS-RETURN THEN
031410        MOVE MULT-ORIG-INVOICE-X TO MULT-E-PRICE
031420     ELSE
031430        MOVE MULT-PRICE-X TO MULT-E-PRICE
031440     END-IF.
031500     MOVE MULT-REASON-CODE TO MULT-E-REASON-CODE.
031600     MOVE MULT-REASON-TEXT TO MULT-E-REASON-TEXT.
031700     WRITE MULT-EXCEPTION-RECORD.
031710     ADD 1 TO MULT-OUT-WRITE-COUNT.
031800 5000-EXIT.
031900     EXIT.
031901
031902*-----------------------------------------------------------------
031903* 3400-VALIDATE-RETURN - MATCH A RETURN TO THE INVOICE HISTORY.
031904*                        THE NAMED INVOICE MUST HAVE BILLED THE
031905*                        ITEM TO THIS CUSTOMER, AND THE QUANTITY
031906*                        RETURNED CANNOT EXCEED WHAT THE LINE
031907*                        BILLED LESS EVERY EARLIER RETURN.  THE
031908*                        FIRST LINE OF THE INVOICE AND ITEM WITH
031909*                        ENOUGH LEFT IS THE ONE CREDITED, AND ITS
031910*                        LIST PRICE, DISCOUNT, DISCOUNTED PRICE
031911*                        AND TAX CODE PRICE THE RETURN.
031912*-----------------------------------------------------------------
031913 3400-VALIDATE-RETURN.
031914     MOVE ZERO TO MULT-UNIT-PRICE.
031915     MOVE ZERO TO MULT-DISCOUNT-PERCENT.
031916     MOVE ZERO TO MULT-DISCOUNTED-PRICE.
031917     MOVE SPACE TO MULT-ITEM-TAX-CODE.
031918     MOVE "N" TO MULT-PRC-FLAG-SWITCH.
031919     MOVE ZERO TO MULT-HST-FOUND-SUB.
031920     IF MULT-ORIG-INVOICE NOT NUMERIC THEN
031921        SET MULT-RECORD-INVALID TO TRUE
031922        MOVE "RINV" TO MULT-REASON-CODE
031923        MOVE "ORIGINAL INVOICE NOT NUMERIC" TO MULT-REASON-TEXT
031924        GO TO 3400-EXIT
031925     END-IF.
031926     IF MULT-QUANTITY NOT NUMERIC THEN
031927        SET MULT-RECORD-INVALID TO TRUE
031928        MOVE "BADQ" TO MULT-REASON-CODE
031929        MOVE "QUANTITY IS NOT NUMERIC" TO MULT-REASON-TEXT
031930        GO TO 3400-EXIT
031931     END-IF.
031932     IF MULT-QUANTITY = ZERO THEN
031933        SET MULT-RECORD-INVALID TO TRUE
031934        MOVE "RQTY" TO MULT-REASON-CODE
031935        MOVE "RETURN QUANTITY IS ZERO" TO MULT-REASON-TEXT
031936        GO TO 3400-EXIT
031937     END-IF.
031938     IF MULT-CRD-LINE-COUNT NOT LESS THAN MULT-CRD-LINE-MAX THEN
031939        SET MULT-RECORD-INVALID TO TRUE
031940        MOVE "RFUL" TO MULT-REASON-CODE
031941        MOVE "TOO MANY RETURNS FOR CUSTOMER" TO MULT-REASON-TEXT
031942        GO TO 3400-EXIT
031943     END-IF.
031944     IF MULT-HST-TABLE-COUNT = ZERO THEN
031945        SET MULT-RECORD-INVALID TO TRUE
031946        MOVE "RNOI" TO MULT-REASON-CODE
031947        MOVE "ITEM NOT BILLED ON INVOICE" TO MULT-REASON-TEXT
031948        GO TO 3400-EXIT
031949     END-IF.
031950     SET MULT-HST-INDEX TO 1.
031951     SEARCH MULT-HST-ENTRY
031952         AT END
031953             SET MULT-RECORD-INVALID TO TRUE
031954             MOVE "RNOI" TO MULT-REASON-CODE
031955             MOVE "ITEM NOT BILLED ON INVOICE" TO MULT-REASON-TEXT
031956         WHEN MULT-HST-TBL-INVOICE-NO(MULT-HST-INDEX)
031957                 = MULT-ORIG-INVOICE
031958          AND MULT-HST-TBL-ITEM(MULT-HST-INDEX) = MULT-ITEM-NUMBER
031959             IF MULT-HST-TBL-CUSTOMER-ID(MULT-HST-INDEX)
031960                 NOT = MULT-CUSTOMER-ID THEN
031961                SET MULT-RECORD-INVALID TO TRUE
031962                MOVE "RCUS" TO MULT-REASON-CODE
031963                MOVE "INVOICE BILLED TO OTHER CUST"
031964                    TO MULT-REASON-TEXT
031965             END-IF
031966     END-SEARCH.
031967     IF MULT-RECORD-INVALID THEN
031968        GO TO 3400-EXIT
031969     END-IF.
031970     SET MULT-HST-INDEX TO 1.
031971     SEARCH MULT-HST-ENTRY
031972         AT END
031973             SET MULT-RECORD-INVALID TO TRUE
031974             MOVE "RQTY" TO MULT-REASON-CODE
031975             MOVE "RETURN EXCEEDS NET QTY BILLED"
031976                 TO MULT-REASON-TEXT
031977         WHEN MULT-HST-TBL-INVOICE-NO(MULT-HST-INDEX)
031978                 = MULT-ORIG-INVOICE
031979          AND MULT-HST-TBL-ITEM(MULT-HST-INDEX) = MULT-ITEM-NUMBER
031980          AND MULT-HST-TBL-BILLED-QTY(MULT-HST-INDEX)
031981                 - MULT-HST-TBL-RETURNED-QTY(MULT-HST-INDEX)
031982                 NOT LESS THAN MULT-QUANTITY
031983             SET MULT-HST-FOUND-SUB TO MULT-HST-INDEX
031984             MOVE MULT-HST-TBL-LIST-PRICE(MULT-HST-INDEX)
031985                 TO MULT-UNIT-PRICE
031986             MOVE MULT-HST-TBL-DISC-PCT(MULT-HST-INDEX)
031987                 TO MULT-DISCOUNT-PERCENT
031988             MOVE MULT-HST-TBL-NET-PRICE(MULT-HST-INDEX)
031989                 TO MULT-DISCOUNTED-PRICE
031990             MOVE MULT-HST-TBL-TAX-CODE(MULT-HST-INDEX)
031991                 TO MULT-ITEM-TAX-CODE
031992     END-SEARCH.
031993 3400-EXIT.
031994     EXIT.
032000
032100*-----------------------------------------------------------------
032200* 7000-READ-TRANS - READ THE NEXT TRANSACTION, FLAG EOF
034395     EXIT.
034396
034400*-----------------------------------------------------------------
034402* 7175-READ-PRICE-SCHED - READ THE NEXT MULTPRH PRICE SCHEDULE
034404*                         RECORD WHILE PRICING MULT-PRD-TABLE AT
034406*                         STARTUP.
034408*-----------------------------------------------------------------
034410 7175-READ-PRICE-SCHED.
034412     READ MULT-PRICE-SCHED-FILE
034414         AT END
034416             SET MULT-PRH-END-OF-FILE TO TRUE
034418     END-READ.
034420 7175-EXIT.
034422     EXIT.
034424
034426*-----------------------------------------------------------------
034428* 7180-READ-TAX-RATE - READ THE NEXT SALES TAX RATE RECORD WHILE
034430*                      LOADING MULT-TAX-TABLE AT STARTUP.
034432*-----------------------------------------------------------------
034434 7180-READ-TAX-RATE.
034436     READ MULT-TAX-RATE-FILE
034438         AT END
034440             SET MULT-TAX-END-OF-FILE TO TRUE
034442     END-READ.
034444 7180-EXIT.
034446     EXIT.
034448
034450*-----------------------------------------------------------------
034452* 7190-READ-HISTORY - READ THE NEXT INVOICE HISTORY RECORD WHILE
034454*                     LOADING MULT-HST-TABLE AT STARTUP.
034456*-----------------------------------------------------------------
034458 7190-READ-HISTORY.
034460     READ MULT-HISTORY-FILE
034462         AT END
034464             SET MULT-HST-END-OF-FILE TO TRUE
034466     END-READ.
034468 7190-EXIT.
034470     EXIT.
034472
034474*-----------------------------------------------------------------
034500* 8000-FINALIZE - WRITE THE JOB-END TOTAL LINE, CLOSE UP.  AFTER A
034510*                 SEQUENCE FAILURE THE SUBTOTAL AND GRAND TOTAL
034520*                 LINES ARE SUPPRESSED - AN INCOMPLETE TOTAL MUST
034530*                 NOT LOOK POSTABLE ON THE REVIEW COPY.  THE
034540*                 CREDIT MEMO TOTALS PRINT UNDER THE GRAND TOTAL.
034600*-----------------------------------------------------------------
034700 8000-FINALIZE.
034710     IF MULT-SEQUENCE-ERROR THEN
035800        MOVE MULT-GRAND-TOTAL TO MULT-GRAND-TOTAL-EDIT
035900        MOVE MULT-GRAND-TOTAL-EDIT TO MULT-T-GRAND-TOTAL
036000     END-IF.
036010     IF MULT-GRAND-TAX-OVERFLOW THEN
036020        MOVE "OVERFLOW" TO MULT-T-GRAND-TAX
036030     ELSE
036040        MOVE MULT-GRAND-TAX TO MULT-GRAND-TAX-EDIT
036050        MOVE MULT-GRAND-TAX-EDIT TO MULT-T-GRAND-TAX
036060     END-IF.
036100     WRITE MULT-PRINT-RECORD FROM MULT-TOTAL-LINE.
036104     MOVE MULT-MEMO-TALLY TO MULT-TC-MEMO-COUNT.
036108     IF MULT-GRAND-CREDIT-OVERFLOW THEN
036112        MOVE "OVERFLOW - SEE LOG" TO MULT-TC-GRAND-CREDIT
036116        MOVE "OVERFLOW" TO MULT-TC-GRAND-TAX
036120     ELSE
036124        MOVE MULT-GRAND-CREDIT TO MULT-GRAND-TOTAL-EDIT
036128        MOVE MULT-GRAND-TOTAL-EDIT TO MULT-TC-GRAND-CREDIT
036132        MOVE MULT-GRAND-CR-TAX TO MULT-GRAND-TAX-EDIT
036136        MOVE MULT-GRAND-TAX-EDIT TO MULT-TC-GRAND-TAX
036140     END-IF.
036144     WRITE MULT-PRINT-RECORD FROM MULT-CREDIT-TOTAL-LINE.
036150 8000-CLOSE.
036200     CLOSE MULT-TRANS-FILE.
036300     CLOSE MULT-PRINT-FILE.
