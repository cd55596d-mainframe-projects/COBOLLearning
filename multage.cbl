000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MULTARAGING.
000300 AUTHOR. D WALKER.
000400 INSTALLATION. BILLING SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* DATE        INIT  DESCRIPTION
001100* ----------  ----  -------------------------------------------
001200* 10/15/2026  DW    NEW PROGRAM.  MONTH-END RECEIVABLES AGED
001300*                   TRIAL BALANCE.  AGES EVERY MULTOPN ITEM WITH
001400*                   AN OPEN BALANCE FROM ITS INVOICE DATE TO THE
001500*                   RUN DATE AND TOTALS THE BALANCES BY
001600*                   MULT-CST-ID INTO CURRENT, 30, 60 AND 90-PLUS
001700*                   DAY BUCKETS.  A CUSTOMER WITH ANY ITEM OLDER
001800*                   THAN THE MULTAGEP HOLD-DAYS CARD (DEFAULT 90)
001900*                   IS PUT ON CREDIT HOLD: THE MULTCST MASTER IS
002000*                   COPIED TO MULTCSTN WITH MULT-CST-STATUS SET TO
002100*                   "H", SO ONCE THE OPERATOR STAGES MULTCSTN AS
002200*                   MULTCST THE NEXT MULTIPLY2VALUES RUN ROUTES
002300*                   THE CUSTOMER'S LINES TO MULTEXC AS HOLD.  THE
002400*                   RUN NEVER RELEASES A HOLD - THAT STAYS WITH
002500*                   THE CREDIT DEPARTMENT.  AN OPEN ITEM WHOSE
002600*                   CUSTOMER IS NOT ON MULTCST IS LISTED AND
002700*                   LEAVES RETURN CODE 4.  A CUSTOMER MASTER TOO
002800*                   LARGE FOR THE TABLE ABORTS RETURN CODE 16
002900*                   BEFORE ANY OUTPUT IS OPENED.  APPENDS START
003000*                   AND END RECORDS TO THE SHARED CALCRLOG RUN
003100*                   LOG LIKE THE REST OF THE CYCLE.
003110* 10/15/2026  DW    MULTCSTN BUFFER WIDENED TO 30 BYTES FOR THE
003120*                   CUSTOMER'S SALES TAX JURISDICTION CODE.
003130* 10/15/2026  DW    AN OPEN CREDIT MEMO (DOC TYPE "C") IS AGED BY
003140*                   ITS DATE AND SUBTRACTED FROM ITS BUCKET, SO A
003150*                   CUSTOMER'S BALANCE IS NET OF UNAPPLIED
003160*                   CREDITS.  A CREDIT NEVER SETS A HOLD OR THE
003170*                   OLDEST AGE.  BUCKETS AND TOTALS ARE SIGNED.
003180* 10/15/2026  DW    AGES BY TRUE CALENDAR DAYS - THE RUN DATE AND
003185*                   EACH ITEM DATE ARE TURNED INTO DAY NUMBERS BY
003190*                   5000-DATE-TO-DAYS, THE SAME ROUTINE AS
003195*                   MULTSTOGEN, IN PLACE OF THE 372-DAY SERIAL.
003200*-----------------------------------------------------------------
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OPTIONAL MULT-OPEN-ITEM-FILE ASSIGN TO "MULTOPN"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900
004000     SELECT OPTIONAL MULT-AGE-PARM-FILE ASSIGN TO "MULTAGEP"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200
004300     SELECT MULT-CUSTOMER-FILE ASSIGN TO "MULTCST"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500
004600     SELECT MULT-CST-NEW-FILE ASSIGN TO "MULTCSTN"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800
004900     SELECT MULT-AGE-REPORT-FILE ASSIGN TO "MULTAGER"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100
005200     SELECT OPTIONAL CALC-RUN-LOG-FILE ASSIGN TO "CALCRLOG"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  MULT-OPEN-ITEM-FILE.
005800 COPY MULTOPN.
005900
006000 FD  MULT-AGE-PARM-FILE.
006100 COPY MULTAGP.
006200
006300 FD  MULT-CUSTOMER-FILE.
006400 COPY MULTCST.
006500
006600*    IMAGE COPY OF THE MULT-CUSTOMER-RECORD - A SECOND COPY OF
006700*    MULTCST.CPY WOULD DUPLICATE ITS DATA NAMES, SO THE NEW MASTER
006800*    RECORD IS A PLAIN BUFFER OF THE SAME 30-BYTE LENGTH.
006900 FD  MULT-CST-NEW-FILE.
007000 01  MULT-CST-NEW-RECORD        PIC X(30).
007100
007200 FD  MULT-AGE-REPORT-FILE
007300             RECORD CONTAINS 80 CHARACTERS.
007400 01  MULT-AGE-REPORT-RECORD     PIC X(80).
007500
007600 FD  CALC-RUN-LOG-FILE.
007700 COPY CALCRLG.
007800
007900 WORKING-STORAGE SECTION.
008000 77  MULT-OPN-EOF-SWITCH    PIC X(01) VALUE "N".
008100     88  MULT-OPN-END-OF-FILE             VALUE "Y".
008200 77  MULT-CST-EOF-SWITCH    PIC X(01) VALUE "N".
008300     88  MULT-CST-END-OF-FILE             VALUE "Y".
008400 77  MULT-AGE-TABLE-MAX     PIC 9(04) VALUE 0500.
008500 77  MULT-AGE-TABLE-COUNT   PIC 9(04) COMP VALUE ZERO.
008600 77  MULT-AGE-SUB           PIC 9(04) COMP VALUE ZERO.
008700 77  MULT-AGE-FOUND-SUB     PIC 9(04) COMP VALUE ZERO.
008800 77  MULT-AGE-FULL-SWITCH   PIC X(01) VALUE "N".
008900     88  MULT-AGE-FILE-OVERFULL           VALUE "Y".
009000 77  MULT-AGE-OVFL-SWITCH   PIC X(01) VALUE "N".
009100     88  MULT-AGE-TOTAL-OVERFLOW          VALUE "Y".
009200 77  MULT-AGE-HOLD-DAYS     PIC 9(03) VALUE 090.
009300 77  MULT-AGE-RUN-DAYS      PIC 9(07) COMP VALUE ZERO.
009400 77  MULT-AGE-WORK-DAYS     PIC 9(07) COMP VALUE ZERO.
009420 77  MULT-AGE-PERIODS       PIC 9(07) COMP VALUE ZERO.
009440 77  MULT-AGE-LEAP-YEARS    PIC 9(03) COMP VALUE ZERO.
009460 77  MULT-AGE-LEAP-REM      PIC 9(01) COMP VALUE ZERO.
009600 77  MULT-AGE-DAYS          PIC 9(05) COMP VALUE ZERO.
009700 77  MULT-AGE-READ-COUNT    PIC 9(07) COMP VALUE ZERO.
009800 77  MULT-AGE-ITEM-TALLY    PIC 9(07) COMP VALUE ZERO.
009900 77  MULT-AGE-UNKNOWN-TALLY PIC 9(05) COMP VALUE ZERO.
010000 77  MULT-AGE-HOLD-TALLY    PIC 9(04) COMP VALUE ZERO.
010010 77  MULT-AGE-ITEM-AMOUNT   PIC S9(09)V99 VALUE ZERO.
010100 77  MULT-AGE-CUST-TOTAL    PIC S9(10)V99 VALUE ZERO.
010200 77  MULT-AGE-GRAND-CURRENT PIC S9(10)V99 VALUE ZERO.
010300 77  MULT-AGE-GRAND-30      PIC S9(10)V99 VALUE ZERO.
010400 77  MULT-AGE-GRAND-60      PIC S9(10)V99 VALUE ZERO.
010500 77  MULT-AGE-GRAND-90      PIC S9(10)V99 VALUE ZERO.
010600 77  MULT-AGE-GRAND-TOTAL   PIC S9(10)V99 VALUE ZERO.
010700 77  MULT-RL-EVENT-CODE     PIC X(01) VALUE SPACE.
010800 77  MULT-OUT-WRITE-COUNT   PIC 9(07) COMP VALUE ZERO.
010900*    DAYS BEFORE THE FIRST OF EACH MONTH IN A COMMON YEAR.
011000 01  MULT-AGE-CUM-DAYS-VALUES.
011050     05  FILLER                 PIC X(36) VALUE
011100             "000031059090120151181212243273304334".
011150 01  MULT-AGE-CUM-DAYS-TABLE REDEFINES MULT-AGE-CUM-DAYS-VALUES.
011200     05  MULT-AGE-CUM-DAYS      PIC 9(03) OCCURS 12 TIMES.
011300 01  MULT-AGE-WORK-DATE.
011400     05  MULT-AGE-WK-YY         PIC 99.
011500     05  MULT-AGE-WK-MM         PIC 99.
011600     05  MULT-AGE-WK-DD         PIC 99.
011700 01  MULT-AGE-RUN-DATE.
011800     05  MULT-AGE-RD-YY         PIC 99.
011900     05  MULT-AGE-RD-MM         PIC 99.
012000     05  MULT-AGE-RD-DD         PIC 99.
012100 01  MULT-AGE-TABLE.
012200     05  MULT-AGE-ENTRY OCCURS 1 TO 500 TIMES
012300             DEPENDING ON MULT-AGE-TABLE-COUNT
012400             INDEXED BY MULT-AGE-INDEX.
012500         10  MULT-AGE-TBL-ID        PIC X(05).
012600         10  MULT-AGE-TBL-NAME      PIC X(20).
012700         10  MULT-AGE-TBL-CURRENT   PIC S9(10)V99.
012800         10  MULT-AGE-TBL-30        PIC S9(10)V99.
012900         10  MULT-AGE-TBL-60        PIC S9(10)V99.
013000         10  MULT-AGE-TBL-90        PIC S9(10)V99.
013100         10  MULT-AGE-TBL-OLDEST    PIC 9(05).
013200         10  MULT-AGE-TBL-HOLD-SW   PIC X(01).
013300             88  MULT-AGE-TBL-PAST-HOLD       VALUE "Y".
013400 COPY MULTAGE.
013500
013600 PROCEDURE DIVISION.
013700*-----------------------------------------------------------------
013800* 0000-MAINLINE
013900*-----------------------------------------------------------------
014000 0000-MAINLINE.
014100     MOVE "S" TO MULT-RL-EVENT-CODE.
014200     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
014300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014400     IF MULT-AGE-FILE-OVERFULL THEN
014500        DISPLAY "MULTCST EXCEEDS " MULT-AGE-TABLE-MAX
014600            " CUSTOMERS - FILE SUSPECT, RUN ABORTED"
014700        DISPLAY "NO MULTCSTN PRODUCED"
014800        MOVE 16 TO RETURN-CODE
014900        GO TO 9999-EXIT
015000     END-IF.
015100     PERFORM 2000-AGE-ONE-ITEM THRU 2000-EXIT
015200         UNTIL MULT-OPN-END-OF-FILE.
015300     PERFORM 8000-FINALIZE THRU 8000-EXIT.
015400     GO TO 9999-EXIT.
015500
015600*-----------------------------------------------------------------
015700* 1000-INITIALIZE - LOAD THE CUSTOMER MASTER INTO THE AGING TABLE
015800*                   FIRST - AN OVERFULL MASTER ABORTS THE RUN
015900*                   BEFORE ANY OUTPUT IS OPENED - THEN READ THE
016000*                   HOLD-DAYS CARD, TURN THE RUN DATE INTO A DAY
016100*                   NUMBER, PRINT THE HEADINGS AND PRIME THE
016150*                   OPEN-ITEM READ
016200*-----------------------------------------------------------------
016300 1000-INITIALIZE.
016400     OPEN INPUT MULT-CUSTOMER-FILE.
016500     PERFORM 7100-READ-CUSTOMER THRU 7100-EXIT.
016600     PERFORM 1100-LOAD-ONE-CUSTOMER THRU 1100-EXIT
016700         UNTIL MULT-CST-END-OF-FILE.
016800     CLOSE MULT-CUSTOMER-FILE.
016900     IF MULT-AGE-FILE-OVERFULL THEN
017000        GO TO 1000-EXIT
017100     END-IF.
017200     PERFORM 1200-READ-PARM THRU 1200-EXIT.
017300     ACCEPT MULT-AGE-RUN-DATE FROM DATE.
017400     MOVE MULT-AGE-RUN-DATE TO MULT-AGE-WORK-DATE.
017500     PERFORM 5000-DATE-TO-DAYS THRU 5000-EXIT.
017600     MOVE MULT-AGE-WORK-DAYS TO MULT-AGE-RUN-DAYS.
017700     OPEN INPUT MULT-OPEN-ITEM-FILE.
017800     OPEN OUTPUT MULT-AGE-REPORT-FILE.
017900     MOVE MULT-AGE-RD-MM TO MULT-AGH-DATE-MM.
018000     MOVE MULT-AGE-RD-DD TO MULT-AGH-DATE-DD.
018100     MOVE MULT-AGE-RD-YY TO MULT-AGH-DATE-YY.
018200     MOVE MULT-AGE-HOLD-DAYS TO MULT-AGH-HOLD-DAYS.
018300     WRITE MULT-AGE-REPORT-RECORD FROM MULT-AGE-HEADING-LINE.
018400     WRITE MULT-AGE-REPORT-RECORD FROM MULT-AGE-COLUMN-LINE.
018500     PERFORM 7000-READ-OPEN-ITEM THRU 7000-EXIT.
018600 1000-EXIT.
018700     EXIT.
018800
018900*-----------------------------------------------------------------
019000* 1100-LOAD-ONE-CUSTOMER - ADD ONE MULTCST ROW TO THE AGING TABLE
019100*                          WITH ZERO BUCKETS.  A ROW PAST THE
019200*                          TABLE BOUND MARKS THE MASTER
019300*                          OVERFULL AND THE RUN ABORTS RATHER
019400*                          THAN WRITE A MULTCSTN MISSING
019450*                          CUSTOMERS
019500*-----------------------------------------------------------------
019600 1100-LOAD-ONE-CUSTOMER.
019700     IF MULT-AGE-TABLE-COUNT < MULT-AGE-TABLE-MAX THEN
019800        ADD 1 TO MULT-AGE-TABLE-COUNT
019900        MOVE MULT-CST-ID TO
020000            MULT-AGE-TBL-ID(MULT-AGE-TABLE-COUNT)
020100        MOVE MULT-CST-NAME TO
020200            MULT-AGE-TBL-NAME(MULT-AGE-TABLE-COUNT)
020300        MOVE ZERO TO MULT-AGE-TBL-CURRENT(MULT-AGE-TABLE-COUNT)
020400        MOVE ZERO TO MULT-AGE-TBL-30(MULT-AGE-TABLE-COUNT)
020500        MOVE ZERO TO MULT-AGE-TBL-60(MULT-AGE-TABLE-COUNT)
020600        MOVE ZERO TO MULT-AGE-TBL-90(MULT-AGE-TABLE-COUNT)
020700        MOVE ZERO TO MULT-AGE-TBL-OLDEST(MULT-AGE-TABLE-COUNT)
020800        MOVE "N" TO MULT-AGE-TBL-HOLD-SW(MULT-AGE-TABLE-COUNT)
020900        PERFORM 7100-READ-CUSTOMER THRU 7100-EXIT
021000     ELSE
021100        SET MULT-AGE-FILE-OVERFULL TO TRUE
021200        SET MULT-CST-END-OF-FILE TO TRUE
021300     END-IF.
021400 1100-EXIT.
021500     EXIT.
021600
021700*-----------------------------------------------------------------
021800* 1200-READ-PARM - TAKE THE HOLD-DAYS LIMIT FROM THE MULTAGEP
021900*                  CARD.  A MISSING, EMPTY OR NON-NUMERIC CARD
022000*                  LEAVES THE 90-DAY DEFAULT IN PLACE.
022100*-----------------------------------------------------------------
022200 1200-READ-PARM.
022300     OPEN INPUT MULT-AGE-PARM-FILE.
022400     READ MULT-AGE-PARM-FILE
022500         AT END
022600             MOVE SPACES TO MULT-AGP-HOLD-DAYS-X
022700     END-READ.
022800     IF MULT-AGP-HOLD-DAYS NUMERIC THEN
022900        MOVE MULT-AGP-HOLD-DAYS TO MULT-AGE-HOLD-DAYS
023000     ELSE
023100        DISPLAY "MULTAGEP CARD MISSING OR INVALID - HOLD AFTER "
023200            MULT-AGE-HOLD-DAYS " DAYS"
023300     END-IF.
023400     CLOSE MULT-AGE-PARM-FILE.
023500 1200-EXIT.
023600     EXIT.
023700
023800*-----------------------------------------------------------------
023900* 2000-AGE-ONE-ITEM - AGE ONE OPEN ITEM AND ADD ITS BALANCE TO ITS
024000*                     CUSTOMER'S BUCKET.  PAID ITEMS ARE SKIPPED.
024100*                     AN ITEM DATED AFTER THE RUN DATE AGES AS
024200*                     CURRENT.  A CREDIT MEMO'S BALANCE IS TAKEN
024210*                     AS A NEGATIVE AMOUNT.
024300*-----------------------------------------------------------------
024400 2000-AGE-ONE-ITEM.
024500     ADD 1 TO MULT-AGE-READ-COUNT.
024600     IF MULT-OPN-PAID OR MULT-OPN-BALANCE = ZERO THEN
024700        GO TO 2000-READ-NEXT
024800     END-IF.
024900     ADD 1 TO MULT-AGE-ITEM-TALLY.
024910     IF MULT-OPN-DOC-CREDIT-MEMO THEN
024920        SUBTRACT MULT-OPN-BALANCE FROM ZERO
024930            GIVING MULT-AGE-ITEM-AMOUNT
024940     ELSE
024950        MOVE MULT-OPN-BALANCE TO MULT-AGE-ITEM-AMOUNT
024960     END-IF.
025000     MOVE MULT-OPN-INV-DATE TO MULT-AGE-WORK-DATE.
025100     PERFORM 5000-DATE-TO-DAYS THRU 5000-EXIT.
025200     IF MULT-AGE-WORK-DAYS > MULT-AGE-RUN-DAYS THEN
025300        MOVE ZERO TO MULT-AGE-DAYS
025400     ELSE
025500        SUBTRACT MULT-AGE-WORK-DAYS FROM MULT-AGE-RUN-DAYS
025600            GIVING MULT-AGE-DAYS
025700     END-IF.
025800     PERFORM 2100-FIND-CUSTOMER THRU 2100-EXIT.
025900     IF MULT-AGE-FOUND-SUB = ZERO THEN
026000        ADD 1 TO MULT-AGE-UNKNOWN-TALLY
026100     ELSE
026200        PERFORM 2200-ADD-TO-BUCKET THRU 2200-EXIT
026300     END-IF.
026400     PERFORM 2300-ADD-TO-GRAND THRU 2300-EXIT.
026500 2000-READ-NEXT.
026600     PERFORM 7000-READ-OPEN-ITEM THRU 7000-EXIT.
026700 2000-EXIT.
026800     EXIT.
026900
027000*-----------------------------------------------------------------
027100* 2100-FIND-CUSTOMER - LOCATE THE ITEM'S CUSTOMER IN THE AGING
027200*                      TABLE.  MULT-AGE-FOUND-SUB IS ZERO WHEN THE
027300*                      CUSTOMER IS NOT ON THE MASTER.
027400*-----------------------------------------------------------------
027500 2100-FIND-CUSTOMER.
027600     MOVE ZERO TO MULT-AGE-FOUND-SUB.
027700     IF MULT-AGE-TABLE-COUNT = ZERO THEN
027800        GO TO 2100-EXIT
027900     END-IF.
028000     SET MULT-AGE-INDEX TO 1.
028100     SEARCH MULT-AGE-ENTRY
028200         AT END
028300             CONTINUE
028400         WHEN MULT-AGE-TBL-ID(MULT-AGE-INDEX)
028500             = MULT-OPN-CUSTOMER-ID
028600             SET MULT-AGE-FOUND-SUB TO MULT-AGE-INDEX
028700     END-SEARCH.
028800 2100-EXIT.
028900     EXIT.
029000
029100*-----------------------------------------------------------------
029200* 2200-ADD-TO-BUCKET - ADD THE ITEM'S AMOUNT TO THE CUSTOMER'S
029300*                      AGE BUCKET, KEEP THE OLDEST AGE SEEN, AND
029400*                      FLAG THE CUSTOMER FOR HOLD WHEN THE ITEM IS
029500*                      OLDER THAN THE HOLD-DAYS LIMIT.  ONLY AN
029510*                      INVOICE CAN MAKE A CUSTOMER OLD - A CREDIT
029520*                      OWED TO THEM NEVER DOES.
029600*-----------------------------------------------------------------
029700 2200-ADD-TO-BUCKET.
029800     EVALUATE TRUE
029900         WHEN MULT-AGE-DAYS < 30
030000             ADD MULT-AGE-ITEM-AMOUNT TO
030100                 MULT-AGE-TBL-CURRENT(MULT-AGE-FOUND-SUB)
030200                 ON SIZE ERROR
030300                     SET MULT-AGE-TOTAL-OVERFLOW TO TRUE
030400             END-ADD
030500         WHEN MULT-AGE-DAYS < 60
030600             ADD MULT-AGE-ITEM-AMOUNT TO
030700                 MULT-AGE-TBL-30(MULT-AGE-FOUND-SUB)
030800                 ON SIZE ERROR
030900                     SET MULT-AGE-TOTAL-OVERFLOW TO TRUE
031000             END-ADD
031100         WHEN MULT-AGE-DAYS < 90
031200             ADD MULT-AGE-ITEM-AMOUNT TO
031300                 MULT-AGE-TBL-60(MULT-AGE-FOUND-SUB)
031400                 ON SIZE ERROR
031500                     SET MULT-AGE-TOTAL-OVERFLOW TO TRUE
031600             END-ADD
031700         WHEN OTHER
031800             ADD MULT-AGE-ITEM-AMOUNT TO
031900                 MULT-AGE-TBL-90(MULT-AGE-FOUND-SUB)
032000                 ON SIZE ERROR
032100                     SET MULT-AGE-TOTAL-OVERFLOW TO TRUE
032200             END-ADD
032300     END-EVALUATE.
032310     IF MULT-OPN-DOC-CREDIT-MEMO THEN
032320        GO TO 2200-EXIT
032330     END-IF.
032400     IF MULT-AGE-DAYS > MULT-AGE-TBL-OLDEST(MULT-AGE-FOUND-SUB)
032500        MOVE MULT-AGE-DAYS TO
032600            MULT-AGE-TBL-OLDEST(MULT-AGE-FOUND-SUB)
032700     END-IF.
032800     IF MULT-AGE-DAYS > MULT-AGE-HOLD-DAYS THEN
032900        MOVE "Y" TO MULT-AGE-TBL-HOLD-SW(MULT-AGE-FOUND-SUB)
033000     END-IF.
033100 2200-EXIT.
033200     EXIT.
033300
033400*-----------------------------------------------------------------
033500* 2300-ADD-TO-GRAND - ADD THE ITEM'S AMOUNT TO THE GRAND TOTAL
033600*                     BUCKET.  ITEMS FOR CUSTOMERS NOT ON THE
033700*                     MASTER ARE INCLUDED SO THE GRAND TOTAL STILL
033800*                     TIES TO THE OPEN-ITEM FILE.
033900*-----------------------------------------------------------------
034000 2300-ADD-TO-GRAND.
034100     EVALUATE TRUE
034200         WHEN MULT-AGE-DAYS < 30
034300             ADD MULT-AGE-ITEM-AMOUNT TO MULT-AGE-GRAND-CURRENT
034400                 ON SIZE ERROR
034500                     SET MULT-AGE-TOTAL-OVERFLOW TO TRUE
034600             END-ADD
034700         WHEN MULT-AGE-DAYS < 60
034800             ADD MULT-AGE-ITEM-AMOUNT TO MULT-AGE-GRAND-30
034900                 ON SIZE ERROR
035000                     SET MULT-AGE-TOTAL-OVERFLOW TO TRUE
035100             END-ADD
035200         WHEN MULT-AGE-DAYS < 90
035300             ADD MULT-AGE-ITEM-AMOUNT TO MULT-AGE-GRAND-60
035400                 ON SIZE ERROR
035500                     SET MULT-AGE-TOTAL-OVERFLOW TO TRUE
035600             END-ADD
035700         WHEN OTHER
035800             ADD MULT-AGE-ITEM-AMOUNT TO MULT-AGE-GRAND-90
035900                 ON SIZE ERROR
036000                     SET MULT-AGE-TOTAL-OVERFLOW TO TRUE
036100             END-ADD
036200     END-EVALUATE.
036300     ADD MULT-AGE-ITEM-AMOUNT TO MULT-AGE-GRAND-TOTAL
036400         ON SIZE ERROR
036500             SET MULT-AGE-TOTAL-OVERFLOW TO TRUE
036600     END-ADD.
036700 2300-EXIT.
036800     EXIT.
036900
037000*-----------------------------------------------------------------
037100* 5000-DATE-TO-DAYS - TURN THE YYMMDD WORK DATE INTO A DAY NUMBER
037150*                     COUNTED FROM 1 JAN 2000, SO DATES CAN BE
037200*                     SUBTRACTED ACROSS MONTH AND YEAR ENDS
037300*-----------------------------------------------------------------
037400 5000-DATE-TO-DAYS.
037500     COMPUTE MULT-AGE-LEAP-YEARS = MULT-AGE-WK-YY + 3.
037550     DIVIDE 4 INTO MULT-AGE-LEAP-YEARS.
037600     COMPUTE MULT-AGE-WORK-DAYS =
037650         MULT-AGE-WK-YY * 365 + MULT-AGE-LEAP-YEARS
037700         + MULT-AGE-CUM-DAYS(MULT-AGE-WK-MM) + MULT-AGE-WK-DD.
037800     DIVIDE MULT-AGE-WK-YY BY 4 GIVING MULT-AGE-PERIODS
037900         REMAINDER MULT-AGE-LEAP-REM.
038000     IF MULT-AGE-LEAP-REM = ZERO AND MULT-AGE-WK-MM > 02 THEN
038100        ADD 1 TO MULT-AGE-WORK-DAYS
038200     END-IF.
038300 5000-EXIT.
038400     EXIT.
038500
038600*-----------------------------------------------------------------
038700* 7000-READ-OPEN-ITEM - READ THE NEXT MULTOPN RECORD, FLAG EOF
038800*-----------------------------------------------------------------
038900 7000-READ-OPEN-ITEM.
039000     READ MULT-OPEN-ITEM-FILE
039100         AT END
039200             SET MULT-OPN-END-OF-FILE TO TRUE
039300     END-READ.
039400 7000-EXIT.
039500     EXIT.
039600
039700*-----------------------------------------------------------------
039800* 7100-READ-CUSTOMER - READ THE NEXT MULTCST RECORD, FLAG EOF
039900*-----------------------------------------------------------------
040000 7100-READ-CUSTOMER.
040100     READ MULT-CUSTOMER-FILE
040200         AT END
040300             SET MULT-CST-END-OF-FILE TO TRUE
040400     END-READ.
040500 7100-EXIT.
040600     EXIT.
040700
040800*-----------------------------------------------------------------
040900* 8000-FINALIZE - PRINT ONE LINE PER CUSTOMER WITH AN OPEN BALANCE
041000*                 AND THE GRAND TOTAL LINE, REWRITE THE CUSTOMER
041100*                 MASTER TO MULTCSTN WITH THE NEW HOLDS, LIST ANY
041200*                 ITEMS FOR CUSTOMERS NOT ON THE MASTER, PRINT THE
041300*                 COUNTS AND CLOSE UP.  AN UNKNOWN CUSTOMER LEAVES
041400*                 RETURN CODE 4; A BUCKET OVERFLOW LEAVES 8.
041500*-----------------------------------------------------------------
041600 8000-FINALIZE.
041700     CLOSE MULT-OPEN-ITEM-FILE.
041800     PERFORM 8100-PRINT-ONE-CUSTOMER THRU 8100-EXIT
041900         VARYING MULT-AGE-SUB FROM 1 BY 1
042000         UNTIL MULT-AGE-SUB > MULT-AGE-TABLE-COUNT.
042100     MOVE "TOTAL" TO MULT-AGD-CUSTOMER-ID.
042200     MOVE MULT-AGE-GRAND-CURRENT TO MULT-AGD-CURRENT.
042300     MOVE MULT-AGE-GRAND-30 TO MULT-AGD-30-DAYS.
042400     MOVE MULT-AGE-GRAND-60 TO MULT-AGD-60-DAYS.
042500     MOVE MULT-AGE-GRAND-90 TO MULT-AGD-90-DAYS.
042600     MOVE MULT-AGE-GRAND-TOTAL TO MULT-AGD-TOTAL.
042700     WRITE MULT-AGE-REPORT-RECORD FROM MULT-AGE-DETAIL-LINE.
042800     PERFORM 8200-REWRITE-MASTER THRU 8200-EXIT.
042900     IF MULT-AGE-UNKNOWN-TALLY > ZERO THEN
043000        PERFORM 8400-LIST-UNKNOWN THRU 8400-EXIT
043100        MOVE 4 TO RETURN-CODE
043200     END-IF.
043300     MOVE MULT-AGE-ITEM-TALLY TO MULT-AGC-ITEM-COUNT.
043400     MOVE MULT-AGE-HOLD-TALLY TO MULT-AGC-HOLD-COUNT.
043500     WRITE MULT-AGE-REPORT-RECORD FROM MULT-AGE-COUNT-LINE.
043600     IF MULT-AGE-TOTAL-OVERFLOW THEN
043700        DISPLAY "AGING BUCKET OVERFLOW - TOTALS ARE SHORT"
043800        MOVE 8 TO RETURN-CODE
043900     END-IF.
044000     CLOSE MULT-AGE-REPORT-FILE.
044100 8000-EXIT.
044200     EXIT.
044300
044400*-----------------------------------------------------------------
044500* 8100-PRINT-ONE-CUSTOMER - PRINT ONE CUSTOMER'S BUCKETS.  A
044600*                           CUSTOMER WITH NOTHING OPEN IS SKIPPED;
044610*                           ONE WHOSE CREDITS EXACTLY OFFSET ITS
044620*                           INVOICES IS STILL PRINTED.
044700*-----------------------------------------------------------------
044800 8100-PRINT-ONE-CUSTOMER.
044900     MOVE ZERO TO MULT-AGE-CUST-TOTAL.
045000     ADD MULT-AGE-TBL-CURRENT(MULT-AGE-SUB)
045100         MULT-AGE-TBL-30(MULT-AGE-SUB)
045200         MULT-AGE-TBL-60(MULT-AGE-SUB)
045300         MULT-AGE-TBL-90(MULT-AGE-SUB)
045400         TO MULT-AGE-CUST-TOTAL
045500         ON SIZE ERROR
045600             SET MULT-AGE-TOTAL-OVERFLOW TO TRUE
045700     END-ADD.
045800     IF MULT-AGE-TBL-CURRENT(MULT-AGE-SUB) = ZERO
045810        AND MULT-AGE-TBL-30(MULT-AGE-SUB) = ZERO
045820        AND MULT-AGE-TBL-60(MULT-AGE-SUB) = ZERO
045830        AND MULT-AGE-TBL-90(MULT-AGE-SUB) = ZERO THEN
045900        GO TO 8100-EXIT
046000     END-IF.
046100     MOVE MULT-AGE-TBL-ID(MULT-AGE-SUB) TO MULT-AGD-CUSTOMER-ID.
046200     MOVE MULT-AGE-TBL-CURRENT(MULT-AGE-SUB) TO MULT-AGD-CURRENT.
046300     MOVE MULT-AGE-TBL-30(MULT-AGE-SUB) TO MULT-AGD-30-DAYS.
046400     MOVE MULT-AGE-TBL-60(MULT-AGE-SUB) TO MULT-AGD-60-DAYS.
046500     MOVE MULT-AGE-TBL-90(MULT-AGE-SUB) TO MULT-AGD-90-DAYS.
046600     MOVE MULT-AGE-CUST-TOTAL TO MULT-AGD-TOTAL.
046700     WRITE MULT-AGE-REPORT-RECORD FROM MULT-AGE-DETAIL-LINE.
046800 8100-EXIT.
046900     EXIT.
047000
047100*-----------------------------------------------------------------
047200* 8200-REWRITE-MASTER - COPY MULTCST TO MULTCSTN, SETTING CREDIT
047300*                       HOLD ON EVERY CUSTOMER FLAGGED PAST THE
047400*                       HOLD-DAYS LIMIT.  THE TABLE WAS LOADED IN
047500*                       FILE ORDER, SO THE N-TH RECORD READ IS THE
047600*                       N-TH TABLE ENTRY.
047700*-----------------------------------------------------------------
047800 8200-REWRITE-MASTER.
047900     MOVE "N" TO MULT-CST-EOF-SWITCH.
048000     MOVE ZERO TO MULT-AGE-SUB.
048100     OPEN INPUT MULT-CUSTOMER-FILE.
048200     OPEN OUTPUT MULT-CST-NEW-FILE.
048300     PERFORM 7100-READ-CUSTOMER THRU 7100-EXIT.
048400     PERFORM 8300-COPY-ONE-CUSTOMER THRU 8300-EXIT
048500         UNTIL MULT-CST-END-OF-FILE.
048600     CLOSE MULT-CUSTOMER-FILE.
048700     CLOSE MULT-CST-NEW-FILE.
048800 8200-EXIT.
048900     EXIT.
049000
049100*-----------------------------------------------------------------
049200* 8300-COPY-ONE-CUSTOMER - WRITE ONE CUSTOMER TO MULTCSTN.  A
049300*                          CUSTOMER ALREADY ON HOLD IS LEFT AS IS
049400*                          AND NOT LISTED AGAIN.
049500*-----------------------------------------------------------------
049600 8300-COPY-ONE-CUSTOMER.
049700     ADD 1 TO MULT-AGE-SUB.
049800     IF MULT-AGE-TBL-PAST-HOLD(MULT-AGE-SUB)
049900         AND NOT MULT-CST-CREDIT-HOLD THEN
050000        SET MULT-CST-CREDIT-HOLD TO TRUE
050100        ADD 1 TO MULT-AGE-HOLD-TALLY
050200        MOVE MULT-CST-ID TO MULT-AGL-CUSTOMER-ID
050300        MOVE MULT-CST-NAME TO MULT-AGL-CUST-NAME
050400        MOVE MULT-AGE-TBL-OLDEST(MULT-AGE-SUB)
050500            TO MULT-AGL-OLDEST-DAYS
050600        WRITE MULT-AGE-REPORT-RECORD FROM MULT-AGE-HOLD-LINE
050700     END-IF.
050800     WRITE MULT-CST-NEW-RECORD FROM MULT-CUSTOMER-RECORD.
050900     ADD 1 TO MULT-OUT-WRITE-COUNT.
051000     PERFORM 7100-READ-CUSTOMER THRU 7100-EXIT.
051100 8300-EXIT.
051200     EXIT.
051300
051400*-----------------------------------------------------------------
051500* 8400-LIST-UNKNOWN - REREAD MULTOPN AND LIST EVERY OPEN ITEM
051600*                     WHOSE CUSTOMER IS NOT ON THE MASTER, SO IT
051700*                     CAN BE CHASED BY HAND
051800*-----------------------------------------------------------------
051900 8400-LIST-UNKNOWN.
052000     MOVE "N" TO MULT-OPN-EOF-SWITCH.
052100     OPEN INPUT MULT-OPEN-ITEM-FILE.
052200     PERFORM 7000-READ-OPEN-ITEM THRU 7000-EXIT.
052300     PERFORM 8500-CHECK-ONE-UNKNOWN THRU 8500-EXIT
052400         UNTIL MULT-OPN-END-OF-FILE.
052500     CLOSE MULT-OPEN-ITEM-FILE.
052600 8400-EXIT.
052700     EXIT.
052800
052900*-----------------------------------------------------------------
053000* 8500-CHECK-ONE-UNKNOWN - PRINT ONE OPEN ITEM IF ITS CUSTOMER IS
053100*                          NOT ON THE MASTER
053200*-----------------------------------------------------------------
053300 8500-CHECK-ONE-UNKNOWN.
053400     IF MULT-OPN-PAID OR MULT-OPN-BALANCE = ZERO THEN
053500        GO TO 8500-READ-NEXT
053600     END-IF.
053700     PERFORM 2100-FIND-CUSTOMER THRU 2100-EXIT.
053800     IF MULT-AGE-FOUND-SUB = ZERO THEN
053900        MOVE MULT-OPN-CUSTOMER-ID TO MULT-AGU-CUSTOMER-ID
054000        MOVE MULT-OPN-INVOICE-NO TO MULT-AGU-INVOICE-NO
054100        IF MULT-OPN-DOC-CREDIT-MEMO THEN
054110           SUBTRACT MULT-OPN-BALANCE FROM ZERO
054120               GIVING MULT-AGU-BALANCE
054130        ELSE
054140           MOVE MULT-OPN-BALANCE TO MULT-AGU-BALANCE
054150        END-IF
054200        WRITE MULT-AGE-REPORT-RECORD FROM MULT-AGE-UNKNOWN-LINE
054300     END-IF.
054400 8500-READ-NEXT.
054500     PERFORM 7000-READ-OPEN-ITEM THRU 7000-EXIT.
054600 8500-EXIT.
054700     EXIT.
054800
054900*-----------------------------------------------------------------
055000* 9000-WRITE-RUN-LOG - APPEND ONE START OR END RECORD TO THE
055100*                      SHARED CALCRLOG RUN LOG.  THE READ TALLY
055200*                      COVERS THE OPEN ITEMS; THE WRITE TALLY
055300*                      COVERS THE MULTCSTN RECORDS.
055400*-----------------------------------------------------------------
055500 9000-WRITE-RUN-LOG.
055600     OPEN EXTEND CALC-RUN-LOG-FILE.
055700     MOVE "MULTARAGING" TO CALC-RL-PROGRAM.
055800     MOVE MULT-RL-EVENT-CODE TO CALC-RL-EVENT.
055900     ACCEPT CALC-RL-DATE FROM DATE.
056000     ACCEPT CALC-RL-TIME FROM TIME.
056100     MOVE MULT-AGE-READ-COUNT TO CALC-RL-READ-COUNT.
056200     MOVE MULT-OUT-WRITE-COUNT TO CALC-RL-WRITE-COUNT.
056300     MOVE RETURN-CODE TO CALC-RL-RETURN-CODE.
056400     WRITE CALC-RUN-LOG-RECORD.
056500     CLOSE CALC-RUN-LOG-FILE.
056600 9000-EXIT.
056700     EXIT.
056800
056900 9999-EXIT.
057000     MOVE "E" TO MULT-RL-EVENT-CODE.
057100     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
057200     STOP RUN.
