000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MULTPRCHIST.
000300 AUTHOR. D WALKER.
000400 INSTALLATION. BILLING SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* DATE        INIT  DESCRIPTION
001100* ----------  ----  -------------------------------------------
001200* 10/15/2026  DW    NEW PROGRAM.  PRODUCT PRICE HISTORY REPORT.
001300*                   LISTS EVERY MULTPRD ITEM WITH EVERY PRICE ON
001400*                   ITS MULTPRH SCHEDULE AND THE DATE EACH TOOK
001500*                   EFFECT, SO THE PRICE IN FORCE ON ANY GIVEN DAY
001600*                   CAN BE READ OFF THE REPORT.  EACH PRICE IS
001700*                   MARKED SUPERSEDED, CURRENT OR PENDING AGAINST
001800*                   THE RUN DATE.  AN ITEM WITH NO SCHEDULE ROW
001900*                   YET SHOWS ITS MULTPRD PRICE AS ON FILE.  A
002000*                   MASTER OR SCHEDULE TOO LARGE FOR ITS TABLE
002100*                   ABORTS RETURN CODE 16 BEFORE ANY OUTPUT IS
002200*                   OPENED.  APPENDS START AND END RECORDS TO THE
002300*                   SHARED CALCRLOG RUN LOG.
002310* 10/15/2026  DW    THE SCHEDULE SEARCH IS SKIPPED WHEN MULTPRH
002320*                   IS EMPTY OR MISSING, SO EVERY ITEM SHOWS ITS
002330*                   MULTPRD PRICE AS ON FILE BEFORE THE FIRST
002340*                   MULTPRDMAINT RUN.
002400*-----------------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT MULT-PRODUCT-FILE ASSIGN TO "MULTPRD"
003000         ORGANIZATION IS LINE SEQUENTIAL.
003100
003200     SELECT OPTIONAL MULT-PRICE-SCHED-FILE ASSIGN TO "MULTPRH"
003300         ORGANIZATION IS LINE SEQUENTIAL.
003400
003500     SELECT MULT-PCH-REPORT-FILE ASSIGN TO "MULTPCHR"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700
003800     SELECT OPTIONAL CALC-RUN-LOG-FILE ASSIGN TO "CALCRLOG"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  MULT-PRODUCT-FILE.
004400 COPY MULTPRD.
004500
004600 FD  MULT-PRICE-SCHED-FILE.
004700 COPY MULTPRH.
004800
004900 FD  MULT-PCH-REPORT-FILE
005000             RECORD CONTAINS 80 CHARACTERS.
005100 01  MULT-PCH-REPORT-RECORD     PIC X(80).
005200
005300 FD  CALC-RUN-LOG-FILE.
005400 COPY CALCRLG.
005500
005600 WORKING-STORAGE SECTION.
005700 77  MULT-PRD-EOF-SWITCH    PIC X(01) VALUE "N".
005800     88  MULT-PRD-END-OF-FILE             VALUE "Y".
005900 77  MULT-PRH-EOF-SWITCH    PIC X(01) VALUE "N".
006000     88  MULT-PRH-END-OF-FILE             VALUE "Y".
006100 77  MULT-PCH-ITEM-MAX      PIC 9(04) VALUE 0500.
006200 77  MULT-PCH-ITEM-TOTAL    PIC 9(04) COMP VALUE ZERO.
006300 77  MULT-PCH-SCH-MAX       PIC 9(04) VALUE 5000.
006400 77  MULT-PCH-SCH-TOTAL     PIC 9(04) COMP VALUE ZERO.
006500 77  MULT-PCH-ITEM-SUB      PIC 9(04) COMP VALUE ZERO.
006600 77  MULT-PCH-SCH-SUB       PIC 9(04) COMP VALUE ZERO.
006700 77  MULT-PCH-ROW-TALLY     PIC 9(05) COMP VALUE ZERO.
006800 77  MULT-PCH-PENDING-TALLY PIC 9(05) COMP VALUE ZERO.
006900 77  MULT-PCH-PRD-FULL-SW   PIC X(01) VALUE "N".
007000     88  MULT-PCH-PRD-OVERFULL            VALUE "Y".
007100 77  MULT-PCH-PRH-FULL-SW   PIC X(01) VALUE "N".
007200     88  MULT-PCH-PRH-OVERFULL            VALUE "Y".
007300 77  MULT-PCH-READ-COUNT    PIC 9(07) COMP VALUE ZERO.
007400 77  MULT-RL-EVENT-CODE     PIC X(01) VALUE SPACE.
007500 77  MULT-OUT-WRITE-COUNT   PIC 9(07) COMP VALUE ZERO.
007600 01  MULT-PCH-ITEM-TABLE.
007700     05  MULT-PCH-ITEM-ENTRY OCCURS 1 TO 500 TIMES
007800             DEPENDING ON MULT-PCH-ITEM-TOTAL.
007900         10  MULT-PCH-TBL-ITEM      PIC X(06).
008000         10  MULT-PCH-TBL-DESC      PIC X(20).
008100         10  MULT-PCH-TBL-PRICE     PIC 9(05)V99.
008200         10  MULT-PCH-TBL-TAX-CODE  PIC X(01).
008300*    THE WHOLE MULTPRH SCHEDULE, IN ITEM AND EFFECTIVE DATE ORDER
008400*    AS MULTPRDMAINT WRITES IT.
008500 01  MULT-PCH-SCHED-TABLE.
008600     05  MULT-PCH-SCH-ENTRY OCCURS 1 TO 5000 TIMES
008700             DEPENDING ON MULT-PCH-SCH-TOTAL
008800             INDEXED BY MULT-PCH-SCH-INDEX.
008900         10  MULT-PCH-SCH-ITEM      PIC X(06).
009000         10  MULT-PCH-SCH-EFF-DATE  PIC 9(06).
009100         10  MULT-PCH-SCH-PRICE     PIC 9(05)V99.
009200         10  MULT-PCH-SCH-ENTERED   PIC 9(06).
009300 01  MULT-PCH-RUN-DATE.
009400     05  MULT-PCH-RD-YY         PIC 99.
009500     05  MULT-PCH-RD-MM         PIC 99.
009600     05  MULT-PCH-RD-DD         PIC 99.
009700 01  MULT-PCH-RUN-DATE-N REDEFINES MULT-PCH-RUN-DATE
009800                                PIC 9(06).
009900 COPY MULTPCH.
010000
010100 PROCEDURE DIVISION.
010200*-----------------------------------------------------------------
010300* 0000-MAINLINE
010400*-----------------------------------------------------------------
010500 0000-MAINLINE.
010600     MOVE "S" TO MULT-RL-EVENT-CODE.
010700     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
010800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010900     IF MULT-PCH-PRD-OVERFULL THEN
011000        DISPLAY "MULTPRD EXCEEDS " MULT-PCH-ITEM-MAX
011100            " ITEMS - FILE SUSPECT, RUN ABORTED"
011200        MOVE 16 TO RETURN-CODE
011300        GO TO 9999-EXIT
011400     END-IF.
011500     IF MULT-PCH-PRH-OVERFULL THEN
011600        DISPLAY "MULTPRH EXCEEDS " MULT-PCH-SCH-MAX
011700            " ROWS - FILE SUSPECT, RUN ABORTED"
011800        MOVE 16 TO RETURN-CODE
011900        GO TO 9999-EXIT
012000     END-IF.
012100     PERFORM 2000-LIST-ONE-ITEM THRU 2000-EXIT
012200         VARYING MULT-PCH-ITEM-SUB FROM 1 BY 1
012300         UNTIL MULT-PCH-ITEM-SUB > MULT-PCH-ITEM-TOTAL.
012400     PERFORM 8000-FINALIZE THRU 8000-EXIT.
012500     GO TO 9999-EXIT.
012600
012700*-----------------------------------------------------------------
012800* 1000-INITIALIZE - LOAD MULTPRD AND MULTPRH INTO THEIR TABLES -
012900*                   AN OVERFULL FILE ABORTS THE RUN BEFORE ANY
013000*                   OUTPUT IS OPENED - THEN OPEN THE REPORT AND
013100*                   PRINT ITS HEADING
013200*-----------------------------------------------------------------
013300 1000-INITIALIZE.
013400     ACCEPT MULT-PCH-RUN-DATE FROM DATE.
013500     OPEN INPUT MULT-PRODUCT-FILE.
013600     PERFORM 7000-READ-PRODUCT THRU 7000-EXIT.
013700     PERFORM 1100-LOAD-ONE-ITEM THRU 1100-EXIT
013800         UNTIL MULT-PRD-END-OF-FILE.
013900     CLOSE MULT-PRODUCT-FILE.
014000     IF MULT-PCH-PRD-OVERFULL THEN
014100        GO TO 1000-EXIT
014200     END-IF.
014300     OPEN INPUT MULT-PRICE-SCHED-FILE.
014400     PERFORM 7100-READ-PRICE THRU 7100-EXIT.
014500     PERFORM 1150-LOAD-ONE-PRICE THRU 1150-EXIT
014600         UNTIL MULT-PRH-END-OF-FILE.
014700     CLOSE MULT-PRICE-SCHED-FILE.
014800     IF MULT-PCH-PRH-OVERFULL THEN
014900        GO TO 1000-EXIT
015000     END-IF.
015100     OPEN OUTPUT MULT-PCH-REPORT-FILE.
015200     MOVE MULT-PCH-RD-MM TO MULT-PCH-DATE-MM.
015300     MOVE MULT-PCH-RD-DD TO MULT-PCH-DATE-DD.
015400     MOVE MULT-PCH-RD-YY TO MULT-PCH-DATE-YY.
015500     WRITE MULT-PCH-REPORT-RECORD FROM MULT-PCH-HEADING-LINE.
015600 1000-EXIT.
015700     EXIT.
015800
015900*-----------------------------------------------------------------
016000* 1100-LOAD-ONE-ITEM - ADD ONE MULTPRD ITEM TO THE TABLE.  AN ITEM
016100*                      PAST THE 500-ROW BOUND MARKS THE FILE
016200*                      OVERFULL AND THE RUN ABORTS
016300*-----------------------------------------------------------------
016400 1100-LOAD-ONE-ITEM.
016500     IF MULT-PCH-ITEM-TOTAL < MULT-PCH-ITEM-MAX THEN
016600        ADD 1 TO MULT-PCH-ITEM-TOTAL
016700        MOVE MULT-PRD-ITEM TO
016800            MULT-PCH-TBL-ITEM(MULT-PCH-ITEM-TOTAL)
016900        MOVE MULT-PRD-DESC TO
017000            MULT-PCH-TBL-DESC(MULT-PCH-ITEM-TOTAL)
017100        MOVE MULT-PRD-PRICE TO
017200            MULT-PCH-TBL-PRICE(MULT-PCH-ITEM-TOTAL)
017300        MOVE MULT-PRD-TAX-CODE TO
017400            MULT-PCH-TBL-TAX-CODE(MULT-PCH-ITEM-TOTAL)
017500        PERFORM 7000-READ-PRODUCT THRU 7000-EXIT
017600     ELSE
017700        SET MULT-PCH-PRD-OVERFULL TO TRUE
017800        SET MULT-PRD-END-OF-FILE TO TRUE
017900     END-IF.
018000 1100-EXIT.
018100     EXIT.
018200
018300*-----------------------------------------------------------------
018400* 1150-LOAD-ONE-PRICE - ADD ONE MULTPRH ROW TO THE SCHEDULE TABLE.
018500*                       A ROW PAST THE 5000-ROW BOUND MARKS THE
018600*                       FILE OVERFULL AND THE RUN ABORTS
018700*-----------------------------------------------------------------
018800 1150-LOAD-ONE-PRICE.
018900     IF MULT-PCH-SCH-TOTAL < MULT-PCH-SCH-MAX THEN
019000        ADD 1 TO MULT-PCH-SCH-TOTAL
019100        MOVE MULT-PRICE-SCHED-RECORD TO
019200            MULT-PCH-SCH-ENTRY(MULT-PCH-SCH-TOTAL)
019300        PERFORM 7100-READ-PRICE THRU 7100-EXIT
019400     ELSE
019500        SET MULT-PCH-PRH-OVERFULL TO TRUE
019600        SET MULT-PRH-END-OF-FILE TO TRUE
019700     END-IF.
019800 1150-EXIT.
019900     EXIT.
020000
020100*-----------------------------------------------------------------
020200* 2000-LIST-ONE-ITEM - PRINT ONE ITEM LINE, THEN EVERY SCHEDULE
020300*                      ROW FOR THE ITEM FROM ITS FIRST ONE ON.  AN
020400*                      ITEM NOT YET ON THE SCHEDULE PRINTS ITS
020500*                      MULTPRD PRICE AS ON FILE AND CURRENT.
020600*-----------------------------------------------------------------
020700 2000-LIST-ONE-ITEM.
020800     MOVE MULT-PCH-TBL-ITEM(MULT-PCH-ITEM-SUB) TO MULT-PCH-ITEM.
020900     MOVE MULT-PCH-TBL-DESC(MULT-PCH-ITEM-SUB) TO MULT-PCH-DESC.
021000     MOVE MULT-PCH-TBL-TAX-CODE(MULT-PCH-ITEM-SUB) TO
021100         MULT-PCH-TAX-CODE.
021200     WRITE MULT-PCH-REPORT-RECORD FROM MULT-PCH-ITEM-LINE.
021300     ADD 1 TO MULT-OUT-WRITE-COUNT.
021400     MOVE ZERO TO MULT-PCH-SCH-SUB.
021481     IF MULT-PCH-SCH-TOTAL > ZERO THEN
021562        SET MULT-PCH-SCH-INDEX TO 1
021643        SEARCH MULT-PCH-SCH-ENTRY
021724           AT END
021805              CONTINUE
021886           WHEN MULT-PCH-SCH-ITEM(MULT-PCH-SCH-INDEX) =
021967                MULT-PCH-TBL-ITEM(MULT-PCH-ITEM-SUB)
022048              SET MULT-PCH-SCH-SUB TO MULT-PCH-SCH-INDEX
022129        END-SEARCH
022210     END-IF.
022300     IF MULT-PCH-SCH-SUB = ZERO THEN
022400        MOVE "ON FILE" TO MULT-PCH-EFF-DATE
022500        MOVE MULT-PCH-TBL-PRICE(MULT-PCH-ITEM-SUB) TO
022600            MULT-PCH-PRICE
022700        MOVE SPACES TO MULT-PCH-ENTERED
022800        MOVE "CURRENT" TO MULT-PCH-STATUS
022900        WRITE MULT-PCH-REPORT-RECORD FROM MULT-PCH-PRICE-LINE
023000        ADD 1 TO MULT-OUT-WRITE-COUNT
023100        GO TO 2000-EXIT
023200     END-IF.
023300     PERFORM 2100-LIST-ONE-PRICE THRU 2100-EXIT
023400         VARYING MULT-PCH-SCH-SUB FROM MULT-PCH-SCH-SUB BY 1
023500         UNTIL MULT-PCH-SCH-SUB > MULT-PCH-SCH-TOTAL.
023600 2000-EXIT.
023700     EXIT.
023800
023900*-----------------------------------------------------------------
024000* 2100-LIST-ONE-PRICE - PRINT ONE SCHEDULE ROW OF THE ITEM BEING
024100*                       LISTED.  A ROW NOT YET EFFECTIVE IS
024200*                       PENDING; OF THE ROWS ALREADY EFFECTIVE,
024300*                       THE LAST IS CURRENT AND THE REST ARE
024400*                       SUPERSEDED.  THE FIRST ROW OF THE NEXT
024500*                       ITEM ENDS THE LIST.
024600*-----------------------------------------------------------------
024700 2100-LIST-ONE-PRICE.
024800     IF MULT-PCH-SCH-ITEM(MULT-PCH-SCH-SUB) NOT =
024900        MULT-PCH-TBL-ITEM(MULT-PCH-ITEM-SUB) THEN
025000        MOVE MULT-PCH-SCH-TOTAL TO MULT-PCH-SCH-SUB
025100        GO TO 2100-EXIT
025200     END-IF.
025300     IF MULT-PCH-SCH-EFF-DATE(MULT-PCH-SCH-SUB) = ZERO THEN
025400        MOVE "ON FILE" TO MULT-PCH-EFF-DATE
025500     ELSE
025600        MOVE MULT-PCH-SCH-EFF-DATE(MULT-PCH-SCH-SUB) TO
025700            MULT-PCH-EFF-DATE
025800     END-IF.
025900     MOVE MULT-PCH-SCH-PRICE(MULT-PCH-SCH-SUB) TO MULT-PCH-PRICE.
026000     MOVE MULT-PCH-SCH-ENTERED(MULT-PCH-SCH-SUB) TO
026100         MULT-PCH-ENTERED.
026200     MOVE "CURRENT" TO MULT-PCH-STATUS.
026300     IF MULT-PCH-SCH-EFF-DATE(MULT-PCH-SCH-SUB) >
026400        MULT-PCH-RUN-DATE-N THEN
026500        MOVE "PENDING" TO MULT-PCH-STATUS
026600        ADD 1 TO MULT-PCH-PENDING-TALLY
026700        GO TO 2100-PRINT
026800     END-IF.
026900     IF MULT-PCH-SCH-SUB < MULT-PCH-SCH-TOTAL THEN
027000        IF MULT-PCH-SCH-ITEM(MULT-PCH-SCH-SUB + 1) =
027100           MULT-PCH-SCH-ITEM(MULT-PCH-SCH-SUB) AND
027200           MULT-PCH-SCH-EFF-DATE(MULT-PCH-SCH-SUB + 1) NOT >
027300           MULT-PCH-RUN-DATE-N THEN
027400           MOVE "SUPERSEDED" TO MULT-PCH-STATUS
027500        END-IF
027600     END-IF.
027700 2100-PRINT.
027800     WRITE MULT-PCH-REPORT-RECORD FROM MULT-PCH-PRICE-LINE.
027900     ADD 1 TO MULT-OUT-WRITE-COUNT.
028000     ADD 1 TO MULT-PCH-ROW-TALLY.
028100 2100-EXIT.
028200     EXIT.
028300
028400*-----------------------------------------------------------------
028500* 7000-READ-PRODUCT - READ THE NEXT MULTPRD RECORD, FLAG EOF
028600*-----------------------------------------------------------------
028700 7000-READ-PRODUCT.
028800     READ MULT-PRODUCT-FILE
028900         AT END
029000             SET MULT-PRD-END-OF-FILE TO TRUE
029100     END-READ.
029200 7000-EXIT.
029300     EXIT.
029400
029500*-----------------------------------------------------------------
029600* 7100-READ-PRICE - READ THE NEXT MULTPRH RECORD, FLAG EOF
029700*-----------------------------------------------------------------
029800 7100-READ-PRICE.
029900     READ MULT-PRICE-SCHED-FILE
030000         AT END
030100             SET MULT-PRH-END-OF-FILE TO TRUE
030200         NOT AT END
030300             ADD 1 TO MULT-PCH-READ-COUNT
030400     END-READ.
030500 7100-EXIT.
030600     EXIT.
030700
030800*-----------------------------------------------------------------
030900* 8000-FINALIZE - PRINT THE TOTAL LINE AND CLOSE THE REPORT
031000*-----------------------------------------------------------------
031100 8000-FINALIZE.
031200     MOVE MULT-PCH-ITEM-TOTAL TO MULT-PCH-ITEM-COUNT.
031300     MOVE MULT-PCH-ROW-TALLY TO MULT-PCH-ROW-COUNT.
031400     MOVE MULT-PCH-PENDING-TALLY TO MULT-PCH-PENDING-COUNT.
031500     WRITE MULT-PCH-REPORT-RECORD FROM MULT-PCH-TOTAL-LINE.
031600     ADD 1 TO MULT-OUT-WRITE-COUNT.
031700     CLOSE MULT-PCH-REPORT-FILE.
031800 8000-EXIT.
031900     EXIT.
032000
032100*-----------------------------------------------------------------
032200* 9000-WRITE-RUN-LOG - APPEND ONE START OR END RECORD TO THE
032300*                      SHARED CALCRLOG RUN LOG.  THE READ TALLY
032400*                      COVERS THE MULTPRH ROWS; THE WRITE TALLY
032500*                      COVERS THE REPORT LINES.
032600*-----------------------------------------------------------------
032700 9000-WRITE-RUN-LOG.
032800     OPEN EXTEND CALC-RUN-LOG-FILE.
032900     MOVE "MULTPRCHIST" TO CALC-RL-PROGRAM.
033000     MOVE MULT-RL-EVENT-CODE TO CALC-RL-EVENT.
033100     ACCEPT CALC-RL-DATE FROM DATE.
033200     ACCEPT CALC-RL-TIME FROM TIME.
033300     MOVE MULT-PCH-READ-COUNT TO CALC-RL-READ-COUNT.
033400     MOVE MULT-OUT-WRITE-COUNT TO CALC-RL-WRITE-COUNT.
033500     MOVE RETURN-CODE TO CALC-RL-RETURN-CODE.
033600     WRITE CALC-RUN-LOG-RECORD.
033700     CLOSE CALC-RUN-LOG-FILE.
033800 9000-EXIT.
033900     EXIT.
034000
034100 9999-EXIT.
034200     MOVE "E" TO MULT-RL-EVENT-CODE.
034300     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
034400     STOP RUN.
