000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MULTPRDMAINT.
000300 AUTHOR. D WALKER.
000400 INSTALLATION. BILLING SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* DATE        INIT  DESCRIPTION
001100* ----------  ----  -------------------------------------------
001200* 10/15/2026  DW    NEW PROGRAM.  TRANSACTION-DRIVEN MAINTENANCE
001300*                   FOR THE MULTPRD PRODUCT MASTER AND ITS MULTPRH
001400*                   PRICE SCHEDULE.  MULTPRD CARRIED ONE PRICE PER
001500*                   ITEM, SO A PRICE INCREASE MEANT SWAPPING THE
001600*                   FILE AT EXACTLY THE RIGHT POINT IN THE CYCLE
001700*                   AND LEFT NO RECORD OF WHAT PRICE WAS IN FORCE
001800*                   ON A GIVEN DAY.  APPLIES ADD ITEM, CHANGE
001900*                   DESCRIPTION AND SCHEDULE PRICE TRANSACTIONS
002000*                   FROM MULTPRT.  A PRICE IS SCHEDULED FROM AN
002100*                   EFFECTIVE DATE; ONE DATED BEFORE THE RUN DATE
002200*                   OR ON A DATE THE ITEM ALREADY HAS A PRICE FOR
002300*                   IS REJECTED, SO HISTORY CANNOT BE REWRITTEN.
002400*                   AN ITEM WITH NO MULTPRH ROW YET IS GIVEN ONE
002500*                   FOR ITS MULTPRD PRICE, EFFECTIVE DATE ZERO.
002600*                   EACH ITEM'S MULTPRD PRICE IS RESET TO THE
002700*                   PRICE IN FORCE ON THE RUN DATE.  PRINTS A
002800*                   BEFORE/AFTER LISTING FOR SIGN-OFF.  THE NEW
002900*                   FILES ARE WRITTEN TO MULTPRDN AND MULTPRHN
003000*                   AND STAGED AFTER SIGN-OFF, AS CALCOPRMAINT
003100*                   DOES.  ANY REJECTED TRANSACTION LEAVES RETURN
003200*                   CODE 4; A MASTER OR SCHEDULE TOO LARGE FOR ITS
003300*                   TABLE ABORTS RETURN CODE 16 BEFORE ANY OUTPUT
003400*                   IS OPENED.  APPENDS START AND END RECORDS TO
003500*                   THE SHARED CALCRLOG RUN LOG.
003600*-----------------------------------------------------------------
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT MULT-PRODUCT-FILE ASSIGN TO "MULTPRD"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300
004400     SELECT OPTIONAL MULT-PRICE-SCHED-FILE ASSIGN TO "MULTPRH"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600
004700     SELECT MULT-PRT-TRANS-FILE ASSIGN TO "MULTPRT"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900
005000     SELECT MULT-PRD-NEW-FILE ASSIGN TO "MULTPRDN"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200
005300     SELECT MULT-PRH-NEW-FILE ASSIGN TO "MULTPRHN"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600     SELECT MULT-PRM-LIST-FILE ASSIGN TO "MULTPRDL"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800
005900     SELECT OPTIONAL CALC-RUN-LOG-FILE ASSIGN TO "CALCRLOG"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  MULT-PRODUCT-FILE.
006500 COPY MULTPRD.
006600
006700 FD  MULT-PRICE-SCHED-FILE.
006800 COPY MULTPRH.
006900
007000 FD  MULT-PRT-TRANS-FILE.
007100 COPY MULTPRT.
007200
007300*    SAME LAYOUT AS MULTPRD.CPY - A SECOND COPY OF THE BOOK WOULD
007400*    DUPLICATE ITS DATA NAMES, SO THE OUTPUT RECORD IS DECLARED
007500*    IN LINE.
007600 FD  MULT-PRD-NEW-FILE.
007700 01  MULT-PRN-RECORD.
007800     05  MULT-PRN-ITEM             PIC X(06).
007900     05  MULT-PRN-DESC             PIC X(20).
008000     05  MULT-PRN-PRICE            PIC 9(05)V99.
008100     05  MULT-PRN-TAX-CODE         PIC X(01).
008200
008300*    SAME LAYOUT AS MULTPRH.CPY, DECLARED IN LINE FOR THE SAME
008400*    REASON.
008500 FD  MULT-PRH-NEW-FILE.
008600 01  MULT-PHN-RECORD.
008700     05  MULT-PHN-ITEM             PIC X(06).
008800     05  MULT-PHN-EFF-DATE         PIC 9(06).
008900     05  MULT-PHN-PRICE            PIC 9(05)V99.
009000     05  MULT-PHN-ENTERED          PIC 9(06).
009100
009200 FD  MULT-PRM-LIST-FILE
009300             RECORD CONTAINS 80 CHARACTERS.
009400 01  MULT-PRM-LIST-RECORD       PIC X(80).
009500
009600 FD  CALC-RUN-LOG-FILE.
009700 COPY CALCRLG.
009800
009900 WORKING-STORAGE SECTION.
010000 77  MULT-PRD-EOF-SWITCH    PIC X(01) VALUE "N".
010100     88  MULT-PRD-END-OF-FILE             VALUE "Y".
010200 77  MULT-PRH-EOF-SWITCH    PIC X(01) VALUE "N".
010300     88  MULT-PRH-END-OF-FILE             VALUE "Y".
010400 77  MULT-PRT-EOF-SWITCH    PIC X(01) VALUE "N".
010500     88  MULT-PRT-END-OF-FILE             VALUE "Y".
010600 77  MULT-PRM-ITEM-MAX      PIC 9(04) VALUE 0500.
010700 77  MULT-PRM-ITEM-COUNT    PIC 9(04) COMP VALUE ZERO.
010800 77  MULT-PRM-SCH-MAX       PIC 9(04) VALUE 5000.
010900 77  MULT-PRM-SCH-COUNT     PIC 9(04) COMP VALUE ZERO.
011000 77  MULT-PRM-ITEM-SUB      PIC 9(04) COMP VALUE ZERO.
011100 77  MULT-PRM-SCH-SUB       PIC 9(04) COMP VALUE ZERO.
011200 77  MULT-PRM-FIND-SUB      PIC 9(04) COMP VALUE ZERO.
011300 77  MULT-PRM-FOUND-SUB     PIC 9(04) COMP VALUE ZERO.
011400 77  MULT-PRM-LOC-SUB       PIC 9(04) COMP VALUE ZERO.
011500 77  MULT-PRM-INSERT-SUB    PIC 9(04) COMP VALUE ZERO.
011600 77  MULT-PRM-ITEM-ROWS     PIC 9(04) COMP VALUE ZERO.
011700 77  MULT-PRM-DUP-SWITCH    PIC X(01) VALUE "N".
011800     88  MULT-PRM-KEY-ON-FILE             VALUE "Y".
011900 77  MULT-PRM-TRANS-COUNT   PIC 9(05) COMP VALUE ZERO.
012000 77  MULT-PRM-APPLIED-TALLY PIC 9(05) COMP VALUE ZERO.
012100 77  MULT-PRM-REJECT-TALLY  PIC 9(05) COMP VALUE ZERO.
012200 77  MULT-PRM-STATUS-TEXT   PIC X(27) VALUE SPACES.
012300 77  MULT-PRM-PRD-FULL-SW   PIC X(01) VALUE "N".
012400     88  MULT-PRM-PRD-OVERFULL            VALUE "Y".
012500 77  MULT-PRM-PRH-FULL-SW   PIC X(01) VALUE "N".
012600     88  MULT-PRM-PRH-OVERFULL            VALUE "Y".
012700 77  MULT-RL-EVENT-CODE     PIC X(01) VALUE SPACE.
012800 77  MULT-OUT-WRITE-COUNT   PIC 9(07) COMP VALUE ZERO.
012900*    ONE ROW PER MULTPRD ITEM.  MULT-PRM-TBL-PRICE IS THE PRICE IN
013000*    FORCE ON THE RUN DATE ONCE 1400-SET-CURRENT-PRICES HAS RUN.
013100 01  MULT-PRM-ITEM-TABLE.
013200     05  MULT-PRM-ITEM-ENTRY OCCURS 1 TO 500 TIMES
013300             DEPENDING ON MULT-PRM-ITEM-COUNT.
013400         10  MULT-PRM-TBL-ITEM      PIC X(06).
013500         10  MULT-PRM-TBL-DESC      PIC X(20).
013600         10  MULT-PRM-TBL-PRICE     PIC 9(05)V99.
013700         10  MULT-PRM-TBL-TAX-CODE  PIC X(01).
013800*    THE WHOLE MULTPRH SCHEDULE, KEPT IN ITEM AND EFFECTIVE DATE
013900*    ORDER - NEW ROWS ARE INSERTED IN PLACE, NEVER APPENDED.
014000 01  MULT-PRM-SCHED-TABLE.
014100     05  MULT-PRM-SCH-ENTRY OCCURS 1 TO 5000 TIMES
014200             DEPENDING ON MULT-PRM-SCH-COUNT.
014300         10  MULT-PRM-SCH-KEY.
014400             15  MULT-PRM-SCH-ITEM  PIC X(06).
014500             15  MULT-PRM-SCH-EFF-DATE
014600                                    PIC 9(06).
014700         10  MULT-PRM-SCH-PRICE     PIC 9(05)V99.
014800         10  MULT-PRM-SCH-ENTERED   PIC 9(06).
014900*    THE SCHEDULE ROW BEING LOOKED UP OR INSERTED - SAME LAYOUT AS
015000*    ONE MULT-PRM-SCH-ENTRY.
015100 01  MULT-PRM-NEW-ROW.
015200     05  MULT-PRM-NEW-KEY.
015300         10  MULT-PRM-KEY-ITEM      PIC X(06).
015400         10  MULT-PRM-KEY-EFF-DATE  PIC 9(06).
015500     05  MULT-PRM-NEW-PRICE         PIC 9(05)V99.
015600     05  MULT-PRM-NEW-ENTERED       PIC 9(06).
015700 01  MULT-PRM-RUN-DATE.
015800     05  MULT-PRM-RD-YY         PIC 99.
015900     05  MULT-PRM-RD-MM         PIC 99.
016000     05  MULT-PRM-RD-DD         PIC 99.
016100 01  MULT-PRM-RUN-DATE-N REDEFINES MULT-PRM-RUN-DATE
016200                                PIC 9(06).
016300 COPY MULTPRM.
016400
016500 PROCEDURE DIVISION.
016600*-----------------------------------------------------------------
016700* 0000-MAINLINE
016800*-----------------------------------------------------------------
016900 0000-MAINLINE.
017000     MOVE "S" TO MULT-RL-EVENT-CODE.
017100     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
017200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017300     IF MULT-PRM-PRD-OVERFULL THEN
017400        DISPLAY "MULTPRD EXCEEDS " MULT-PRM-ITEM-MAX
017500            " ITEMS - FILE SUSPECT, RUN ABORTED"
017600        DISPLAY "NO MULTPRDN OR MULTPRHN PRODUCED"
017700        MOVE 16 TO RETURN-CODE
017800        GO TO 9999-EXIT
017900     END-IF.
018000     IF MULT-PRM-PRH-OVERFULL THEN
018100        DISPLAY "MULTPRH EXCEEDS " MULT-PRM-SCH-MAX
018200            " ROWS - FILE SUSPECT, RUN ABORTED"
018300        DISPLAY "NO MULTPRDN OR MULTPRHN PRODUCED"
018400        MOVE 16 TO RETURN-CODE
018500        GO TO 9999-EXIT
018600     END-IF.
018700     PERFORM 2000-APPLY-TRANS THRU 2000-EXIT
018800         UNTIL MULT-PRT-END-OF-FILE.
018900     PERFORM 8000-FINALIZE THRU 8000-EXIT.
019000     GO TO 9999-EXIT.
019100
019200*-----------------------------------------------------------------
019300* 1000-INITIALIZE - LOAD MULTPRD AND MULTPRH INTO THEIR TABLES
019400*                   FIRST - AN OVERFULL FILE ABORTS THE RUN BEFORE
019500*                   ANY OUTPUT IS OPENED - GIVE EVERY ITEM WITHOUT
019600*                   A SCHEDULE ROW ITS OPENING ROW, PRICE EACH
019700*                   ITEM AS OF THE RUN DATE, THEN PRINT THE BEFORE
019800*                   LISTING AND PRIME THE TRANSACTION READ
019900*-----------------------------------------------------------------
020000 1000-INITIALIZE.
020100     ACCEPT MULT-PRM-RUN-DATE FROM DATE.
020200     OPEN INPUT MULT-PRODUCT-FILE.
020300     PERFORM 7000-READ-PRODUCT THRU 7000-EXIT.
020400     PERFORM 1100-LOAD-ONE-ITEM THRU 1100-EXIT
020500         UNTIL MULT-PRD-END-OF-FILE.
020600     CLOSE MULT-PRODUCT-FILE.
020700     IF MULT-PRM-PRD-OVERFULL THEN
020800        GO TO 1000-EXIT
020900     END-IF.
021000     OPEN INPUT MULT-PRICE-SCHED-FILE.
021100     PERFORM 7100-READ-PRICE THRU 7100-EXIT.
021200     PERFORM 1150-LOAD-ONE-PRICE THRU 1150-EXIT
021300         UNTIL MULT-PRH-END-OF-FILE.
021400     CLOSE MULT-PRICE-SCHED-FILE.
021500     IF MULT-PRM-PRH-OVERFULL THEN
021600        GO TO 1000-EXIT
021700     END-IF.
021800     PERFORM 1300-SEED-ONE-ITEM THRU 1300-EXIT
021900         VARYING MULT-PRM-ITEM-SUB FROM 1 BY 1
022000         UNTIL MULT-PRM-ITEM-SUB > MULT-PRM-ITEM-COUNT
022100            OR MULT-PRM-PRH-OVERFULL.
022200     IF MULT-PRM-PRH-OVERFULL THEN
022300        GO TO 1000-EXIT
022400     END-IF.
022500     PERFORM 1400-SET-CURRENT-PRICES THRU 1400-EXIT.
022600     OPEN INPUT MULT-PRT-TRANS-FILE.
022700     OPEN OUTPUT MULT-PRD-NEW-FILE.
022800     OPEN OUTPUT MULT-PRH-NEW-FILE.
022900     OPEN OUTPUT MULT-PRM-LIST-FILE.
023000     MOVE MULT-PRM-RD-MM TO MULT-PRM-DATE-MM.
023100     MOVE MULT-PRM-RD-DD TO MULT-PRM-DATE-DD.
023200     MOVE MULT-PRM-RD-YY TO MULT-PRM-DATE-YY.
023300     WRITE MULT-PRM-LIST-RECORD FROM MULT-PRM-HEADING-LINE.
023400     MOVE "FILE BEFORE MAINTENANCE:" TO MULT-PRM-SECTION.
023500     WRITE MULT-PRM-LIST-RECORD FROM MULT-PRM-SECTION-LINE.
023600     PERFORM 1200-LIST-ONE-ITEM THRU 1200-EXIT
023700         VARYING MULT-PRM-ITEM-SUB FROM 1 BY 1
023800         UNTIL MULT-PRM-ITEM-SUB > MULT-PRM-ITEM-COUNT.
023900     PERFORM 7200-READ-TRANS THRU 7200-EXIT.
024000 1000-EXIT.
024100     EXIT.
024200
024300*-----------------------------------------------------------------
024400* 1100-LOAD-ONE-ITEM - ADD ONE MULTPRD ITEM TO THE TABLE.  AN ITEM
024500*                      PAST THE 500-ROW BOUND MARKS THE FILE
024600*                      OVERFULL AND THE RUN ABORTS
024700*-----------------------------------------------------------------
024800 1100-LOAD-ONE-ITEM.
024900     IF MULT-PRM-ITEM-COUNT < MULT-PRM-ITEM-MAX THEN
025000        ADD 1 TO MULT-PRM-ITEM-COUNT
025100        MOVE MULT-PRD-ITEM TO
025200            MULT-PRM-TBL-ITEM(MULT-PRM-ITEM-COUNT)
025300        MOVE MULT-PRD-DESC TO
025400            MULT-PRM-TBL-DESC(MULT-PRM-ITEM-COUNT)
025500        MOVE MULT-PRD-PRICE TO
025600            MULT-PRM-TBL-PRICE(MULT-PRM-ITEM-COUNT)
025700        MOVE MULT-PRD-TAX-CODE TO
025800            MULT-PRM-TBL-TAX-CODE(MULT-PRM-ITEM-COUNT)
025900        PERFORM 7000-READ-PRODUCT THRU 7000-EXIT
026000     ELSE
026100        SET MULT-PRM-PRD-OVERFULL TO TRUE
026200        SET MULT-PRD-END-OF-FILE TO TRUE
026300     END-IF.
026400 1100-EXIT.
026500     EXIT.
026600
026700*-----------------------------------------------------------------
026800* 1150-LOAD-ONE-PRICE - ADD ONE MULTPRH ROW TO THE SCHEDULE TABLE.
026900*                       THE FILE IS ONLY WRITTEN BY THIS PROGRAM,
027000*                       SO IT IS ALREADY IN ITEM AND EFFECTIVE
027100*                       DATE ORDER.  A ROW PAST THE 5000-ROW BOUND
027200*                       MARKS THE FILE OVERFULL AND THE RUN ABORTS
027300*-----------------------------------------------------------------
027400 1150-LOAD-ONE-PRICE.
027500     IF MULT-PRM-SCH-COUNT < MULT-PRM-SCH-MAX THEN
027600        ADD 1 TO MULT-PRM-SCH-COUNT
027700        MOVE MULT-PRICE-SCHED-RECORD TO
027800            MULT-PRM-SCH-ENTRY(MULT-PRM-SCH-COUNT)
027900        PERFORM 7100-READ-PRICE THRU 7100-EXIT
028000     ELSE
028100        SET MULT-PRM-PRH-OVERFULL TO TRUE
028200        SET MULT-PRH-END-OF-FILE TO TRUE
028300     END-IF.
028400 1150-EXIT.
028500     EXIT.
028600
028700*-----------------------------------------------------------------
028800* 1200-LIST-ONE-ITEM - PRINT ONE ITEM ON THE LISTING WITH THE
028900*                      PRICE IN FORCE ON THE RUN DATE, FOLLOWED BY
029000*                      EACH PRICE CHANGE SCHEDULED AFTER IT
029100*-----------------------------------------------------------------
029200 1200-LIST-ONE-ITEM.
029300     MOVE MULT-PRM-TBL-ITEM(MULT-PRM-ITEM-SUB) TO MULT-PRM-ITEM.
029400     MOVE MULT-PRM-TBL-DESC(MULT-PRM-ITEM-SUB) TO MULT-PRM-DESC.
029500     MOVE MULT-PRM-TBL-PRICE(MULT-PRM-ITEM-SUB) TO MULT-PRM-PRICE.
029600     MOVE MULT-PRM-TBL-TAX-CODE(MULT-PRM-ITEM-SUB) TO
029700         MULT-PRM-TAX-CODE.
029800     WRITE MULT-PRM-LIST-RECORD FROM MULT-PRM-ITEM-LINE.
029900     PERFORM 1210-LIST-ONE-PENDING THRU 1210-EXIT
030000         VARYING MULT-PRM-SCH-SUB FROM 1 BY 1
030100         UNTIL MULT-PRM-SCH-SUB > MULT-PRM-SCH-COUNT.
030200 1200-EXIT.
030300     EXIT.
030400
030500*-----------------------------------------------------------------
030600* 1210-LIST-ONE-PENDING - PRINT ONE SCHEDULE ROW IF IT BELONGS TO
030700*                         THE ITEM BEING LISTED AND TAKES EFFECT
030800*                         AFTER THE RUN DATE
030900*-----------------------------------------------------------------
031000 1210-LIST-ONE-PENDING.
031100     IF MULT-PRM-SCH-ITEM(MULT-PRM-SCH-SUB) =
031200        MULT-PRM-TBL-ITEM(MULT-PRM-ITEM-SUB) AND
031300        MULT-PRM-SCH-EFF-DATE(MULT-PRM-SCH-SUB) >
031400        MULT-PRM-RUN-DATE-N THEN
031500        MOVE MULT-PRM-SCH-EFF-DATE(MULT-PRM-SCH-SUB) TO
031600            MULT-PRM-S-EFF-DATE
031700        MOVE MULT-PRM-SCH-PRICE(MULT-PRM-SCH-SUB) TO
031800            MULT-PRM-S-PRICE
031900        WRITE MULT-PRM-LIST-RECORD FROM MULT-PRM-SCHED-LINE
032000     END-IF.
032100 1210-EXIT.
032200     EXIT.
032300
032400*-----------------------------------------------------------------
032500* 1300-SEED-ONE-ITEM - AN ITEM WITH NO SCHEDULE ROW (EVERY ITEM,
032600*                      THE FIRST TIME THE PROGRAM RUNS) IS GIVEN
032700*                      ONE FOR ITS CURRENT MULTPRD PRICE WITH
032800*                      EFFECTIVE DATE ZERO, SO ITS HISTORY STARTS
032900*                      FROM THE PRICE IT ALREADY CARRIES
033000*-----------------------------------------------------------------
033100 1300-SEED-ONE-ITEM.
033200     MOVE MULT-PRM-TBL-ITEM(MULT-PRM-ITEM-SUB) TO
033300         MULT-PRM-KEY-ITEM.
033400     MOVE ZERO TO MULT-PRM-KEY-EFF-DATE.
033500     PERFORM 4000-LOCATE-KEY THRU 4000-EXIT.
033600     IF MULT-PRM-ITEM-ROWS > ZERO THEN
033700        GO TO 1300-EXIT
033800     END-IF.
033900     IF MULT-PRM-SCH-COUNT NOT LESS THAN MULT-PRM-SCH-MAX THEN
034000        SET MULT-PRM-PRH-OVERFULL TO TRUE
034100        GO TO 1300-EXIT
034200     END-IF.
034300     MOVE MULT-PRM-TBL-PRICE(MULT-PRM-ITEM-SUB) TO
034400         MULT-PRM-NEW-PRICE.
034500     MOVE MULT-PRM-RUN-DATE-N TO MULT-PRM-NEW-ENTERED.
034600     PERFORM 4100-INSERT-ROW THRU 4100-EXIT.
034700 1300-EXIT.
034800     EXIT.
034900
035000*-----------------------------------------------------------------
035100* 1400-SET-CURRENT-PRICES - PRICE EVERY ITEM AT ITS LATEST
035200*                           SCHEDULE ROW EFFECTIVE ON OR BEFORE
035300*                           THE RUN DATE.  THE SCHEDULE IS IN
035400*                           EFFECTIVE DATE ORDER WITHIN ITEM, SO
035500*                           THE LAST SUCH ROW SEEN WINS.
035600*-----------------------------------------------------------------
035700 1400-SET-CURRENT-PRICES.
035800     PERFORM 1410-PRICE-FROM-ONE-ROW THRU 1410-EXIT
035900         VARYING MULT-PRM-SCH-SUB FROM 1 BY 1
036000         UNTIL MULT-PRM-SCH-SUB > MULT-PRM-SCH-COUNT.
036100 1400-EXIT.
036200     EXIT.
036300
036400*-----------------------------------------------------------------
036500* 1410-PRICE-FROM-ONE-ROW - APPLY ONE SCHEDULE ROW ALREADY IN
036600*                           FORCE TO ITS ITEM
036700*-----------------------------------------------------------------
036800 1410-PRICE-FROM-ONE-ROW.
036900     IF MULT-PRM-SCH-EFF-DATE(MULT-PRM-SCH-SUB) >
037000        MULT-PRM-RUN-DATE-N THEN
037100        GO TO 1410-EXIT
037200     END-IF.
037300     MOVE MULT-PRM-SCH-ITEM(MULT-PRM-SCH-SUB) TO
037400         MULT-PRM-KEY-ITEM.
037500     PERFORM 2100-FIND-ITEM THRU 2100-EXIT.
037600     IF MULT-PRM-FOUND-SUB > ZERO THEN
037700        MOVE MULT-PRM-SCH-PRICE(MULT-PRM-SCH-SUB) TO
037800            MULT-PRM-TBL-PRICE(MULT-PRM-FOUND-SUB)
037900     END-IF.
038000 1410-EXIT.
038100     EXIT.
038200
038300*-----------------------------------------------------------------
038400* 2000-APPLY-TRANS - VALIDATE AND APPLY ONE MAINTENANCE
038500*                    TRANSACTION, PRINT ITS DISPOSITION, READ THE
038600*                    NEXT.  A REJECT NEVER TOUCHES THE TABLES.
038700*-----------------------------------------------------------------
038800 2000-APPLY-TRANS.
038900     ADD 1 TO MULT-PRM-TRANS-COUNT.
039000     MOVE SPACES TO MULT-PRM-STATUS-TEXT.
039100     MOVE MULT-PRT-ITEM TO MULT-PRM-KEY-ITEM.
039200     PERFORM 2100-FIND-ITEM THRU 2100-EXIT.
039300     IF MULT-PRT-ADD THEN
039400        PERFORM 3000-APPLY-ADD THRU 3000-EXIT
039500     ELSE
039600        IF MULT-PRT-CHANGE-DESC THEN
039700           PERFORM 3100-APPLY-CHANGE-DESC THRU 3100-EXIT
039800        ELSE
039900           IF MULT-PRT-PRICE-CHANGE THEN
040000              PERFORM 3200-APPLY-PRICE THRU 3200-EXIT
040100           ELSE
040200              MOVE "INVALID ACTION CODE" TO MULT-PRM-STATUS-TEXT
040300           END-IF
040400        END-IF
040500     END-IF.
040600     IF MULT-PRM-STATUS-TEXT = SPACES THEN
040700        MOVE "APPLIED" TO MULT-PRM-STATUS-TEXT
040800        ADD 1 TO MULT-PRM-APPLIED-TALLY
040900     ELSE
041000        ADD 1 TO MULT-PRM-REJECT-TALLY
041100     END-IF.
041200     MOVE MULT-PRT-ACTION TO MULT-PRM-T-ACTION.
041300     MOVE MULT-PRT-ITEM TO MULT-PRM-T-ITEM.
041400     MOVE MULT-PRT-DESC TO MULT-PRM-T-DESC.
041500     MOVE MULT-PRT-PRICE-X TO MULT-PRM-T-PRICE.
041600     MOVE MULT-PRT-EFF-DATE-X TO MULT-PRM-T-EFF-DATE.
041700     MOVE MULT-PRM-STATUS-TEXT TO MULT-PRM-T-STATUS.
041800     WRITE MULT-PRM-LIST-RECORD FROM MULT-PRM-TRANS-LINE.
041900     PERFORM 7200-READ-TRANS THRU 7200-EXIT.
042000 2000-EXIT.
042100     EXIT.
042200
042300*-----------------------------------------------------------------
042400* 2100-FIND-ITEM - LOCATE MULT-PRM-KEY-ITEM IN THE ITEM TABLE.
042500*                  MULT-PRM-FOUND-SUB IS ZERO WHEN IT IS NOT ON
042600*                  FILE.
042700*-----------------------------------------------------------------
042800 2100-FIND-ITEM.
042900     MOVE ZERO TO MULT-PRM-FOUND-SUB.
043000     PERFORM 2110-CHECK-ONE-ITEM THRU 2110-EXIT
043100         VARYING MULT-PRM-FIND-SUB FROM 1 BY 1
043200         UNTIL MULT-PRM-FIND-SUB > MULT-PRM-ITEM-COUNT.
043300 2100-EXIT.
043400     EXIT.
043500
043600*-----------------------------------------------------------------
043700* 2110-CHECK-ONE-ITEM - COMPARE ONE ITEM TABLE ROW
043800*-----------------------------------------------------------------
043900 2110-CHECK-ONE-ITEM.
044000     IF MULT-PRM-TBL-ITEM(MULT-PRM-FIND-SUB) =
044100        MULT-PRM-KEY-ITEM THEN
044200        MOVE MULT-PRM-FIND-SUB TO MULT-PRM-FOUND-SUB
044300     END-IF.
044400 2110-EXIT.
044500     EXIT.
044600
044700*-----------------------------------------------------------------
044800* 3000-APPLY-ADD - APPEND A NEW ITEM AND GIVE IT A SCHEDULE ROW
044900*                  FOR ITS OPENING PRICE, EFFECTIVE THE RUN DATE.
045000*                  AN ITEM ALREADY ON FILE, A BLANK ITEM OR
045100*                  DESCRIPTION, A BAD PRICE OR TAX CODE, OR A FULL
045200*                  TABLE IS REJECTED.
045300*-----------------------------------------------------------------
045400 3000-APPLY-ADD.
045500     IF MULT-PRM-FOUND-SUB > ZERO THEN
045600        MOVE "ITEM ALREADY ON FILE" TO MULT-PRM-STATUS-TEXT
045700        GO TO 3000-EXIT
045800     END-IF.
045900     IF MULT-PRT-ITEM = SPACES THEN
046000        MOVE "ITEM CODE BLANK" TO MULT-PRM-STATUS-TEXT
046100        GO TO 3000-EXIT
046200     END-IF.
046300     IF MULT-PRT-DESC = SPACES THEN
046400        MOVE "DESCRIPTION BLANK" TO MULT-PRM-STATUS-TEXT
046500        GO TO 3000-EXIT
046600     END-IF.
046700     IF MULT-PRT-PRICE NOT NUMERIC THEN
046800        MOVE "PRICE NOT NUMERIC" TO MULT-PRM-STATUS-TEXT
046900        GO TO 3000-EXIT
047000     END-IF.
047100     IF MULT-PRT-TAX-CODE NOT = SPACE AND
047200        MULT-PRT-TAX-CODE NOT = "T" AND
047300        MULT-PRT-TAX-CODE NOT = "E" THEN
047400        MOVE "INVALID TAX CODE" TO MULT-PRM-STATUS-TEXT
047500        GO TO 3000-EXIT
047600     END-IF.
047700     IF MULT-PRM-ITEM-COUNT NOT LESS THAN MULT-PRM-ITEM-MAX THEN
047800        MOVE "FILE AT 500-ITEM BOUND" TO MULT-PRM-STATUS-TEXT
047900        GO TO 3000-EXIT
048000     END-IF.
048100     IF MULT-PRM-SCH-COUNT NOT LESS THAN MULT-PRM-SCH-MAX THEN
048200        MOVE "PRICE SCHEDULE FULL" TO MULT-PRM-STATUS-TEXT
048300        GO TO 3000-EXIT
048400     END-IF.
048500     ADD 1 TO MULT-PRM-ITEM-COUNT.
048600     MOVE MULT-PRT-ITEM TO MULT-PRM-TBL-ITEM(MULT-PRM-ITEM-COUNT).
048700     MOVE MULT-PRT-DESC TO MULT-PRM-TBL-DESC(MULT-PRM-ITEM-COUNT).
048800     MOVE MULT-PRT-PRICE TO
048900         MULT-PRM-TBL-PRICE(MULT-PRM-ITEM-COUNT).
049000     MOVE MULT-PRT-TAX-CODE TO
049100         MULT-PRM-TBL-TAX-CODE(MULT-PRM-ITEM-COUNT).
049200     MOVE MULT-PRM-RUN-DATE-N TO MULT-PRM-KEY-EFF-DATE.
049300     PERFORM 4000-LOCATE-KEY THRU 4000-EXIT.
049400     MOVE MULT-PRT-PRICE TO MULT-PRM-NEW-PRICE.
049500     MOVE MULT-PRM-RUN-DATE-N TO MULT-PRM-NEW-ENTERED.
049600     PERFORM 4100-INSERT-ROW THRU 4100-EXIT.
049700 3000-EXIT.
049800     EXIT.
049900
050000*-----------------------------------------------------------------
050100* 3100-APPLY-CHANGE-DESC - REPLACE AN EXISTING ITEM'S
050200*                          DESCRIPTION.  AN ITEM NOT ON FILE OR A
050300*                          BLANK DESCRIPTION IS REJECTED.
050400*-----------------------------------------------------------------
050500 3100-APPLY-CHANGE-DESC.
050600     IF MULT-PRM-FOUND-SUB = ZERO THEN
050700        MOVE "ITEM NOT ON FILE" TO MULT-PRM-STATUS-TEXT
050800        GO TO 3100-EXIT
050900     END-IF.
051000     IF MULT-PRT-DESC = SPACES THEN
051100        MOVE "DESCRIPTION BLANK" TO MULT-PRM-STATUS-TEXT
051200        GO TO 3100-EXIT
051300     END-IF.
051400     MOVE MULT-PRT-DESC TO MULT-PRM-TBL-DESC(MULT-PRM-FOUND-SUB).
051500 3100-EXIT.
051600     EXIT.
051700
051800*-----------------------------------------------------------------
051900* 3200-APPLY-PRICE - SCHEDULE A NEW PRICE FOR AN EXISTING ITEM
052000*                    FROM THE TRANSACTION'S EFFECTIVE DATE.  AN
052100*                    ITEM NOT ON FILE, A BAD PRICE OR DATE, A DATE
052200*                    BEFORE THE RUN DATE, A DATE THE ITEM ALREADY
052300*                    HAS A PRICE FOR, OR A FULL SCHEDULE IS
052400*                    REJECTED.  A CHANGE EFFECTIVE TODAY TAKES
052500*                    EFFECT IN THIS RUN'S MULTPRDN.
052600*-----------------------------------------------------------------
052700 3200-APPLY-PRICE.
052800     IF MULT-PRM-FOUND-SUB = ZERO THEN
052900        MOVE "ITEM NOT ON FILE" TO MULT-PRM-STATUS-TEXT
053000        GO TO 3200-EXIT
053100     END-IF.
053200     IF MULT-PRT-PRICE NOT NUMERIC THEN
053300        MOVE "PRICE NOT NUMERIC" TO MULT-PRM-STATUS-TEXT
053400        GO TO 3200-EXIT
053500     END-IF.
053600     PERFORM 3500-CHECK-EFF-DATE THRU 3500-EXIT.
053700     IF MULT-PRM-STATUS-TEXT NOT = SPACES THEN
053800        GO TO 3200-EXIT
053900     END-IF.
054000     IF MULT-PRT-EFF-DATE < MULT-PRM-RUN-DATE-N THEN
054100        MOVE "EFFECTIVE DATE IN PAST" TO MULT-PRM-STATUS-TEXT
054200        GO TO 3200-EXIT
054300     END-IF.
054400     MOVE MULT-PRT-EFF-DATE TO MULT-PRM-KEY-EFF-DATE.
054500     PERFORM 4000-LOCATE-KEY THRU 4000-EXIT.
054600     IF MULT-PRM-KEY-ON-FILE THEN
054700        MOVE "DUPLICATE EFFECTIVE DATE" TO MULT-PRM-STATUS-TEXT
054800        GO TO 3200-EXIT
054900     END-IF.
055000     IF MULT-PRM-SCH-COUNT NOT LESS THAN MULT-PRM-SCH-MAX THEN
055100        MOVE "PRICE SCHEDULE FULL" TO MULT-PRM-STATUS-TEXT
055200        GO TO 3200-EXIT
055300     END-IF.
055400     MOVE MULT-PRT-PRICE TO MULT-PRM-NEW-PRICE.
055500     MOVE MULT-PRM-RUN-DATE-N TO MULT-PRM-NEW-ENTERED.
055600     PERFORM 4100-INSERT-ROW THRU 4100-EXIT.
055700 3200-EXIT.
055800     EXIT.
055900
056000*-----------------------------------------------------------------
056100* 3500-CHECK-EFF-DATE - REJECT AN EFFECTIVE DATE THAT IS NOT A
056200*                       YYMMDD DATE
056300*-----------------------------------------------------------------
056400 3500-CHECK-EFF-DATE.
056500     IF MULT-PRT-EFF-DATE-X NOT NUMERIC THEN
056600        MOVE "EFFECTIVE DATE INVALID" TO MULT-PRM-STATUS-TEXT
056700        GO TO 3500-EXIT
056800     END-IF.
056900     IF MULT-PRT-EFF-MM < 01 OR MULT-PRT-EFF-MM > 12 OR
057000        MULT-PRT-EFF-DD < 01 OR MULT-PRT-EFF-DD > 31 THEN
057100        MOVE "EFFECTIVE DATE INVALID" TO MULT-PRM-STATUS-TEXT
057200     END-IF.
057300 3500-EXIT.
057400     EXIT.
057500
057600*-----------------------------------------------------------------
057700* 4000-LOCATE-KEY - FIND WHERE MULT-PRM-NEW-KEY BELONGS IN THE
057800*                   SCHEDULE.  SETS MULT-PRM-KEY-ON-FILE WHEN THE
057900*                   ITEM ALREADY HAS A ROW FOR THAT DATE,
058000*                   MULT-PRM-ITEM-ROWS TO THE NUMBER OF ROWS THE
058100*                   ITEM HAS, AND MULT-PRM-INSERT-SUB TO THE SLOT
058200*                   A NEW ROW WOULD TAKE.
058300*-----------------------------------------------------------------
058400 4000-LOCATE-KEY.
058500     MOVE "N" TO MULT-PRM-DUP-SWITCH.
058600     MOVE ZERO TO MULT-PRM-ITEM-ROWS.
058700     MOVE ZERO TO MULT-PRM-INSERT-SUB.
058800     PERFORM 4010-CHECK-ONE-ROW THRU 4010-EXIT
058900         VARYING MULT-PRM-LOC-SUB FROM 1 BY 1
059000         UNTIL MULT-PRM-LOC-SUB > MULT-PRM-SCH-COUNT.
059100     IF MULT-PRM-INSERT-SUB = ZERO THEN
059200        COMPUTE MULT-PRM-INSERT-SUB = MULT-PRM-SCH-COUNT + 1
059300     END-IF.
059400 4000-EXIT.
059500     EXIT.
059600
059700*-----------------------------------------------------------------
059800* 4010-CHECK-ONE-ROW - COMPARE ONE SCHEDULE ROW'S KEY
059900*-----------------------------------------------------------------
060000 4010-CHECK-ONE-ROW.
060100     IF MULT-PRM-SCH-ITEM(MULT-PRM-LOC-SUB) =
060200        MULT-PRM-KEY-ITEM THEN
060300        ADD 1 TO MULT-PRM-ITEM-ROWS
060400     END-IF.
060500     IF MULT-PRM-SCH-KEY(MULT-PRM-LOC-SUB) = MULT-PRM-NEW-KEY THEN
060600        SET MULT-PRM-KEY-ON-FILE TO TRUE
060700     END-IF.
060800     IF MULT-PRM-SCH-KEY(MULT-PRM-LOC-SUB) > MULT-PRM-NEW-KEY AND
060900        MULT-PRM-INSERT-SUB = ZERO THEN
061000        MOVE MULT-PRM-LOC-SUB TO MULT-PRM-INSERT-SUB
061100     END-IF.
061200 4010-EXIT.
061300     EXIT.
061400
061500*-----------------------------------------------------------------
061600* 4100-INSERT-ROW - OPEN A GAP AT MULT-PRM-INSERT-SUB BY SHIFTING
061700*                   THE ROWS BELOW IT DOWN ONE, AND PUT
061800*                   MULT-PRM-NEW-ROW IN IT
061900*-----------------------------------------------------------------
062000 4100-INSERT-ROW.
062100     ADD 1 TO MULT-PRM-SCH-COUNT.
062200     PERFORM 4110-SHIFT-ONE-ROW THRU 4110-EXIT
062300         VARYING MULT-PRM-LOC-SUB FROM MULT-PRM-SCH-COUNT BY -1
062400         UNTIL MULT-PRM-LOC-SUB NOT GREATER THAN
062500               MULT-PRM-INSERT-SUB.
062600     MOVE MULT-PRM-NEW-ROW TO
062700         MULT-PRM-SCH-ENTRY(MULT-PRM-INSERT-SUB).
062800 4100-EXIT.
062900     EXIT.
063000
063100*-----------------------------------------------------------------
063200* 4110-SHIFT-ONE-ROW - PUSH THE ROW ABOVE DOWN INTO THIS SLOT
063300*-----------------------------------------------------------------
063400 4110-SHIFT-ONE-ROW.
063500     MOVE MULT-PRM-SCH-ENTRY(MULT-PRM-LOC-SUB - 1) TO
063600         MULT-PRM-SCH-ENTRY(MULT-PRM-LOC-SUB).
063700 4110-EXIT.
063800     EXIT.
063900
064000*-----------------------------------------------------------------
064100* 7000-READ-PRODUCT - READ THE NEXT MULTPRD RECORD, FLAG EOF
064200*-----------------------------------------------------------------
064300 7000-READ-PRODUCT.
064400     READ MULT-PRODUCT-FILE
064500         AT END
064600             SET MULT-PRD-END-OF-FILE TO TRUE
064700     END-READ.
064800 7000-EXIT.
064900     EXIT.
065000
065100*-----------------------------------------------------------------
065200* 7100-READ-PRICE - READ THE NEXT MULTPRH RECORD, FLAG EOF
065300*-----------------------------------------------------------------
065400 7100-READ-PRICE.
065500     READ MULT-PRICE-SCHED-FILE
065600         AT END
065700             SET MULT-PRH-END-OF-FILE TO TRUE
065800     END-READ.
065900 7100-EXIT.
066000     EXIT.
066100
066200*-----------------------------------------------------------------
066300* 7200-READ-TRANS - READ THE NEXT MULTPRT TRANSACTION, FLAG EOF
066400*-----------------------------------------------------------------
066500 7200-READ-TRANS.
066600     READ MULT-PRT-TRANS-FILE
066700         AT END
066800             SET MULT-PRT-END-OF-FILE TO TRUE
066900     END-READ.
067000 7200-EXIT.
067100     EXIT.
067200
067300*-----------------------------------------------------------------
067400* 8000-FINALIZE - REPRICE EVERY ITEM FOR ANY CHANGE EFFECTIVE
067500*                 TODAY, PRINT THE AFTER LISTING AND THE TALLIES,
067600*                 WRITE THE UPDATED FILES TO MULTPRDN AND
067700*                 MULTPRHN, AND CLOSE UP.  A REJECTED TRANSACTION
067800*                 LEAVES RETURN CODE 4 SO THE LISTING IS REVIEWED
067900*                 BEFORE STAGING.
068000*-----------------------------------------------------------------
068100 8000-FINALIZE.
068200     PERFORM 1400-SET-CURRENT-PRICES THRU 1400-EXIT.
068300     MOVE "FILE AFTER MAINTENANCE:" TO MULT-PRM-SECTION.
068400     WRITE MULT-PRM-LIST-RECORD FROM MULT-PRM-SECTION-LINE.
068500     PERFORM 1200-LIST-ONE-ITEM THRU 1200-EXIT
068600         VARYING MULT-PRM-ITEM-SUB FROM 1 BY 1
068700         UNTIL MULT-PRM-ITEM-SUB > MULT-PRM-ITEM-COUNT.
068800     MOVE MULT-PRM-APPLIED-TALLY TO MULT-PRM-APPLIED-COUNT.
068900     MOVE MULT-PRM-REJECT-TALLY TO MULT-PRM-REJECT-COUNT.
069000     WRITE MULT-PRM-LIST-RECORD FROM MULT-PRM-TOTAL-LINE.
069100     PERFORM 8100-WRITE-ONE-ITEM THRU 8100-EXIT
069200         VARYING MULT-PRM-ITEM-SUB FROM 1 BY 1
069300         UNTIL MULT-PRM-ITEM-SUB > MULT-PRM-ITEM-COUNT.
069400     PERFORM 8200-WRITE-ONE-PRICE THRU 8200-EXIT
069500         VARYING MULT-PRM-SCH-SUB FROM 1 BY 1
069600         UNTIL MULT-PRM-SCH-SUB > MULT-PRM-SCH-COUNT.
069700     IF MULT-PRM-REJECT-TALLY > ZERO THEN
069800        MOVE 4 TO RETURN-CODE
069900     END-IF.
070000     CLOSE MULT-PRT-TRANS-FILE.
070100     CLOSE MULT-PRD-NEW-FILE.
070200     CLOSE MULT-PRH-NEW-FILE.
070300     CLOSE MULT-PRM-LIST-FILE.
070400 8000-EXIT.
070500     EXIT.
070600
070700*-----------------------------------------------------------------
070800* 8100-WRITE-ONE-ITEM - WRITE ONE ITEM TO THE NEW MULTPRDN MASTER
070900*-----------------------------------------------------------------
071000 8100-WRITE-ONE-ITEM.
071100     MOVE MULT-PRM-TBL-ITEM(MULT-PRM-ITEM-SUB) TO MULT-PRN-ITEM.
071200     MOVE MULT-PRM-TBL-DESC(MULT-PRM-ITEM-SUB) TO MULT-PRN-DESC.
071300     MOVE MULT-PRM-TBL-PRICE(MULT-PRM-ITEM-SUB) TO MULT-PRN-PRICE.
071400     MOVE MULT-PRM-TBL-TAX-CODE(MULT-PRM-ITEM-SUB) TO
071500         MULT-PRN-TAX-CODE.
071600     WRITE MULT-PRN-RECORD.
071700     ADD 1 TO MULT-OUT-WRITE-COUNT.
071800 8100-EXIT.
071900     EXIT.
072000
072100*-----------------------------------------------------------------
072200* 8200-WRITE-ONE-PRICE - WRITE ONE ROW TO THE NEW MULTPRHN
072300*                        SCHEDULE
072400*-----------------------------------------------------------------
072500 8200-WRITE-ONE-PRICE.
072600     MOVE MULT-PRM-SCH-ENTRY(MULT-PRM-SCH-SUB) TO MULT-PHN-RECORD.
072700     WRITE MULT-PHN-RECORD.
072800     ADD 1 TO MULT-OUT-WRITE-COUNT.
072900 8200-EXIT.
073000     EXIT.
073100
073200*-----------------------------------------------------------------
073300* 9000-WRITE-RUN-LOG - APPEND ONE START OR END RECORD TO THE
073400*                      SHARED CALCRLOG RUN LOG.  THE READ TALLY
073500*                      COVERS THE MAINTENANCE TRANSACTIONS; THE
073600*                      WRITE TALLY COVERS THE MULTPRDN AND
073700*                      MULTPRHN ROWS.
073800*-----------------------------------------------------------------
073900 9000-WRITE-RUN-LOG.
074000     OPEN EXTEND CALC-RUN-LOG-FILE.
074100     MOVE "MULTPRDMAINT" TO CALC-RL-PROGRAM.
074200     MOVE MULT-RL-EVENT-CODE TO CALC-RL-EVENT.
074300     ACCEPT CALC-RL-DATE FROM DATE.
074400     ACCEPT CALC-RL-TIME FROM TIME.
074500     MOVE MULT-PRM-TRANS-COUNT TO CALC-RL-READ-COUNT.
074600     MOVE MULT-OUT-WRITE-COUNT TO CALC-RL-WRITE-COUNT.
074700     MOVE RETURN-CODE TO CALC-RL-RETURN-CODE.
074800     WRITE CALC-RUN-LOG-RECORD.
074900     CLOSE CALC-RUN-LOG-FILE.
075000 9000-EXIT.
075100     EXIT.
075200
075300 9999-EXIT.
075400     MOVE "E" TO MULT-RL-EVENT-CODE.
075500     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
075600     STOP RUN.
