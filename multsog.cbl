000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MULTSTOGEN.
000300 AUTHOR. D WALKER.
000400 INSTALLATION. BILLING SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* DATE        INIT  DESCRIPTION
001100* ----------  ----  -------------------------------------------
001200* 10/15/2026  DW    NEW PROGRAM.  STANDING ORDER GENERATOR.  THE
001300*                   SAME CUSTOMERS ORDER THE SAME ITEMS EVERY WEEK
001400*                   OR MONTH AND CLERKS RE-KEYED THOSE LINES EVERY
001500*                   CYCLE.  READS THE MULTSTO STANDING ORDER FILE
001600*                   AND WRITES A MULTIN SALE LINE FOR EACH ORDER
001700*                   DUE, PRICED AT THE MULTPRD PRICE IN FORCE ON
001800*                   THE RUN DATE.  AN OCCURRENCE THAT FELL ON A
001900*                   DAY THE CYCLE DID NOT RUN IS GENERATED ON THE
002000*                   NEXT RUN WITHIN ITS WEEK, FORTNIGHT OR MONTH.
002100*                   THE GENERATED LINES ARE MERGED IN
002200*                   MULT-CUSTOMER-ID SEQUENCE WITH THE DAY'S KEYED
002300*                   LINES (MULTINK) TO FORM MULTIN, SINCE
002400*                   MULTIPLY2VALUES FAILS THE RUN ON A SEQUENCE
002500*                   ERROR.  AN ORDER FOR A CUSTOMER ON CREDIT HOLD
002600*                   OR NOT ON MULTCST, FOR AN ITEM NOT ON MULTPRD,
002700*                   OR THAT IS ITSELF INVALID IS SKIPPED, LISTED
002800*                   ON THE MULTSGOR REGISTER FOR THE CLERK TO
002900*                   FOLLOW UP AND LEAVES RETURN CODE 4.  EVERY
003000*                   OCCURRENCE GENERATED IS RECORDED ON THE
003100*                   MULTSGR REGISTER FILE AND NEVER GENERATED
003200*                   AGAIN, AND A SECOND RUN FOR A RUN DATE ALREADY
003300*                   ON THE REGISTER IS REFUSED WITH RETURN CODE 8
003400*                   AND MULTIN LEFT AS IT IS, SO A RERUN CANNOT
003500*                   BILL AN ORDER TWICE.  THE REGISTER IS FULLY
003600*                   LOADED BEFORE IT IS REWRITTEN, AS CALCARCHIVE
003700*                   DOES WITH CALCMTDC.  A REFERENCE FILE TOO
003800*                   LARGE FOR ITS TABLE ABORTS RETURN CODE 16
003900*                   BEFORE ANY OUTPUT IS OPENED.  APPENDS START
004000*                   AND END RECORDS TO THE SHARED CALCRLOG RUN
004100*                   LOG.
004110* 10/15/2026  DW    CYCLE CONTROL GATE.  AT START THE PROGRAM NOW
004120*                   CHECKS ITS CALCCTL ROW AGAINST THE CYCLE'S
004130*                   CALCRLOG (COPY CALCGATE) AND REFUSES TO RUN -
004140*                   RETURN CODE 12 AND AN "R" RUN-LOG RECORD - IF
004150*                   A PREDECESSOR HAS NOT ENDED WITHIN ITS
004160*                   RETURN-CODE LIMIT AND IS NOT MARKED FOR
004170*                   BYPASS, OR IF IT HAS ALREADY RUN THIS CYCLE
004180*                   AND IS NOT MARKED FOR RERUN BY CALCCYCMARK.
004182* 10/15/2026  DW    EACH TABLE SEARCH IS NOW SKIPPED WHEN ITS
004184*                   TABLE IS EMPTY - A FIRST RUN WITH NO MULTSGR
004186*                   REGISTER, OR AN EMPTY MULTPRD OR MULTCST.  AN
004188*                   EMPTY REGISTER LEAVES EVERY ORDER DUE; AN
004189*                   EMPTY MASTER REFUSES THE ORDER AS NOT ON FILE.
004190* 10/15/2026  DW    A RUN DATE ALREADY ON MULTSGR IS REFUSED ONLY
004191*                   WHEN THE STEP IS NOT MARKED FOR RERUN.  ON A
004192*                   MARKED RERUN, E.G. AFTER MULTINK IS CORRECTED,
004193*                   THE DAY'S REGISTER ENTRIES ARE REOPENED AND
004194*                   MULTIN IS MERGED AGAIN.  AN ORDER ALREADY
004195*                   REGISTERED FOR THE DATE IS RE-MERGED AGAINST
004196*                   ITS EXISTING ENTRY, NOT REGISTERED A SECOND
004197*                   TIME.  ONE NO LONGER DUE, OR NOW SKIPPED, HAS
004198*                   ITS ENTRY WITHDRAWN, SINCE ITS LINE IS NO
004199*                   LONGER ON MULTIN.
004200*-----------------------------------------------------------------
004300
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT MULT-STANDING-ORDER-FILE ASSIGN TO "MULTSTO"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900
005000     SELECT OPTIONAL MULT-KEYED-FILE ASSIGN TO "MULTINK"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200
005300     SELECT MULT-TRANS-OUT-FILE ASSIGN TO "MULTIN"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600     SELECT MULT-CUSTOMER-FILE ASSIGN TO "MULTCST"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800
005900     SELECT MULT-PRODUCT-FILE ASSIGN TO "MULTPRD"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100
006200     SELECT OPTIONAL MULT-PRICE-SCHED-FILE ASSIGN TO "MULTPRH"
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400
006500     SELECT OPTIONAL MULT-SGR-REGISTER-FILE ASSIGN TO "MULTSGR"
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700
006800     SELECT MULT-SGO-REPORT-FILE ASSIGN TO "MULTSGOR"
006900         ORGANIZATION IS LINE SEQUENTIAL.
007000
007100     SELECT OPTIONAL CALC-RUN-LOG-FILE ASSIGN TO "CALCRLOG"
007200         ORGANIZATION IS LINE SEQUENTIAL.
007210
007220     SELECT OPTIONAL CALC-CONTROL-FILE ASSIGN TO "CALCCTL"
007230         ORGANIZATION IS LINE SEQUENTIAL.
007240
007250     SELECT OPTIONAL CALC-CYCLE-ACTION-FILE ASSIGN TO "CALCCACT"
007260         ORGANIZATION IS LINE SEQUENTIAL.
007300
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  MULT-STANDING-ORDER-FILE.
007700 COPY MULTSTO.
007800
007900 FD  MULT-KEYED-FILE.
008000 COPY MULTREC.
008100
008200*    IMAGE COPY OF THE MULT-TRANS-RECORD - A SECOND COPY OF
008300*    MULTREC.CPY WOULD DUPLICATE ITS DATA NAMES, SO THE MULTIN
008400*    RECORD IS A PLAIN BUFFER OF THE SAME 31-BYTE LENGTH.
008500 FD  MULT-TRANS-OUT-FILE.
008600 01  MULT-TRANS-OUT-RECORD      PIC X(31).
008700
008800 FD  MULT-CUSTOMER-FILE.
008900 COPY MULTCST.
009000
009100 FD  MULT-PRODUCT-FILE.
009200 COPY MULTPRD.
009300
009400 FD  MULT-PRICE-SCHED-FILE.
009500 COPY MULTPRH.
009600
009700 FD  MULT-SGR-REGISTER-FILE.
009800 COPY MULTSGR.
009900
010000 FD  MULT-SGO-REPORT-FILE
010100             RECORD CONTAINS 80 CHARACTERS.
010200 01  MULT-SGO-REPORT-RECORD     PIC X(80).
010300
010400 FD  CALC-RUN-LOG-FILE.
010500 COPY CALCRLG.
010510
010520 FD  CALC-CONTROL-FILE.
010530 COPY CALCCTL.
010540
010550 FD  CALC-CYCLE-ACTION-FILE.
010560 COPY CALCCAC.
010600
010700 WORKING-STORAGE SECTION.
010800 77  MULT-STO-EOF-SWITCH    PIC X(01) VALUE "N".
010900     88  MULT-STO-END-OF-FILE             VALUE "Y".
011000 77  MULT-KEY-EOF-SWITCH    PIC X(01) VALUE "N".
011100     88  MULT-KEY-END-OF-FILE             VALUE "Y".
011200 77  MULT-CST-EOF-SWITCH    PIC X(01) VALUE "N".
011300     88  MULT-CST-END-OF-FILE             VALUE "Y".
011400 77  MULT-PRD-EOF-SWITCH    PIC X(01) VALUE "N".
011500     88  MULT-PRD-END-OF-FILE             VALUE "Y".
011600 77  MULT-PRH-EOF-SWITCH    PIC X(01) VALUE "N".
011700     88  MULT-PRH-END-OF-FILE             VALUE "Y".
011800 77  MULT-SGR-EOF-SWITCH    PIC X(01) VALUE "N".
011900     88  MULT-SGR-END-OF-FILE             VALUE "Y".
012000 77  MULT-CST-TABLE-MAX     PIC 9(04) VALUE 0500.
012100 77  MULT-CST-TABLE-COUNT   PIC 9(04) COMP VALUE ZERO.
012200 77  MULT-PRD-TABLE-MAX     PIC 9(04) VALUE 0500.
012300 77  MULT-PRD-TABLE-COUNT   PIC 9(04) COMP VALUE ZERO.
012400 77  MULT-SGR-TABLE-MAX     PIC 9(04) VALUE 5000.
012500 77  MULT-SGR-TABLE-COUNT   PIC 9(04) COMP VALUE ZERO.
012600 77  MULT-GEN-TABLE-MAX     PIC 9(04) VALUE 2000.
012700 77  MULT-GEN-TABLE-COUNT   PIC 9(04) COMP VALUE ZERO.
012800 77  MULT-SOG-SUB           PIC 9(04) COMP VALUE ZERO.
012866 77  MULT-SOG-INSERT-SUB    PIC 9(04) COMP VALUE ZERO.
012932 77  MULT-SOG-REG-SUB       PIC 9(04) COMP VALUE ZERO.
013000 77  MULT-SOG-FULL-SWITCH   PIC X(01) VALUE "N".
013100     88  MULT-SOG-FILE-OVERFULL           VALUE "Y".
013200 77  MULT-SOG-FULL-NAME     PIC X(08) VALUE SPACES.
013300 77  MULT-SOG-RERUN-SWITCH  PIC X(01) VALUE "N".
013333     88  MULT-SOG-ALREADY-RUN             VALUE "Y".
013366 77  MULT-SOG-RERUN-OK-SWITCH PIC X(01) VALUE "N".
013399     88  MULT-SOG-RERUN-ALLOWED           VALUE "Y".
013432 77  MULT-SOG-REMERGE-SWITCH PIC X(01) VALUE "N".
013465     88  MULT-SOG-REMERGE-LINE            VALUE "Y".
013500 77  MULT-SOG-DUE-SWITCH    PIC X(01) VALUE "N".
013600     88  MULT-SOG-ORDER-DUE               VALUE "Y".
013700 77  MULT-SOG-STATUS-TEXT   PIC X(18) VALUE SPACES.
013800 77  MULT-SOG-PERIOD        PIC 9(02) COMP VALUE ZERO.
013900 77  MULT-SOG-RUN-DAYS      PIC 9(07) COMP VALUE ZERO.
014000 77  MULT-SOG-START-DAYS    PIC 9(07) COMP VALUE ZERO.
014100 77  MULT-SOG-WORK-DAYS     PIC 9(07) COMP VALUE ZERO.
014200 77  MULT-SOG-ELAPSED-DAYS  PIC 9(07) COMP VALUE ZERO.
014300 77  MULT-SOG-PERIODS       PIC 9(07) COMP VALUE ZERO.
014400 77  MULT-SOG-DAYS-BACK     PIC 9(02) COMP VALUE ZERO.
014500 77  MULT-SOG-LEAP-YEARS    PIC 9(03) COMP VALUE ZERO.
014600 77  MULT-SOG-LEAP-REM      PIC 9(01) COMP VALUE ZERO.
014700 77  MULT-SOG-MONTH-LENGTH  PIC 9(02) COMP VALUE ZERO.
014800 77  MULT-SOG-DUE-DAY       PIC 9(02) COMP VALUE ZERO.
014900 77  MULT-SOG-DUE-DATE      PIC 9(06) VALUE ZERO.
015000 77  MULT-SOG-UNIT-PRICE    PIC 9(05)V99 VALUE ZERO.
015100 77  MULT-SOG-READ-COUNT    PIC 9(07) COMP VALUE ZERO.
015200 77  MULT-SOG-GEN-TALLY     PIC 9(05) COMP VALUE ZERO.
015300 77  MULT-SOG-SKIP-TALLY    PIC 9(05) COMP VALUE ZERO.
015400 77  MULT-SOG-KEYED-TALLY   PIC 9(07) COMP VALUE ZERO.
015500 77  MULT-RL-EVENT-CODE     PIC X(01) VALUE SPACE.
015600 77  MULT-OUT-WRITE-COUNT   PIC 9(07) COMP VALUE ZERO.
015700 01  MULT-CST-TABLE.
015800     05  MULT-CST-ENTRY OCCURS 1 TO 500 TIMES
015900             DEPENDING ON MULT-CST-TABLE-COUNT
016000             INDEXED BY MULT-CST-INDEX.
016100         10  MULT-CST-TBL-ID        PIC X(05).
016200         10  MULT-CST-TBL-STATUS    PIC X(01).
016300             88  MULT-CST-TBL-ON-HOLD         VALUE "H".
016400 01  MULT-PRD-TABLE.
016500     05  MULT-PRD-ENTRY OCCURS 1 TO 500 TIMES
016600             DEPENDING ON MULT-PRD-TABLE-COUNT
016700             INDEXED BY MULT-PRD-INDEX.
016800         10  MULT-PRD-TBL-ITEM      PIC X(06).
016900         10  MULT-PRD-TBL-PRICE     PIC 9(05)V99.
017000         10  MULT-PRD-TBL-EFF-DATE  PIC 9(06).
017100 01  MULT-SGR-TABLE.
017200     05  MULT-SGR-ENTRY OCCURS 1 TO 5000 TIMES
017300             DEPENDING ON MULT-SGR-TABLE-COUNT
017400             INDEXED BY MULT-SGR-INDEX.
017500         10  MULT-SGR-TBL-ORDER-ID  PIC X(06).
017600         10  MULT-SGR-TBL-DUE-DATE  PIC 9(06).
017700         10  MULT-SGR-TBL-RUN-DATE  PIC 9(06).
017800         10  MULT-SGR-TBL-CUSTOMER-ID
017900                                    PIC X(05).
018000         10  MULT-SGR-TBL-ITEM      PIC X(06).
018100         10  MULT-SGR-TBL-QUANTITY  PIC 9(05).
018200*    THE GENERATED MULTIN LINES, KEPT IN MULT-CUSTOMER-ID ORDER -
018300*    EACH IS INSERTED AFTER ANY LINES ALREADY HELD FOR ITS
018400*    CUSTOMER.  EACH ENTRY HAS THE MULTREC.CPY LAYOUT.
018500 01  MULT-GEN-TABLE.
018600     05  MULT-GEN-ENTRY OCCURS 1 TO 2000 TIMES
018700             DEPENDING ON MULT-GEN-TABLE-COUNT.
018800         10  MULT-GEN-CUSTOMER-ID   PIC X(05).
018900         10  MULT-GEN-ITEM-NUMBER   PIC X(06).
019000         10  MULT-GEN-QUANTITY      PIC 9(05).
019100         10  MULT-GEN-PRICE         PIC 9(05)V99.
019200         10  MULT-GEN-TRANS-TYPE    PIC X(01).
019300         10  MULT-GEN-ORIG-INVOICE  PIC 9(07).
019400*    DAYS BEFORE THE FIRST OF EACH MONTH IN A COMMON YEAR, AND THE
019500*    LENGTH OF EACH MONTH.
019600 01  MULT-SOG-CUM-DAYS-VALUES.
019700     05  FILLER                 PIC X(36) VALUE
019800             "000031059090120151181212243273304334".
019900 01  MULT-SOG-CUM-DAYS-TABLE REDEFINES MULT-SOG-CUM-DAYS-VALUES.
020000     05  MULT-SOG-CUM-DAYS      PIC 9(03) OCCURS 12 TIMES.
020100 01  MULT-SOG-MONTH-DAYS-VALUES.
020200     05  FILLER                 PIC X(24) VALUE
020300             "312831303130313130313031".
020400 01  MULT-SOG-MONTH-DAYS-TABLE REDEFINES
020500         MULT-SOG-MONTH-DAYS-VALUES.
020600     05  MULT-SOG-MONTH-DAYS    PIC 9(02) OCCURS 12 TIMES.
020700 01  MULT-SOG-WORK-DATE.
020800     05  MULT-SOG-WK-YY         PIC 99.
020900     05  MULT-SOG-WK-MM         PIC 99.
021000     05  MULT-SOG-WK-DD         PIC 99.
021100 01  MULT-SOG-WORK-DATE-N REDEFINES MULT-SOG-WORK-DATE
021200                                PIC 9(06).
021300 01  MULT-SOG-RUN-DATE.
021400     05  MULT-SOG-RD-YY         PIC 99.
021500     05  MULT-SOG-RD-MM         PIC 99.
021600     05  MULT-SOG-RD-DD         PIC 99.
021700 01  MULT-SOG-RUN-DATE-N REDEFINES MULT-SOG-RUN-DATE
021800                                PIC 9(06).
021900 COPY MULTSGO.
021910 COPY CALCGTW.
022000
022100 PROCEDURE DIVISION.
022200*-----------------------------------------------------------------
022300* 0000-MAINLINE
022400*-----------------------------------------------------------------
022500 0000-MAINLINE.
022510     MOVE "MULTSTOGEN" TO CALC-GT-PROGRAM.
022520     PERFORM 0100-CHECK-CYCLE-GATE THRU 0100-EXIT.
022530     IF CALC-GT-REFUSED THEN
022540        MOVE "R" TO MULT-RL-EVENT-CODE
022550        PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
022560        STOP RUN
022570     END-IF.
022600     MOVE "S" TO MULT-RL-EVENT-CODE.
022700     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
022800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022900     IF MULT-SOG-FILE-OVERFULL THEN
023000        DISPLAY MULT-SOG-FULL-NAME " EXCEEDS ITS TABLE BOUND"
023100            " - FILE SUSPECT, RUN ABORTED"
023200        DISPLAY "NO MULTIN PRODUCED"
023300        MOVE 16 TO RETURN-CODE
023400        GO TO 9999-EXIT
023500     END-IF.
023566     IF MULT-SOG-ALREADY-RUN AND NOT MULT-SOG-RERUN-ALLOWED THEN
023632        DISPLAY "STANDING ORDERS ALREADY GENERATED FOR RUN DATE "
023698            MULT-SOG-RUN-DATE " - RUN REFUSED"
023764        DISPLAY "NOT MARKED FOR RERUN - MULTIN, MULTSGR UNTOUCHED"
023830        MOVE 8 TO RETURN-CODE
023896        GO TO 9999-EXIT
023962     END-IF.
024028     IF MULT-SOG-RERUN-ALLOWED THEN
024094        DISPLAY "RERUN FOR RUN DATE " MULT-SOG-RUN-DATE
024160            " - REGISTERED LINES RE-MERGED, NOT REGISTERED AGAIN"
024226     END-IF.
024300     PERFORM 2000-PROCESS-ORDER THRU 2000-EXIT
024400         UNTIL MULT-STO-END-OF-FILE.
024500     PERFORM 8000-FINALIZE THRU 8000-EXIT.
024600     GO TO 9999-EXIT.
024610
024620 COPY CALCGATE.
024700
024800*-----------------------------------------------------------------
024862* 1000-INITIALIZE - LOAD THE CUSTOMER, PRODUCT, PRICE SCHEDULE AND
024924*                   REGISTER TABLES FIRST - AN OVERFULL FILE, OR A
024986*                   RUN DATE ALREADY ON THE REGISTER WHEN THE STEP
025048*                   IS NOT MARKED FOR RERUN, STOPS THE RUN BEFORE
025110*                   ANY OUTPUT IS OPENED.  ON A MARKED RERUN THE
025172*                   DAY'S REGISTER ENTRIES ARE REOPENED.  THEN
025234*                   OPEN THE REGISTER REPORT AND PRIME THE
025300*                   ORDER READ
025400*-----------------------------------------------------------------
025500 1000-INITIALIZE.
025600     ACCEPT MULT-SOG-RUN-DATE FROM DATE.
025700     MOVE MULT-SOG-RUN-DATE-N TO MULT-SOG-WORK-DATE-N.
025800     PERFORM 5000-DATE-TO-DAYS THRU 5000-EXIT.
025900     MOVE MULT-SOG-WORK-DAYS TO MULT-SOG-RUN-DAYS.
026000     OPEN INPUT MULT-CUSTOMER-FILE.
026100     PERFORM 7100-READ-CUSTOMER THRU 7100-EXIT.
026200     PERFORM 1100-LOAD-ONE-CUSTOMER THRU 1100-EXIT
026300         UNTIL MULT-CST-END-OF-FILE.
026400     CLOSE MULT-CUSTOMER-FILE.
026500     IF MULT-SOG-FILE-OVERFULL THEN
026600        GO TO 1000-EXIT
026700     END-IF.
026800     OPEN INPUT MULT-PRODUCT-FILE.
026900     PERFORM 7200-READ-PRODUCT THRU 7200-EXIT.
027000     PERFORM 1200-LOAD-ONE-PRODUCT THRU 1200-EXIT
027100         UNTIL MULT-PRD-END-OF-FILE.
027200     CLOSE MULT-PRODUCT-FILE.
027300     IF MULT-SOG-FILE-OVERFULL THEN
027400        GO TO 1000-EXIT
027500     END-IF.
027600     OPEN INPUT MULT-PRICE-SCHED-FILE.
027700     PERFORM 7250-READ-PRICE-SCHED THRU 7250-EXIT.
027800     PERFORM 1250-APPLY-ONE-PRICE THRU 1250-EXIT
027900         UNTIL MULT-PRH-END-OF-FILE.
028000     CLOSE MULT-PRICE-SCHED-FILE.
028100     OPEN INPUT MULT-SGR-REGISTER-FILE.
028200     PERFORM 7300-READ-REGISTER THRU 7300-EXIT.
028300     PERFORM 1300-LOAD-ONE-REGISTER THRU 1300-EXIT
028400         UNTIL MULT-SGR-END-OF-FILE.
028500     CLOSE MULT-SGR-REGISTER-FILE.
028526     IF MULT-SOG-FILE-OVERFULL THEN
028552        GO TO 1000-EXIT
028578     END-IF.
028604     IF MULT-SOG-ALREADY-RUN AND CALC-GT-SELF > ZERO THEN
028630        IF CALC-GT-MARKED-RERUN(CALC-GT-SELF) THEN
028656           SET MULT-SOG-RERUN-ALLOWED TO TRUE
028682           PERFORM 1350-REOPEN-ONE-REGISTER THRU 1350-EXIT
028708               VARYING MULT-SOG-SUB FROM 1 BY 1
028734               UNTIL MULT-SOG-SUB > MULT-SGR-TABLE-COUNT
028760        END-IF
028786     END-IF.
028812     IF MULT-SOG-ALREADY-RUN AND NOT MULT-SOG-RERUN-ALLOWED THEN
028838        GO TO 1000-EXIT
028864     END-IF.
028900     OPEN INPUT MULT-STANDING-ORDER-FILE.
029000     OPEN OUTPUT MULT-SGO-REPORT-FILE.
029100     MOVE MULT-SOG-RD-MM TO MULT-SGO-DATE-MM.
029200     MOVE MULT-SOG-RD-DD TO MULT-SGO-DATE-DD.
029300     MOVE MULT-SOG-RD-YY TO MULT-SGO-DATE-YY.
029400     WRITE MULT-SGO-REPORT-RECORD FROM MULT-SGO-HEADING-LINE.
029500     PERFORM 7000-READ-ORDER THRU 7000-EXIT.
029600 1000-EXIT.
029700     EXIT.
029800
029900*-----------------------------------------------------------------
030000* 1100-LOAD-ONE-CUSTOMER - ADD ONE MULTCST CUSTOMER TO THE TABLE.
030100*                          A CUSTOMER PAST THE 500-ROW BOUND MARKS
030200*                          THE FILE OVERFULL AND THE RUN ABORTS
030300*-----------------------------------------------------------------
030400 1100-LOAD-ONE-CUSTOMER.
030500     IF MULT-CST-TABLE-COUNT < MULT-CST-TABLE-MAX THEN
030600        ADD 1 TO MULT-CST-TABLE-COUNT
030700        MOVE MULT-CST-ID TO MULT-CST-TBL-ID(MULT-CST-TABLE-COUNT)
030800        MOVE MULT-CST-STATUS TO
030900            MULT-CST-TBL-STATUS(MULT-CST-TABLE-COUNT)
031000        PERFORM 7100-READ-CUSTOMER THRU 7100-EXIT
031100     ELSE
031200        SET MULT-SOG-FILE-OVERFULL TO TRUE
031300        MOVE "MULTCST" TO MULT-SOG-FULL-NAME
031400        SET MULT-CST-END-OF-FILE TO TRUE
031500     END-IF.
031600 1100-EXIT.
031700     EXIT.
031800
031900*-----------------------------------------------------------------
032000* 1200-LOAD-ONE-PRODUCT - ADD ONE MULTPRD ITEM TO THE TABLE.  AN
032100*                         ITEM PAST THE 500-ROW BOUND MARKS THE
032200*                         FILE OVERFULL AND THE RUN ABORTS
032300*-----------------------------------------------------------------
032400 1200-LOAD-ONE-PRODUCT.
032500     IF MULT-PRD-TABLE-COUNT < MULT-PRD-TABLE-MAX THEN
032600        ADD 1 TO MULT-PRD-TABLE-COUNT
032700        MOVE MULT-PRD-ITEM TO
032800            MULT-PRD-TBL-ITEM(MULT-PRD-TABLE-COUNT)
032900        MOVE MULT-PRD-PRICE TO
033000            MULT-PRD-TBL-PRICE(MULT-PRD-TABLE-COUNT)
033100        MOVE ZERO TO MULT-PRD-TBL-EFF-DATE(MULT-PRD-TABLE-COUNT)
033200        PERFORM 7200-READ-PRODUCT THRU 7200-EXIT
033300     ELSE
033400        SET MULT-SOG-FILE-OVERFULL TO TRUE
033500        MOVE "MULTPRD" TO MULT-SOG-FULL-NAME
033600        SET MULT-PRD-END-OF-FILE TO TRUE
033700     END-IF.
033800 1200-EXIT.
033900     EXIT.
034000
034100*-----------------------------------------------------------------
034200* 1250-APPLY-ONE-PRICE - A MULTPRH SCHEDULE ROW IN FORCE ON THE
034300*                        RUN DATE REPLACES ITS ITEM'S PRICE UNLESS
034400*                        THE ITEM ALREADY CARRIES A LATER ONE, SO
034500*                        A GENERATED LINE CARRIES THE SAME PRICE
034600*                        MULTIPLY2VALUES WILL EXTEND
034700*-----------------------------------------------------------------
034800 1250-APPLY-ONE-PRICE.
034900     IF MULT-PRH-EFF-DATE > MULT-SOG-RUN-DATE-N THEN
035000        GO TO 1250-READ-NEXT
035100     END-IF.
035187     IF MULT-PRD-TABLE-COUNT > ZERO THEN
035274        SET MULT-PRD-INDEX TO 1
035361        SEARCH MULT-PRD-ENTRY
035448           AT END
035535              CONTINUE
035622           WHEN MULT-PRD-TBL-ITEM(MULT-PRD-INDEX) = MULT-PRH-ITEM
035709              IF MULT-PRH-EFF-DATE NOT LESS THAN
035796                 MULT-PRD-TBL-EFF-DATE(MULT-PRD-INDEX) THEN
035883                 MOVE MULT-PRH-PRICE TO
035970                     MULT-PRD-TBL-PRICE(MULT-PRD-INDEX)
036057                 MOVE MULT-PRH-EFF-DATE TO
036144                     MULT-PRD-TBL-EFF-DATE(MULT-PRD-INDEX)
036231              END-IF
036318        END-SEARCH
036405     END-IF.
036500 1250-READ-NEXT.
036600     PERFORM 7250-READ-PRICE-SCHED THRU 7250-EXIT.
036700 1250-EXIT.
036800     EXIT.
036900
037000*-----------------------------------------------------------------
037100* 1300-LOAD-ONE-REGISTER - ADD ONE MULTSGR REGISTER RECORD TO THE
037200*                          TABLE, NOTING A RECORD FROM AN EARLIER
037300*                          RUN ON THIS SAME RUN DATE.  A RECORD
037400*                          PAST THE 5000-ROW BOUND MARKS THE FILE
037500*                          OVERFULL AND THE RUN ABORTS
037600*-----------------------------------------------------------------
037700 1300-LOAD-ONE-REGISTER.
037800     IF MULT-SGR-TABLE-COUNT < MULT-SGR-TABLE-MAX THEN
037900        ADD 1 TO MULT-SGR-TABLE-COUNT
038000        MOVE MULT-SGR-RECORD TO
038100            MULT-SGR-ENTRY(MULT-SGR-TABLE-COUNT)
038200        IF MULT-SGR-RUN-DATE = MULT-SOG-RUN-DATE-N THEN
038300           SET MULT-SOG-ALREADY-RUN TO TRUE
038400        END-IF
038500        PERFORM 7300-READ-REGISTER THRU 7300-EXIT
038600     ELSE
038700        SET MULT-SOG-FILE-OVERFULL TO TRUE
038800        MOVE "MULTSGR" TO MULT-SOG-FULL-NAME
038900        SET MULT-SGR-END-OF-FILE TO TRUE
039000     END-IF.
039100 1300-EXIT.
039200     EXIT.
039210
039213*-----------------------------------------------------------------
039226* 1350-REOPEN-ONE-REGISTER - ON A MARKED RERUN, ZERO THE RUN DATE
039239*                            OF A REGISTER ENTRY WRITTEN EARLIER
039252*                            ON THIS RUN DATE.  2500 RESTORES IT
039265*                            WHEN THE ORDER IS RE-MERGED; 8100
039278*                            DROPS AN ENTRY STILL ZERO AT THE END.
039291*-----------------------------------------------------------------
039304 1350-REOPEN-ONE-REGISTER.
039317     IF MULT-SGR-TBL-RUN-DATE(MULT-SOG-SUB) =
039330        MULT-SOG-RUN-DATE-N THEN
039343        MOVE ZERO TO MULT-SGR-TBL-RUN-DATE(MULT-SOG-SUB)
039356     END-IF.
039369 1350-EXIT.
039382     EXIT.
039390
039400*-----------------------------------------------------------------
039500* 2000-PROCESS-ORDER - WORK OUT WHETHER ONE STANDING ORDER IS DUE,
039600*                      AND IF SO GENERATE IT OR LIST WHY IT WAS
039700*                      SKIPPED.  AN ORDER THAT IS NOT DUE PRINTS
039800*                      NOTHING.
039900*-----------------------------------------------------------------
040000 2000-PROCESS-ORDER.
040066     MOVE SPACES TO MULT-SOG-STATUS-TEXT.
040132     MOVE "N" TO MULT-SOG-REMERGE-SWITCH.
040200     MOVE ZERO TO MULT-SOG-DUE-DATE.
040300     PERFORM 2100-VALIDATE-ORDER THRU 2100-EXIT.
040400     IF MULT-SOG-STATUS-TEXT NOT = SPACES THEN
040500        GO TO 2000-PRINT
040600     END-IF.
040700     PERFORM 2200-FIND-DUE-DATE THRU 2200-EXIT.
040800     IF NOT MULT-SOG-ORDER-DUE THEN
040900        GO TO 2000-READ-NEXT
041000     END-IF.
041100     PERFORM 2400-SCREEN-ORDER THRU 2400-EXIT.
041200     IF MULT-SOG-STATUS-TEXT NOT = SPACES THEN
041300        GO TO 2000-PRINT
041400     END-IF.
041500     PERFORM 2500-GENERATE-ORDER THRU 2500-EXIT.
041600 2000-PRINT.
041642     IF MULT-SOG-STATUS-TEXT = SPACES THEN
041684        IF MULT-SOG-REMERGE-LINE THEN
041726           MOVE "RE-MERGED" TO MULT-SOG-STATUS-TEXT
041768        ELSE
041810           MOVE "GENERATED" TO MULT-SOG-STATUS-TEXT
041852        END-IF
041900        ADD 1 TO MULT-SOG-GEN-TALLY
042000     ELSE
042100        ADD 1 TO MULT-SOG-SKIP-TALLY
042200     END-IF.
042300     MOVE MULT-STO-ORDER-ID TO MULT-SGO-ORDER-ID.
042400     MOVE MULT-STO-CUSTOMER-ID TO MULT-SGO-CUSTOMER-ID.
042500     MOVE MULT-STO-ITEM TO MULT-SGO-ITEM.
042600     MOVE MULT-STO-QUANTITY TO MULT-SGO-QUANTITY.
042700     IF MULT-SOG-DUE-DATE = ZERO THEN
042800        MOVE SPACES TO MULT-SGO-DUE-DATE
042900     ELSE
043000        MOVE MULT-SOG-DUE-DATE TO MULT-SGO-DUE-DATE
043100     END-IF.
043200     MOVE MULT-SOG-STATUS-TEXT TO MULT-SGO-STATUS.
043300     WRITE MULT-SGO-REPORT-RECORD FROM MULT-SGO-DETAIL-LINE.
043400 2000-READ-NEXT.
043500     PERFORM 7000-READ-ORDER THRU 7000-EXIT.
043600 2000-EXIT.
043700     EXIT.
043800
043900*-----------------------------------------------------------------
044000* 2100-VALIDATE-ORDER - AN ORDER WITH A BAD QUANTITY, FREQUENCY
044100*                       OR DATE CAN NEVER BE GENERATED AND IS
044200*                       LISTED EVERY RUN UNTIL IT IS CORRECTED
044300*-----------------------------------------------------------------
044400 2100-VALIDATE-ORDER.
044500     IF MULT-STO-QUANTITY NOT NUMERIC OR
044600        MULT-STO-QUANTITY = ZERO THEN
044700        MOVE "INVALID QUANTITY" TO MULT-SOG-STATUS-TEXT
044800        GO TO 2100-EXIT
044900     END-IF.
045000     IF NOT MULT-STO-WEEKLY AND NOT MULT-STO-BIWEEKLY AND
045100        NOT MULT-STO-MONTHLY THEN
045200        MOVE "INVALID FREQUENCY" TO MULT-SOG-STATUS-TEXT
045300        GO TO 2100-EXIT
045400     END-IF.
045500     IF MULT-STO-START-DATE-X NOT NUMERIC THEN
045600        MOVE "INVALID START DATE" TO MULT-SOG-STATUS-TEXT
045700        GO TO 2100-EXIT
045800     END-IF.
045900     IF MULT-STO-START-MM < 01 OR MULT-STO-START-MM > 12 OR
046000        MULT-STO-START-DD < 01 OR MULT-STO-START-DD > 31 THEN
046100        MOVE "INVALID START DATE" TO MULT-SOG-STATUS-TEXT
046200        GO TO 2100-EXIT
046300     END-IF.
046400     IF MULT-STO-END-DATE-X = SPACES THEN
046500        MOVE ZERO TO MULT-STO-END-DATE
046600     END-IF.
046700     IF MULT-STO-END-DATE-X NOT NUMERIC THEN
046800        MOVE "INVALID END DATE" TO MULT-SOG-STATUS-TEXT
046900        GO TO 2100-EXIT
047000     END-IF.
047100     IF MULT-STO-END-DATE = ZERO THEN
047200        GO TO 2100-EXIT
047300     END-IF.
047400     IF MULT-STO-END-MM < 01 OR MULT-STO-END-MM > 12 OR
047500        MULT-STO-END-DD < 01 OR MULT-STO-END-DD > 31 OR
047600        MULT-STO-END-DATE < MULT-STO-START-DATE THEN
047700        MOVE "INVALID END DATE" TO MULT-SOG-STATUS-TEXT
047800     END-IF.
047900 2100-EXIT.
048000     EXIT.
048100
048200*-----------------------------------------------------------------
048300* 2200-FIND-DUE-DATE - FIND THE ORDER'S LATEST OCCURRENCE ON OR
048400*                      BEFORE THE RUN DATE.  THE ORDER IS DUE WHEN
048500*                      IT IS NOT SUSPENDED, THE RUN DATE IS WITHIN
048600*                      ITS START AND END DATES, AND THAT
048732*                      OCCURRENCE IS NOT ALREADY ON THE REGISTER.
048798*                      AN OCCURRENCE MISSED BECAUSE THE CYCLE DID
048864*                      NOT RUN THAT DAY IS THEREBY PICKED UP BY
048930*                      THE NEXT RUN BEFORE THE ORDER FALLS DUE
048996*                      AGAIN.  ON A MARKED RERUN, AN OCCURRENCE
049062*                      WHOSE ENTRY 1350 REOPENED IS DUE AGAIN AS A
049128*                      RE-MERGE OF THAT SAME ENTRY.
049200*-----------------------------------------------------------------
049300 2200-FIND-DUE-DATE.
049400     MOVE "N" TO MULT-SOG-DUE-SWITCH.
049500     IF MULT-STO-SUSPENDED THEN
049600        GO TO 2200-EXIT
049700     END-IF.
049800     IF MULT-STO-START-DATE > MULT-SOG-RUN-DATE-N THEN
049900        GO TO 2200-EXIT
050000     END-IF.
050100     IF MULT-STO-END-DATE NOT = ZERO AND
050200        MULT-STO-END-DATE < MULT-SOG-RUN-DATE-N THEN
050300        GO TO 2200-EXIT
050400     END-IF.
050500     IF MULT-STO-MONTHLY THEN
050600        PERFORM 2220-MONTHLY-DUE-DATE THRU 2220-EXIT
050700     ELSE
050800        PERFORM 2210-WEEKLY-DUE-DATE THRU 2210-EXIT
050900     END-IF.
051000     IF MULT-SOG-DUE-DATE < MULT-STO-START-DATE THEN
051100        MOVE ZERO TO MULT-SOG-DUE-DATE
051200        GO TO 2200-EXIT
051300     END-IF.
051373     IF MULT-SGR-TABLE-COUNT > ZERO THEN
051446        SET MULT-SGR-INDEX TO 1
051519        SEARCH MULT-SGR-ENTRY
051592           AT END
051665              SET MULT-SOG-ORDER-DUE TO TRUE
051738           WHEN MULT-SGR-TBL-ORDER-ID(MULT-SGR-INDEX) =
051811                MULT-STO-ORDER-ID AND
051884                MULT-SGR-TBL-DUE-DATE(MULT-SGR-INDEX) =
051957                MULT-SOG-DUE-DATE
051975              IF MULT-SGR-TBL-RUN-DATE(MULT-SGR-INDEX) = ZERO THEN
051993                 SET MULT-SOG-REMERGE-LINE TO TRUE
052011                 SET MULT-SOG-ORDER-DUE TO TRUE
052029                 SET MULT-SOG-REG-SUB TO MULT-SGR-INDEX
052047              ELSE
052065                 MOVE ZERO TO MULT-SOG-DUE-DATE
052083              END-IF
052103        END-SEARCH
052176     ELSE
052249        SET MULT-SOG-ORDER-DUE TO TRUE
052322     END-IF.
052400 2200-EXIT.
052500     EXIT.
052600
052700*-----------------------------------------------------------------
052800* 2210-WEEKLY-DUE-DATE - A WEEKLY OR BIWEEKLY ORDER FALLS DUE
052900*                        EVERY 7 OR 14 DAYS FROM ITS START DATE:
053000*                        STEP BACK FROM THE RUN DATE BY THE DAYS
053100*                        ELAPSED SINCE THE LAST SUCH DAY
053200*-----------------------------------------------------------------
053300 2210-WEEKLY-DUE-DATE.
053400     IF MULT-STO-WEEKLY THEN
053500        MOVE 7 TO MULT-SOG-PERIOD
053600     ELSE
053700        MOVE 14 TO MULT-SOG-PERIOD
053800     END-IF.
053900     MOVE MULT-STO-START-DATE TO MULT-SOG-WORK-DATE-N.
054000     PERFORM 5000-DATE-TO-DAYS THRU 5000-EXIT.
054100     MOVE MULT-SOG-WORK-DAYS TO MULT-SOG-START-DAYS.
054200     COMPUTE MULT-SOG-ELAPSED-DAYS =
054300         MULT-SOG-RUN-DAYS - MULT-SOG-START-DAYS.
054400     DIVIDE MULT-SOG-ELAPSED-DAYS BY MULT-SOG-PERIOD
054500         GIVING MULT-SOG-PERIODS
054600         REMAINDER MULT-SOG-DAYS-BACK.
054700     MOVE MULT-SOG-RUN-DATE-N TO MULT-SOG-WORK-DATE-N.
054800     PERFORM 5100-BACK-ONE-DAY THRU 5100-EXIT
054900         MULT-SOG-DAYS-BACK TIMES.
055000     MOVE MULT-SOG-WORK-DATE-N TO MULT-SOG-DUE-DATE.
055100 2210-EXIT.
055200     EXIT.
055300
055400*-----------------------------------------------------------------
055500* 2220-MONTHLY-DUE-DATE - A MONTHLY ORDER FALLS DUE ON ITS START
055600*                         DATE'S DAY OF THE MONTH, OR THE LAST DAY
055700*                         OF A MONTH TOO SHORT TO HAVE THAT DAY.
055800*                         IF THIS MONTH'S DAY IS STILL TO COME,
055900*                         THE LATEST OCCURRENCE IS LAST MONTH'S.
056000*-----------------------------------------------------------------
056100 2220-MONTHLY-DUE-DATE.
056200     MOVE MULT-SOG-RUN-DATE-N TO MULT-SOG-WORK-DATE-N.
056300     PERFORM 5010-SET-MONTH-LENGTH THRU 5010-EXIT.
056400     PERFORM 2230-CLIP-DUE-DAY THRU 2230-EXIT.
056500     IF MULT-SOG-DUE-DAY > MULT-SOG-RD-DD THEN
056600        IF MULT-SOG-WK-MM > 01 THEN
056700           SUBTRACT 1 FROM MULT-SOG-WK-MM
056800        ELSE
056900           MOVE 12 TO MULT-SOG-WK-MM
057000           SUBTRACT 1 FROM MULT-SOG-WK-YY
057100        END-IF
057200        PERFORM 5010-SET-MONTH-LENGTH THRU 5010-EXIT
057300        PERFORM 2230-CLIP-DUE-DAY THRU 2230-EXIT
057400     END-IF.
057500     MOVE MULT-SOG-DUE-DAY TO MULT-SOG-WK-DD.
057600     MOVE MULT-SOG-WORK-DATE-N TO MULT-SOG-DUE-DATE.
057700 2220-EXIT.
057800     EXIT.
057900
058000*-----------------------------------------------------------------
058100* 2230-CLIP-DUE-DAY - THE START DATE'S DAY, OR THE LENGTH OF THE
058200*                     WORK DATE'S MONTH IF THAT IS SHORTER
058300*-----------------------------------------------------------------
058400 2230-CLIP-DUE-DAY.
058500     IF MULT-STO-START-DD > MULT-SOG-MONTH-LENGTH THEN
058600        MOVE MULT-SOG-MONTH-LENGTH TO MULT-SOG-DUE-DAY
058700     ELSE
058800        MOVE MULT-STO-START-DD TO MULT-SOG-DUE-DAY
058900     END-IF.
059000 2230-EXIT.
059100     EXIT.
059200
059300*-----------------------------------------------------------------
059400* 2400-SCREEN-ORDER - SKIP AN ORDER FOR A CUSTOMER NOT ON MULTCST
059500*                     OR ON CREDIT HOLD, OR FOR AN ITEM NO LONGER
059600*                     ON MULTPRD.  A SKIPPED ORDER IS NOT
059700*                     REGISTERED, SO IT IS GENERATED BY A LATER
059800*                     RUN ONCE CLEARED, WHILE STILL DUE.
059900*-----------------------------------------------------------------
060000 2400-SCREEN-ORDER.
060073     IF MULT-CST-TABLE-COUNT > ZERO THEN
060146        SET MULT-CST-INDEX TO 1
060219        SEARCH MULT-CST-ENTRY
060292           AT END
060365              MOVE "CUST NOT ON FILE" TO MULT-SOG-STATUS-TEXT
060438           WHEN MULT-CST-TBL-ID(MULT-CST-INDEX) =
060511                MULT-STO-CUSTOMER-ID
060584              IF MULT-CST-TBL-ON-HOLD(MULT-CST-INDEX) THEN
060657                 MOVE "CUSTOMER ON HOLD" TO MULT-SOG-STATUS-TEXT
060730              END-IF
060803        END-SEARCH
060876     ELSE
060949        MOVE "CUST NOT ON FILE" TO MULT-SOG-STATUS-TEXT
061022     END-IF.
061100     IF MULT-SOG-STATUS-TEXT NOT = SPACES THEN
061200        GO TO 2400-EXIT
061300     END-IF.
061369     IF MULT-PRD-TABLE-COUNT > ZERO THEN
061438        SET MULT-PRD-INDEX TO 1
061507        SEARCH MULT-PRD-ENTRY
061576           AT END
061645              MOVE "ITEM NOT ON FILE" TO MULT-SOG-STATUS-TEXT
061714           WHEN MULT-PRD-TBL-ITEM(MULT-PRD-INDEX) = MULT-STO-ITEM
061783              MOVE MULT-PRD-TBL-PRICE(MULT-PRD-INDEX) TO
061852                  MULT-SOG-UNIT-PRICE
061921        END-SEARCH
061990     ELSE
062059        MOVE "ITEM NOT ON FILE" TO MULT-SOG-STATUS-TEXT
062128     END-IF.
062200     IF MULT-SOG-STATUS-TEXT NOT = SPACES THEN
062300        GO TO 2400-EXIT
062400     END-IF.
062500     IF MULT-GEN-TABLE-COUNT NOT LESS THAN MULT-GEN-TABLE-MAX OR
062600        MULT-SGR-TABLE-COUNT NOT LESS THAN MULT-SGR-TABLE-MAX THEN
062700        MOVE "RUN LIMIT REACHED" TO MULT-SOG-STATUS-TEXT
062800     END-IF.
062900 2400-EXIT.
063000     EXIT.
063100
063200*-----------------------------------------------------------------
063280* 2500-GENERATE-ORDER - INSERT THE ORDER'S MULTIN SALE LINE AFTER
063360*                       ANY LINES ALREADY HELD FOR ITS CUSTOMER,
063440*                       AND ADD THE OCCURRENCE TO THE REGISTER, OR
063520*                       ON A RE-MERGE CONFIRM ITS REOPENED ENTRY
063600*-----------------------------------------------------------------
063700 2500-GENERATE-ORDER.
063800     MOVE ZERO TO MULT-SOG-INSERT-SUB.
063900     PERFORM 2510-CHECK-ONE-LINE THRU 2510-EXIT
064000         VARYING MULT-SOG-SUB FROM 1 BY 1
064100         UNTIL MULT-SOG-SUB > MULT-GEN-TABLE-COUNT
064200            OR MULT-SOG-INSERT-SUB > ZERO.
064300     IF MULT-SOG-INSERT-SUB = ZERO THEN
064400        COMPUTE MULT-SOG-INSERT-SUB = MULT-GEN-TABLE-COUNT + 1
064500     END-IF.
064600     ADD 1 TO MULT-GEN-TABLE-COUNT.
064700     PERFORM 2520-SHIFT-ONE-LINE THRU 2520-EXIT
064800         VARYING MULT-SOG-SUB FROM MULT-GEN-TABLE-COUNT BY -1
064900         UNTIL MULT-SOG-SUB NOT GREATER THAN MULT-SOG-INSERT-SUB.
065000     MOVE MULT-STO-CUSTOMER-ID TO
065100         MULT-GEN-CUSTOMER-ID(MULT-SOG-INSERT-SUB).
065200     MOVE MULT-STO-ITEM TO
065300         MULT-GEN-ITEM-NUMBER(MULT-SOG-INSERT-SUB).
065400     MOVE MULT-STO-QUANTITY TO
065500         MULT-GEN-QUANTITY(MULT-SOG-INSERT-SUB).
065600     MOVE MULT-SOG-UNIT-PRICE TO
065700         MULT-GEN-PRICE(MULT-SOG-INSERT-SUB).
065800     MOVE "S" TO MULT-GEN-TRANS-TYPE(MULT-SOG-INSERT-SUB).
065900     MOVE ZERO TO MULT-GEN-ORIG-INVOICE(MULT-SOG-INSERT-SUB).
065940     IF NOT MULT-SOG-REMERGE-LINE THEN
065980        ADD 1 TO MULT-SGR-TABLE-COUNT
066020        MOVE MULT-SGR-TABLE-COUNT TO MULT-SOG-REG-SUB
066060     END-IF.
066100     MOVE MULT-STO-ORDER-ID TO
066200         MULT-SGR-TBL-ORDER-ID(MULT-SOG-REG-SUB).
066300     MOVE MULT-SOG-DUE-DATE TO
066400         MULT-SGR-TBL-DUE-DATE(MULT-SOG-REG-SUB).
066500     MOVE MULT-SOG-RUN-DATE-N TO
066600         MULT-SGR-TBL-RUN-DATE(MULT-SOG-REG-SUB).
066700     MOVE MULT-STO-CUSTOMER-ID TO
066800         MULT-SGR-TBL-CUSTOMER-ID(MULT-SOG-REG-SUB).
066900     MOVE MULT-STO-ITEM TO
067000         MULT-SGR-TBL-ITEM(MULT-SOG-REG-SUB).
067100     MOVE MULT-STO-QUANTITY TO
067200         MULT-SGR-TBL-QUANTITY(MULT-SOG-REG-SUB).
067300 2500-EXIT.
067400     EXIT.
067500
067600*-----------------------------------------------------------------
067700* 2510-CHECK-ONE-LINE - THE FIRST HELD LINE FOR A LATER CUSTOMER
067800*                       IS WHERE THE NEW LINE GOES
067900*-----------------------------------------------------------------
068000 2510-CHECK-ONE-LINE.
068100     IF MULT-GEN-CUSTOMER-ID(MULT-SOG-SUB) >
068200        MULT-STO-CUSTOMER-ID THEN
068300        MOVE MULT-SOG-SUB TO MULT-SOG-INSERT-SUB
068400     END-IF.
068500 2510-EXIT.
068600     EXIT.
068700
068800*-----------------------------------------------------------------
068900* 2520-SHIFT-ONE-LINE - PUSH THE LINE ABOVE DOWN INTO THIS SLOT
069000*-----------------------------------------------------------------
069100 2520-SHIFT-ONE-LINE.
069200     MOVE MULT-GEN-ENTRY(MULT-SOG-SUB - 1) TO
069300         MULT-GEN-ENTRY(MULT-SOG-SUB).
069400 2520-EXIT.
069500     EXIT.
069600
069700*-----------------------------------------------------------------
069800* 5000-DATE-TO-DAYS - TURN THE YYMMDD WORK DATE INTO A DAY NUMBER
069900*                     COUNTED FROM 1 JAN 2000, SO DATES CAN BE
070000*                     SUBTRACTED ACROSS MONTH AND YEAR ENDS
070100*-----------------------------------------------------------------
070200 5000-DATE-TO-DAYS.
070300     COMPUTE MULT-SOG-LEAP-YEARS = MULT-SOG-WK-YY + 3.
070400     DIVIDE 4 INTO MULT-SOG-LEAP-YEARS.
070500     COMPUTE MULT-SOG-WORK-DAYS =
070600         MULT-SOG-WK-YY * 365 + MULT-SOG-LEAP-YEARS
070700         + MULT-SOG-CUM-DAYS(MULT-SOG-WK-MM) + MULT-SOG-WK-DD.
070800     DIVIDE MULT-SOG-WK-YY BY 4 GIVING MULT-SOG-PERIODS
070900         REMAINDER MULT-SOG-LEAP-REM.
071000     IF MULT-SOG-LEAP-REM = ZERO AND MULT-SOG-WK-MM > 02 THEN
071100        ADD 1 TO MULT-SOG-WORK-DAYS
071200     END-IF.
071300 5000-EXIT.
071400     EXIT.
071500
071600*-----------------------------------------------------------------
071700* 5010-SET-MONTH-LENGTH - THE NUMBER OF DAYS IN THE WORK DATE'S
071800*                         MONTH
071900*-----------------------------------------------------------------
072000 5010-SET-MONTH-LENGTH.
072100     MOVE MULT-SOG-MONTH-DAYS(MULT-SOG-WK-MM) TO
072200         MULT-SOG-MONTH-LENGTH.
072300     DIVIDE MULT-SOG-WK-YY BY 4 GIVING MULT-SOG-PERIODS
072400         REMAINDER MULT-SOG-LEAP-REM.
072500     IF MULT-SOG-LEAP-REM = ZERO AND MULT-SOG-WK-MM = 02 THEN
072600        MOVE 29 TO MULT-SOG-MONTH-LENGTH
072700     END-IF.
072800 5010-EXIT.
072900     EXIT.
073000
073100*-----------------------------------------------------------------
073200* 5100-BACK-ONE-DAY - MOVE THE WORK DATE BACK ONE CALENDAR DAY
073300*-----------------------------------------------------------------
073400 5100-BACK-ONE-DAY.
073500     IF MULT-SOG-WK-DD > 01 THEN
073600        SUBTRACT 1 FROM MULT-SOG-WK-DD
073700        GO TO 5100-EXIT
073800     END-IF.
073900     IF MULT-SOG-WK-MM > 01 THEN
074000        SUBTRACT 1 FROM MULT-SOG-WK-MM
074100     ELSE
074200        MOVE 12 TO MULT-SOG-WK-MM
074300        SUBTRACT 1 FROM MULT-SOG-WK-YY
074400     END-IF.
074500     PERFORM 5010-SET-MONTH-LENGTH THRU 5010-EXIT.
074600     MOVE MULT-SOG-MONTH-LENGTH TO MULT-SOG-WK-DD.
074700 5100-EXIT.
074800     EXIT.
074900
075000*-----------------------------------------------------------------
075100* 6000-MERGE-ONE-LINE - WRITE THE LOWER OF THE NEXT KEYED LINE AND
075200*                       THE NEXT GENERATED LINE TO MULTIN.  ON A
075300*                       TIE THE KEYED LINE GOES FIRST.
075400*-----------------------------------------------------------------
075500 6000-MERGE-ONE-LINE.
075600     IF MULT-KEY-END-OF-FILE THEN
075700        GO TO 6000-WRITE-GENERATED
075800     END-IF.
075900     IF MULT-SOG-SUB > MULT-GEN-TABLE-COUNT THEN
076000        GO TO 6000-WRITE-KEYED
076100     END-IF.
076200     IF MULT-CUSTOMER-ID > MULT-GEN-CUSTOMER-ID(MULT-SOG-SUB) THEN
076300        GO TO 6000-WRITE-GENERATED
076400     END-IF.
076500 6000-WRITE-KEYED.
076600     WRITE MULT-TRANS-OUT-RECORD FROM MULT-TRANS-RECORD.
076700     ADD 1 TO MULT-OUT-WRITE-COUNT.
076800     PERFORM 7400-READ-KEYED THRU 7400-EXIT.
076900     GO TO 6000-EXIT.
077000 6000-WRITE-GENERATED.
077100     WRITE MULT-TRANS-OUT-RECORD FROM
077200         MULT-GEN-ENTRY(MULT-SOG-SUB).
077300     ADD 1 TO MULT-OUT-WRITE-COUNT.
077400     ADD 1 TO MULT-SOG-SUB.
077500 6000-EXIT.
077600     EXIT.
077700
077800*-----------------------------------------------------------------
077900* 7000-READ-ORDER - READ THE NEXT MULTSTO STANDING ORDER, FLAG EOF
078000*-----------------------------------------------------------------
078100 7000-READ-ORDER.
078200     READ MULT-STANDING-ORDER-FILE
078300         AT END
078400             SET MULT-STO-END-OF-FILE TO TRUE
078500         NOT AT END
078600             ADD 1 TO MULT-SOG-READ-COUNT
078700     END-READ.
078800 7000-EXIT.
078900     EXIT.
079000
079100*-----------------------------------------------------------------
079200* 7100-READ-CUSTOMER - READ THE NEXT MULTCST RECORD, FLAG EOF
079300*-----------------------------------------------------------------
079400 7100-READ-CUSTOMER.
079500     READ MULT-CUSTOMER-FILE
079600         AT END
079700             SET MULT-CST-END-OF-FILE TO TRUE
079800     END-READ.
079900 7100-EXIT.
080000     EXIT.
080100
080200*-----------------------------------------------------------------
080300* 7200-READ-PRODUCT - READ THE NEXT MULTPRD RECORD, FLAG EOF
080400*-----------------------------------------------------------------
080500 7200-READ-PRODUCT.
080600     READ MULT-PRODUCT-FILE
080700         AT END
080800             SET MULT-PRD-END-OF-FILE TO TRUE
080900     END-READ.
081000 7200-EXIT.
081100     EXIT.
081200
081300*-----------------------------------------------------------------
081400* 7250-READ-PRICE-SCHED - READ THE NEXT MULTPRH RECORD, FLAG EOF
081500*-----------------------------------------------------------------
081600 7250-READ-PRICE-SCHED.
081700     READ MULT-PRICE-SCHED-FILE
081800         AT END
081900             SET MULT-PRH-END-OF-FILE TO TRUE
082000     END-READ.
082100 7250-EXIT.
082200     EXIT.
082300
082400*-----------------------------------------------------------------
082500* 7300-READ-REGISTER - READ THE NEXT MULTSGR RECORD, FLAG EOF
082600*-----------------------------------------------------------------
082700 7300-READ-REGISTER.
082800     READ MULT-SGR-REGISTER-FILE
082900         AT END
083000             SET MULT-SGR-END-OF-FILE TO TRUE
083100     END-READ.
083200 7300-EXIT.
083300     EXIT.
083400
083500*-----------------------------------------------------------------
083600* 7400-READ-KEYED - READ THE NEXT KEYED MULTINK LINE, FLAG EOF
083700*-----------------------------------------------------------------
083800 7400-READ-KEYED.
083900     READ MULT-KEYED-FILE
084000         AT END
084100             SET MULT-KEY-END-OF-FILE TO TRUE
084200         NOT AT END
084300             ADD 1 TO MULT-SOG-KEYED-TALLY
084400     END-READ.
084500 7400-EXIT.
084600     EXIT.
084700
084800*-----------------------------------------------------------------
084900* 8000-FINALIZE - MERGE THE KEYED AND GENERATED LINES INTO MULTIN,
085000*                 REWRITE THE REGISTER, PRINT THE TOTALS AND CLOSE
085100*                 UP.  A SKIPPED ORDER LEAVES RETURN CODE 4 SO THE
085200*                 CLERK FOLLOWS IT UP.
085300*-----------------------------------------------------------------
085400 8000-FINALIZE.
085500     OPEN INPUT MULT-KEYED-FILE.
085600     OPEN OUTPUT MULT-TRANS-OUT-FILE.
085700     PERFORM 7400-READ-KEYED THRU 7400-EXIT.
085800     MOVE 1 TO MULT-SOG-SUB.
085900     PERFORM 6000-MERGE-ONE-LINE THRU 6000-EXIT
086000         UNTIL MULT-KEY-END-OF-FILE AND
086100               MULT-SOG-SUB > MULT-GEN-TABLE-COUNT.
086200     CLOSE MULT-KEYED-FILE.
086300     CLOSE MULT-TRANS-OUT-FILE.
086400     OPEN OUTPUT MULT-SGR-REGISTER-FILE.
086500     PERFORM 8100-WRITE-ONE-REGISTER THRU 8100-EXIT
086600         VARYING MULT-SOG-SUB FROM 1 BY 1
086700         UNTIL MULT-SOG-SUB > MULT-SGR-TABLE-COUNT.
086800     CLOSE MULT-SGR-REGISTER-FILE.
086900     MOVE MULT-SOG-GEN-TALLY TO MULT-SGO-GEN-COUNT.
087000     MOVE MULT-SOG-SKIP-TALLY TO MULT-SGO-SKIP-COUNT.
087100     MOVE MULT-SOG-KEYED-TALLY TO MULT-SGO-KEYED-COUNT.
087200     MOVE MULT-OUT-WRITE-COUNT TO MULT-SGO-OUT-COUNT.
087300     WRITE MULT-SGO-REPORT-RECORD FROM MULT-SGO-TOTAL-LINE.
087400     IF MULT-SOG-SKIP-TALLY > ZERO THEN
087500        MOVE 4 TO RETURN-CODE
087600     END-IF.
087700     CLOSE MULT-STANDING-ORDER-FILE.
087800     CLOSE MULT-SGO-REPORT-FILE.
087900 8000-EXIT.
088000     EXIT.
088100
088200*-----------------------------------------------------------------
088275* 8100-WRITE-ONE-REGISTER - WRITE ONE REGISTER RECORD BACK TO
088350*                           MULTSGR, DROPPING ONE WHOSE DUE DATE
088425*                           IS MORE THAN 62 DAYS BEFORE THE RUN
088500*                           DATE - NO ORDER CAN FALL DUE THAT FAR
088575*                           BACK - AND ONE REOPENED BY 1350 BUT
088650*                           NOT RE-MERGED, WHOSE LINE IS NO LONGER
088725*                           ON MULTIN
088800*-----------------------------------------------------------------
088900 8100-WRITE-ONE-REGISTER.
088950     IF MULT-SGR-TBL-RUN-DATE(MULT-SOG-SUB) = ZERO THEN
089000        GO TO 8100-EXIT
089050     END-IF.
089100     MOVE MULT-SGR-TBL-DUE-DATE(MULT-SOG-SUB) TO
089150         MULT-SOG-WORK-DATE-N.
089200     PERFORM 5000-DATE-TO-DAYS THRU 5000-EXIT.
089300     IF MULT-SOG-WORK-DAYS + 62 < MULT-SOG-RUN-DAYS THEN
089400        GO TO 8100-EXIT
089500     END-IF.
089600     MOVE MULT-SGR-ENTRY(MULT-SOG-SUB) TO MULT-SGR-RECORD.
089700     WRITE MULT-SGR-RECORD.
089800 8100-EXIT.
089900     EXIT.
090000
090100*-----------------------------------------------------------------
090200* 9000-WRITE-RUN-LOG - APPEND ONE START OR END RECORD TO THE
090300*                      SHARED CALCRLOG RUN LOG.  THE READ TALLY
090400*                      COVERS THE STANDING ORDERS; THE WRITE TALLY
090500*                      COVERS THE MULTIN LINES.
090600*-----------------------------------------------------------------
090700 9000-WRITE-RUN-LOG.
090800     OPEN EXTEND CALC-RUN-LOG-FILE.
090900     MOVE "MULTSTOGEN" TO CALC-RL-PROGRAM.
091000     MOVE MULT-RL-EVENT-CODE TO CALC-RL-EVENT.
091100     ACCEPT CALC-RL-DATE FROM DATE.
091200     ACCEPT CALC-RL-TIME FROM TIME.
091300     MOVE MULT-SOG-READ-COUNT TO CALC-RL-READ-COUNT.
091400     MOVE MULT-OUT-WRITE-COUNT TO CALC-RL-WRITE-COUNT.
091500     MOVE RETURN-CODE TO CALC-RL-RETURN-CODE.
091600     WRITE CALC-RUN-LOG-RECORD.
091700     CLOSE CALC-RUN-LOG-FILE.
091800 9000-EXIT.
091900     EXIT.
092000
092100 9999-EXIT.
092200     MOVE "E" TO MULT-RL-EVENT-CODE.
092300     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
092400     STOP RUN.
