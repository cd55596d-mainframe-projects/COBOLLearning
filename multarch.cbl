000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MULTINVARCH.
000300 AUTHOR. D WALKER.
000400 INSTALLATION. BILLING SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* DATE        INIT  DESCRIPTION
001100* ----------  ----  -------------------------------------------
001200* 10/15/2026  DW    NEW PROGRAM.  END-OF-DAY MULTINV ARCHIVER AND
001300*                   MULTINVC CONTROL-FILE MAINTENANCE, MODELED ON
001400*                   CALCARCHIVE.  THE SALES ANALYSIS NEEDS EVERY
001500*                   DAY'S INVOICE FEED, BUT MULTIPLY2VALUES
001600*                   REWRITES MULTINV EACH RUN.  THIS RUN COPIES
001700*                   MULTINV TO A RUN-DATE-STAMPED ARCHIVE NAME
001800*                   (MULTINV.D + YYMMDD), TRUNCATES THE DAILY
001900*                   MULTINV ONLY AFTER THE COPY COMPLETES, APPENDS
002000*                   THE ARCHIVE NAME TO MULTINVC, REFUSES A NAME
002100*                   ALREADY ON THE LIST (RETURN CODE 8, NOTHING
002200*                   TOUCHED), AND DROPS THE OLDEST ENTRIES PAST
002300*                   THE RETENTION BOUND - LONG ENOUGH TO COVER
002400*                   THIS YEAR AND ALL OF LAST YEAR, SO MULTSALES
002500*                   CAN COMPARE YEAR TO DATE WITH THE SAME PERIOD
002600*                   LAST YEAR.  AN OVERFULL MULTINVC ABORTS RETURN
002700*                   CODE 16 WITH MULTINV AND MULTINVC UNTOUCHED.
002800*                   RUNS AFTER MULTARPOST, THE LAST MULTINV
002900*                   READER, AND BEFORE MULTSALES.  APPENDS START
003000*                   AND END RECORDS TO THE SHARED CALCRLOG RUN LOG
003100*                   LIKE THE REST OF THE CYCLE.
003110* 10/15/2026  DW    CYCLE CONTROL GATE.  AT START THE PROGRAM NOW
003120*                   CHECKS ITS CALCCTL ROW AGAINST THE CYCLE'S
003130*                   CALCRLOG (COPY CALCGATE) AND REFUSES TO RUN -
003140*                   RETURN CODE 12 AND AN "R" RUN-LOG RECORD - IF
003150*                   A PREDECESSOR HAS NOT ENDED WITHIN ITS
003160*                   RETURN-CODE LIMIT AND IS NOT MARKED FOR
003170*                   BYPASS, OR IF IT HAS ALREADY RUN THIS CYCLE
003180*                   AND IS NOT MARKED FOR RERUN BY CALCCYCMARK.
003200*-----------------------------------------------------------------
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT MULT-INVOICE-FILE ASSIGN TO "MULTINV"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900
004000     SELECT MULT-ARCHIVE-FILE ASSIGN USING MULT-ARC-FILENAME
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200
004300     SELECT OPTIONAL MULT-INV-CONTROL-FILE ASSIGN TO "MULTINVC"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500
004600     SELECT OPTIONAL CALC-RUN-LOG-FILE ASSIGN TO "CALCRLOG"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004710
004720     SELECT OPTIONAL CALC-CONTROL-FILE ASSIGN TO "CALCCTL"
004730         ORGANIZATION IS LINE SEQUENTIAL.
004740
004750     SELECT OPTIONAL CALC-CYCLE-ACTION-FILE ASSIGN TO "CALCCACT"
004760         ORGANIZATION IS LINE SEQUENTIAL.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  MULT-INVOICE-FILE.
005200 COPY MULTINV.
005300
005400*    IMAGE COPY OF THE MULT-INVOICE-RECORD - A SECOND COPY OF
005500*    MULTINV.CPY WOULD DUPLICATE ITS DATA NAMES, SO THE ARCHIVE
005600*    RECORD IS A PLAIN BUFFER OF THE SAME 66-BYTE LENGTH.
005700 FD  MULT-ARCHIVE-FILE.
005800 01  MULT-ARC-RECORD            PIC X(66).
005900
006000 FD  MULT-INV-CONTROL-FILE.
006100 COPY MULTINVC.
006200
006300 FD  CALC-RUN-LOG-FILE.
006400 COPY CALCRLG.
006410
006420 FD  CALC-CONTROL-FILE.
006430 COPY CALCCTL.
006440
006450 FD  CALC-CYCLE-ACTION-FILE.
006460 COPY CALCCAC.
006500
006600 WORKING-STORAGE SECTION.
006700 77  MULT-INV-EOF-SWITCH    PIC X(01) VALUE "N".
006800     88  MULT-INV-END-OF-FILE             VALUE "Y".
006900 77  MULT-IVC-EOF-SWITCH    PIC X(01) VALUE "N".
007000     88  MULT-IVC-END-OF-FILE             VALUE "Y".
007100 77  MULT-ARC-DUP-SWITCH    PIC X(01) VALUE "N".
007200     88  MULT-ARC-DUPLICATE-NAME          VALUE "Y".
007300 77  MULT-ARC-FULL-SWITCH   PIC X(01) VALUE "N".
007400     88  MULT-ARC-LIST-OVERFULL           VALUE "Y".
007500 77  MULT-ARC-READ-COUNT    PIC 9(07) COMP VALUE ZERO.
007600 77  MULT-ARC-WRITE-COUNT   PIC 9(07) COMP VALUE ZERO.
007700*    RETENTION IS EXPRESSED AS MULTINVC ENTRIES - ONE IS APPENDED
007800*    PER DAILY RUN, SO THE BOUND IS IN EFFECT A DAY COUNT.  THE
007900*    OLDEST ENTRIES FALL OFF THE FRONT OF THE LIST.  800 COVERS
008000*    ALL OF THIS YEAR AND LAST YEAR EVEN WHEN THE CYCLE RUNS EVERY
008100*    DAY OF THE YEAR.
008200 77  MULT-ARC-RETAIN-MAX    PIC 9(03) VALUE 800.
008300 77  MULT-ARC-TABLE-MAX     PIC 9(03) VALUE 900.
008400 77  MULT-ARC-TABLE-COUNT   PIC 9(03) COMP VALUE ZERO.
008500 77  MULT-ARC-SUB           PIC 9(03) COMP VALUE ZERO.
008600 77  MULT-ARC-DROP-COUNT    PIC 9(03) COMP VALUE ZERO.
008700 77  MULT-ARC-FILENAME      PIC X(30) VALUE SPACES.
008800 77  MULT-RL-EVENT-CODE     PIC X(01) VALUE SPACE.
008900 01  MULT-ARC-NAME-BUILD.
009000     05  FILLER                 PIC X(09) VALUE "MULTINV.D".
009100     05  MULT-ARC-NB-YY         PIC 99.
009200     05  MULT-ARC-NB-MM         PIC 99.
009300     05  MULT-ARC-NB-DD         PIC 99.
009400     05  FILLER                 PIC X(15) VALUE SPACES.
009500 01  MULT-ARC-RUN-DATE.
009600     05  MULT-ARC-RD-YY         PIC 99.
009700     05  MULT-ARC-RD-MM         PIC 99.
009800     05  MULT-ARC-RD-DD         PIC 99.
009900 01  MULT-ARC-NAME-TABLE.
010000     05  MULT-ARC-NAME-ENTRY OCCURS 1 TO 900 TIMES
010100             DEPENDING ON MULT-ARC-TABLE-COUNT.
010200         10  MULT-ARC-TBL-NAME      PIC X(30).
010210 COPY CALCGTW.
010300
010400 PROCEDURE DIVISION.
010500*-----------------------------------------------------------------
010600* 0000-MAINLINE - THE DUPLICATE CHECK COMES BEFORE THE COPY, SO A
010700*                 RERUN OF AN ALREADY-ARCHIVED DAY TOUCHES NEITHER
010800*                 MULTINV NOR THE CONTROL LIST.
010900*-----------------------------------------------------------------
011000 0000-MAINLINE.
011010     MOVE "MULTINVARCH" TO CALC-GT-PROGRAM.
011020     PERFORM 0100-CHECK-CYCLE-GATE THRU 0100-EXIT.
011030     IF CALC-GT-REFUSED THEN
011040        MOVE "R" TO MULT-RL-EVENT-CODE
011050        PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
011060        STOP RUN
011070     END-IF.
011100     MOVE "S" TO MULT-RL-EVENT-CODE.
011200     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
011300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011400     IF MULT-ARC-LIST-OVERFULL THEN
011500        DISPLAY "MULTINVC EXCEEDS " MULT-ARC-TABLE-MAX
011600            " ENTRIES - CONTROL FILE SUSPECT, RUN ABORTED"
011700        DISPLAY "MULTINV AND MULTINVC LEFT UNTOUCHED"
011800        MOVE 16 TO RETURN-CODE
011900        GO TO 9999-EXIT
012000     END-IF.
012100     IF MULT-ARC-DUPLICATE-NAME THEN
012200        DISPLAY "ARCHIVE NAME " MULT-ARC-FILENAME
012300            " ALREADY ON MULTINVC - RUN REFUSED"
012400        MOVE 8 TO RETURN-CODE
012500        GO TO 9999-EXIT
012600     END-IF.
012700     PERFORM 2000-COPY-ONE-RECORD THRU 2000-EXIT
012800         UNTIL MULT-INV-END-OF-FILE.
012900     PERFORM 8000-FINALIZE THRU 8000-EXIT.
013000     GO TO 9999-EXIT.
013010
013020 COPY CALCGATE.
013100
013200*-----------------------------------------------------------------
013300* 1000-INITIALIZE - BUILD THE DATED ARCHIVE NAME, LOAD THE WHOLE
013400*                   MULTINVC LIST INTO THE TABLE, AND CHECK THE
013500*                   NEW NAME AGAINST IT BEFORE ANYTHING IS OPENED
013600*                   FOR OUTPUT
013700*-----------------------------------------------------------------
013800 1000-INITIALIZE.
013900     ACCEPT MULT-ARC-RUN-DATE FROM DATE.
014000     MOVE MULT-ARC-RD-YY TO MULT-ARC-NB-YY.
014100     MOVE MULT-ARC-RD-MM TO MULT-ARC-NB-MM.
014200     MOVE MULT-ARC-RD-DD TO MULT-ARC-NB-DD.
014300     MOVE MULT-ARC-NAME-BUILD TO MULT-ARC-FILENAME.
014400     OPEN INPUT MULT-INV-CONTROL-FILE.
014500     PERFORM 7100-READ-CONTROL THRU 7100-EXIT.
014600     PERFORM 1100-LOAD-ONE-NAME THRU 1100-EXIT
014700         UNTIL MULT-IVC-END-OF-FILE.
014800     CLOSE MULT-INV-CONTROL-FILE.
014900     PERFORM 1200-CHECK-DUPLICATE THRU 1200-EXIT
015000         VARYING MULT-ARC-SUB FROM 1 BY 1
015100         UNTIL MULT-ARC-SUB > MULT-ARC-TABLE-COUNT.
015200     IF NOT MULT-ARC-DUPLICATE-NAME
015300        AND NOT MULT-ARC-LIST-OVERFULL THEN
015400        OPEN INPUT MULT-INVOICE-FILE
015500        OPEN OUTPUT MULT-ARCHIVE-FILE
015600        PERFORM 7000-READ-INVOICE THRU 7000-EXIT
015700     END-IF.
015800 1000-EXIT.
015900     EXIT.
016000
016100*-----------------------------------------------------------------
016200* 1100-LOAD-ONE-NAME - ADD ONE MULTINVC ENTRY TO THE TABLE.  AN
016300*                      ENTRY PAST MULT-ARC-TABLE-MAX MARKS THE
016400*                      LIST OVERFULL - THE RUN ABORTS RATHER THAN
016500*                      REWRITE MULTINVC FROM A TRUNCATED TABLE
016600*-----------------------------------------------------------------
016700 1100-LOAD-ONE-NAME.
016800     IF MULT-ARC-TABLE-COUNT < MULT-ARC-TABLE-MAX THEN
016900        ADD 1 TO MULT-ARC-TABLE-COUNT
017000        MOVE MULT-IVC-FILENAME TO
017100            MULT-ARC-TBL-NAME(MULT-ARC-TABLE-COUNT)
017200        PERFORM 7100-READ-CONTROL THRU 7100-EXIT
017300     ELSE
017400        SET MULT-ARC-LIST-OVERFULL TO TRUE
017500        SET MULT-IVC-END-OF-FILE TO TRUE
017600     END-IF.
017700 1100-EXIT.
017800     EXIT.
017900
018000*-----------------------------------------------------------------
018100* 1200-CHECK-DUPLICATE - COMPARE ONE LOADED NAME AGAINST THE NAME
018200*                        THIS RUN WOULD ADD
018300*-----------------------------------------------------------------
018400 1200-CHECK-DUPLICATE.
018500     IF MULT-ARC-TBL-NAME(MULT-ARC-SUB) = MULT-ARC-FILENAME THEN
018600        SET MULT-ARC-DUPLICATE-NAME TO TRUE
018700     END-IF.
018800 1200-EXIT.
018900     EXIT.
019000
019100*-----------------------------------------------------------------
019200* 2000-COPY-ONE-RECORD - COPY ONE MULTINV RECORD TO THE DATED
019300*                        ARCHIVE FILE
019400*-----------------------------------------------------------------
019500 2000-COPY-ONE-RECORD.
019600     ADD 1 TO MULT-ARC-READ-COUNT.
019700     WRITE MULT-ARC-RECORD FROM MULT-INVOICE-RECORD.
019800     ADD 1 TO MULT-ARC-WRITE-COUNT.
019900     PERFORM 7000-READ-INVOICE THRU 7000-EXIT.
020000 2000-EXIT.
020100     EXIT.
020200
020300*-----------------------------------------------------------------
020400* 7000-READ-INVOICE - READ THE NEXT MULTINV RECORD, FLAG EOF
020500*-----------------------------------------------------------------
020600 7000-READ-INVOICE.
020700     READ MULT-INVOICE-FILE
020800         AT END
020900             SET MULT-INV-END-OF-FILE TO TRUE
021000     END-READ.
021100 7000-EXIT.
021200     EXIT.
021300
021400*-----------------------------------------------------------------
021500* 7100-READ-CONTROL - READ THE NEXT MULTINVC ENTRY, FLAG EOF
021600*-----------------------------------------------------------------
021700 7100-READ-CONTROL.
021800     READ MULT-INV-CONTROL-FILE
021900         AT END
022000             SET MULT-IVC-END-OF-FILE TO TRUE
022100     END-READ.
022200 7100-EXIT.
022300     EXIT.
022400
022500*-----------------------------------------------------------------
022600* 8000-FINALIZE - CLOSE THE COPY, TRUNCATE THE DAILY MULTINV NOW
022700*                 THAT THE ARCHIVE HOLDS IT, APPEND THE NEW NAME,
022800*                 ENFORCE RETENTION, AND REWRITE MULTINVC FROM THE
022900*                 TABLE
023000*-----------------------------------------------------------------
023100 8000-FINALIZE.
023200     CLOSE MULT-INVOICE-FILE.
023300     CLOSE MULT-ARCHIVE-FILE.
023400     IF MULT-ARC-WRITE-COUNT NOT = MULT-ARC-READ-COUNT THEN
023500        DISPLAY "MULTINVARCH COPY COUNT MISMATCH - READ "
023600            MULT-ARC-READ-COUNT " WROTE " MULT-ARC-WRITE-COUNT
023700        DISPLAY "MULTINV LEFT IN PLACE - ABORTING"
023800        MOVE 16 TO RETURN-CODE
023900        GO TO 8000-EXIT
024000     END-IF.
024100     IF MULT-ARC-TABLE-COUNT NOT LESS THAN MULT-ARC-TABLE-MAX THEN
024200        DISPLAY "MULT-ARC-NAME-TABLE AT BOUND - CANNOT APPEND "
024300            MULT-ARC-FILENAME
024400        DISPLAY "MULTINV AND MULTINVC LEFT UNTOUCHED - ABORTING"
024500        MOVE 16 TO RETURN-CODE
024600        GO TO 8000-EXIT
024700     END-IF.
024800     OPEN OUTPUT MULT-INVOICE-FILE.
024900     CLOSE MULT-INVOICE-FILE.
025000     ADD 1 TO MULT-ARC-TABLE-COUNT.
025100     MOVE MULT-ARC-FILENAME TO
025200         MULT-ARC-TBL-NAME(MULT-ARC-TABLE-COUNT).
025300     PERFORM 8100-ENFORCE-RETENTION THRU 8100-EXIT.
025400     OPEN OUTPUT MULT-INV-CONTROL-FILE.
025500     PERFORM 8200-WRITE-ONE-NAME THRU 8200-EXIT
025600         VARYING MULT-ARC-SUB FROM 1 BY 1
025700         UNTIL MULT-ARC-SUB > MULT-ARC-TABLE-COUNT.
025800     CLOSE MULT-INV-CONTROL-FILE.
025900     DISPLAY "MULTINVARCH - RECORDS ARCHIVED: "
026000         MULT-ARC-WRITE-COUNT " TO " MULT-ARC-FILENAME.
026100     IF MULT-ARC-DROP-COUNT > ZERO THEN
026200        DISPLAY "MULTINVARCH - RETENTION DROPPED "
026300            MULT-ARC-DROP-COUNT " OLDEST MULTINVC ENTRIES"
026400     END-IF.
026500 8000-EXIT.
026600     EXIT.
026700
026800*-----------------------------------------------------------------
026900* 8100-ENFORCE-RETENTION - DROP OLDEST ENTRIES OFF THE FRONT OF
027000*                          THE LIST UNTIL IT FITS THE RETENTION
027100*                          BOUND.  ENTRIES ARE APPENDED IN RUN
027200*                          ORDER, SO THE FRONT IS ALWAYS OLDEST.
027300*-----------------------------------------------------------------
027400 8100-ENFORCE-RETENTION.
027500     PERFORM 8110-DROP-OLDEST-NAME THRU 8110-EXIT
027600         UNTIL MULT-ARC-TABLE-COUNT NOT GREATER THAN
027700             MULT-ARC-RETAIN-MAX.
027800 8100-EXIT.
027900     EXIT.
028000
028100*-----------------------------------------------------------------
028200* 8110-DROP-OLDEST-NAME - SHIFT THE LIST UP ONE, DISCARDING THE
028300*                         FRONT ENTRY
028400*-----------------------------------------------------------------
028500 8110-DROP-OLDEST-NAME.
028600     PERFORM 8120-SHIFT-ONE-NAME THRU 8120-EXIT
028700         VARYING MULT-ARC-SUB FROM 1 BY 1
028800         UNTIL MULT-ARC-SUB NOT LESS THAN MULT-ARC-TABLE-COUNT.
028900     SUBTRACT 1 FROM MULT-ARC-TABLE-COUNT.
029000     ADD 1 TO MULT-ARC-DROP-COUNT.
029100 8110-EXIT.
029200     EXIT.
029300
029400*-----------------------------------------------------------------
029500* 8120-SHIFT-ONE-NAME - PULL THE NEXT ENTRY UP INTO THIS SLOT
029600*-----------------------------------------------------------------
029700 8120-SHIFT-ONE-NAME.
029800     MOVE MULT-ARC-TBL-NAME(MULT-ARC-SUB + 1) TO
029900         MULT-ARC-TBL-NAME(MULT-ARC-SUB).
030000 8120-EXIT.
030100     EXIT.
030200
030300*-----------------------------------------------------------------
030400* 8200-WRITE-ONE-NAME - WRITE ONE TABLE ENTRY BACK TO MULTINVC
030500*-----------------------------------------------------------------
030600 8200-WRITE-ONE-NAME.
030700     MOVE MULT-ARC-TBL-NAME(MULT-ARC-SUB) TO MULT-IVC-FILENAME.
030800     WRITE MULT-INV-CONTROL-RECORD.
030900 8200-EXIT.
031000     EXIT.
031100
031200*-----------------------------------------------------------------
031300* 9000-WRITE-RUN-LOG - APPEND ONE START OR END RECORD TO THE
031400*                      SHARED CALCRLOG RUN LOG.  THE TALLIES COVER
031500*                      THE MULTINV RECORDS COPIED TO THE ARCHIVE.
031600*-----------------------------------------------------------------
031700 9000-WRITE-RUN-LOG.
031800     OPEN EXTEND CALC-RUN-LOG-FILE.
031900     MOVE "MULTINVARCH" TO CALC-RL-PROGRAM.
032000     MOVE MULT-RL-EVENT-CODE TO CALC-RL-EVENT.
032100     ACCEPT CALC-RL-DATE FROM DATE.
032200     ACCEPT CALC-RL-TIME FROM TIME.
032300     MOVE MULT-ARC-READ-COUNT TO CALC-RL-READ-COUNT.
032400     MOVE MULT-ARC-WRITE-COUNT TO CALC-RL-WRITE-COUNT.
032500     MOVE RETURN-CODE TO CALC-RL-RETURN-CODE.
032600     WRITE CALC-RUN-LOG-RECORD.
032700     CLOSE CALC-RUN-LOG-FILE.
032800 9000-EXIT.
032900     EXIT.
033000
033100 9999-EXIT.
033200     MOVE "E" TO MULT-RL-EVENT-CODE.
033300     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
033400     STOP RUN.
