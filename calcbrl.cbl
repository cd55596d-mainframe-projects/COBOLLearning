000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CALCBATCHLIST.
000300 AUTHOR. D WALKER.
000400 INSTALLATION. BILLING SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* DATE        INIT  DESCRIPTION
001100* ----------  ----  -------------------------------------------
001200* 10/15/2026  DW    NEW PROGRAM.  LISTS THE CALCBREG BATCH
001300*                   REGISTRY Iteration-If APPENDS TO FOR EVERY
001400*                   CALCIN BATCH IT POSTS: ONE LINE PER BATCH IN
001500*                   THE ORDER POSTED, WITH ITS RUN DATE AND TIME
001600*                   AND THE TRAILER COUNT AND HASH, THEN A LINE
001700*                   PER SUBMITTER WITH ITS BATCH COUNT, LAST BATCH
001800*                   NUMBER AND RECORDS POSTED.  A BATCH THAT IS
001900*                   NOT ONE PAST ITS SUBMITTER'S PREVIOUS BATCH
002000*                   CAN ONLY MEAN THE REGISTRY WAS EDITED BY HAND;
002100*                   IT IS FLAGGED OUT OF SEQUENCE AND THE RUN
002200*                   ENDS WITH RETURN CODE 4, AS IT DOES WHEN THE
002300*                   SUBMITTER TABLE FILLS.  APPENDS START AND END
002400*                   RECORDS TO THE SHARED CALCRLOG RUN LOG LIKE
002500*                   THE REST OF THE CYCLE.
002510* 10/15/2026  DW    THE SUBMITTER SEARCH IS SKIPPED WHILE THE
002520*                   TABLE IS EMPTY, AS IT IS FOR THE FIRST BATCH
002530*                   ON THE REGISTRY.
002600*-----------------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPTIONAL CALC-BATCH-REGISTRY-FILE ASSIGN TO "CALCBREG"
003200         ORGANIZATION IS LINE SEQUENTIAL.
003300
003400     SELECT CALC-BATCH-LIST-FILE ASSIGN TO "CALCBRLR"
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600
003700     SELECT OPTIONAL CALC-RUN-LOG-FILE ASSIGN TO "CALCRLOG"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CALC-BATCH-REGISTRY-FILE.
004300 COPY CALCBRG.
004400
004500 FD  CALC-BATCH-LIST-FILE
004600             RECORD CONTAINS 80 CHARACTERS.
004700 01  CALC-BATCH-LIST-RECORD     PIC X(80).
004800
004900 FD  CALC-RUN-LOG-FILE.
005000 COPY CALCRLG.
005100
005200 WORKING-STORAGE SECTION.
005300 77  CALC-BRG-EOF-SWITCH    PIC X(01) VALUE "N".
005400     88  CALC-BRG-END-OF-FILE             VALUE "Y".
005500 77  CALC-BRL-FOUND-SWITCH  PIC X(01) VALUE "N".
005600     88  CALC-BRL-SUBMITTER-FOUND         VALUE "Y".
005700 77  CALC-BRL-TABLE-MAX     PIC 9(03) VALUE 200.
005800 77  CALC-BRL-TABLE-COUNT   PIC 9(03) COMP VALUE ZERO.
005900 77  CALC-BRL-SUB           PIC 9(03) COMP VALUE ZERO.
006000 77  CALC-BRL-EXPECTED-NO   PIC 9(08) VALUE ZERO.
006100 77  CALC-BRL-READ-COUNT    PIC 9(07) COMP VALUE ZERO.
006200 77  CALC-BRL-SEQ-COUNT     PIC 9(07) COMP VALUE ZERO.
006300 77  CALC-BRL-RECORD-TOTAL  PIC 9(09) COMP VALUE ZERO.
006400 77  CALC-RL-EVENT-CODE     PIC X(01) VALUE SPACE.
006500 77  CALC-OUT-WRITE-COUNT   PIC 9(07) COMP VALUE ZERO.
006600 01  CALC-BRL-TABLE.
006700     05  CALC-BRL-ENTRY OCCURS 1 TO 200 TIMES
006800             DEPENDING ON CALC-BRL-TABLE-COUNT
006900             INDEXED BY CALC-BRL-INDEX.
007000         10  CALC-BRL-TBL-SUBMITTER PIC X(08).
007100         10  CALC-BRL-TBL-BATCHES   PIC 9(07) COMP.
007200         10  CALC-BRL-TBL-LAST-NO   PIC 9(08).
007300         10  CALC-BRL-TBL-LAST-DATE PIC 9(06).
007400         10  CALC-BRL-TBL-RECORDS   PIC 9(09) COMP.
007500 01  CALC-BRL-RUN-DATE.
007600     05  CALC-BRL-RD-YY         PIC 99.
007700     05  CALC-BRL-RD-MM         PIC 99.
007800     05  CALC-BRL-RD-DD         PIC 99.
007900 01  CALC-BRL-WORK-DATE.
008000     05  CALC-BRL-WD-YY         PIC 99.
008100     05  CALC-BRL-WD-MM         PIC 99.
008200     05  CALC-BRL-WD-DD         PIC 99.
008300 01  CALC-BRL-WORK-TIME.
008400     05  CALC-BRL-WT-HH         PIC 99.
008500     05  CALC-BRL-WT-MM         PIC 99.
008600     05  CALC-BRL-WT-SS         PIC 99.
008700     05  CALC-BRL-WT-CC         PIC 99.
008800 COPY CALCBRL.
008900
009000 PROCEDURE DIVISION.
009100*-----------------------------------------------------------------
009200* 0000-MAINLINE
009300*-----------------------------------------------------------------
009400 0000-MAINLINE.
009500     MOVE "S" TO CALC-RL-EVENT-CODE.
009600     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
009700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009800     PERFORM 2000-LIST-ONE-BATCH THRU 2000-EXIT
009900         UNTIL CALC-BRG-END-OF-FILE.
010000     PERFORM 8000-FINALIZE THRU 8000-EXIT.
010100     GO TO 9999-EXIT.
010200
010300*-----------------------------------------------------------------
010400* 1000-INITIALIZE - OPEN FILES, PRINT THE HEADING AND COLUMN
010500*                   LINES, PRIME THE REGISTRY READ
010600*-----------------------------------------------------------------
010700 1000-INITIALIZE.
010800     OPEN INPUT CALC-BATCH-REGISTRY-FILE.
010900     OPEN OUTPUT CALC-BATCH-LIST-FILE.
011000     ACCEPT CALC-BRL-RUN-DATE FROM DATE.
011100     MOVE CALC-BRL-RD-MM TO CALC-BRH-DATE-MM.
011200     MOVE CALC-BRL-RD-DD TO CALC-BRH-DATE-DD.
011300     MOVE CALC-BRL-RD-YY TO CALC-BRH-DATE-YY.
011400     MOVE CALC-BRL-HEADING-LINE TO CALC-BATCH-LIST-RECORD.
011500     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
011600     MOVE SPACES TO CALC-BATCH-LIST-RECORD.
011700     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
011800     MOVE CALC-BRL-COLUMN-LINE TO CALC-BATCH-LIST-RECORD.
011900     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
012000     PERFORM 7000-READ-REGISTRY THRU 7000-EXIT.
012100 1000-EXIT.
012200     EXIT.
012300
012400*-----------------------------------------------------------------
012500* 2000-LIST-ONE-BATCH - PRINT ONE REGISTERED BATCH AND ROLL IT
012600*                       INTO ITS SUBMITTER'S SUMMARY ROW.  A BATCH
012700*                       NOT ONE PAST THE SUBMITTER'S PREVIOUS
012800*                       BATCH (OR A FIRST BATCH NOT NUMBERED 1) IS
012900*                       FLAGGED OUT OF SEQUENCE.
013000*-----------------------------------------------------------------
013100 2000-LIST-ONE-BATCH.
013200     ADD 1 TO CALC-BRL-READ-COUNT.
013300     ADD CALC-BRG-COUNT TO CALC-BRL-RECORD-TOTAL.
013400     MOVE SPACES TO CALC-BRD-FLAG.
013500     PERFORM 2100-FIND-SUBMITTER THRU 2100-EXIT.
013600     IF CALC-BRL-SUBMITTER-FOUND THEN
013700        ADD 1 TO CALC-BRL-TBL-LAST-NO(CALC-BRL-SUB)
013800            GIVING CALC-BRL-EXPECTED-NO
013900        IF CALC-BRG-BATCH-NO NOT = CALC-BRL-EXPECTED-NO THEN
014000           MOVE "OUT OF SEQ" TO CALC-BRD-FLAG
014100        END-IF
014200        ADD 1 TO CALC-BRL-TBL-BATCHES(CALC-BRL-SUB)
014300        IF CALC-BRG-BATCH-NO
014400               > CALC-BRL-TBL-LAST-NO(CALC-BRL-SUB) THEN
014500           MOVE CALC-BRG-BATCH-NO
014600               TO CALC-BRL-TBL-LAST-NO(CALC-BRL-SUB)
014700        END-IF
014800        MOVE CALC-BRG-RUN-DATE
014900            TO CALC-BRL-TBL-LAST-DATE(CALC-BRL-SUB)
015000        ADD CALC-BRG-COUNT TO CALC-BRL-TBL-RECORDS(CALC-BRL-SUB)
015100     END-IF.
015200     IF CALC-BRD-FLAG NOT = SPACES THEN
015300        ADD 1 TO CALC-BRL-SEQ-COUNT
015400        PERFORM 7900-SET-WARNING THRU 7900-EXIT
015500     END-IF.
015600     MOVE CALC-BRG-SUBMITTER TO CALC-BRD-SUBMITTER.
015700     MOVE CALC-BRG-BATCH-NO TO CALC-BRD-BATCH-NO.
015800     MOVE CALC-BRG-RUN-DATE TO CALC-BRL-WORK-DATE.
015900     MOVE CALC-BRL-WD-MM TO CALC-BRD-DATE-MM.
016000     MOVE CALC-BRL-WD-DD TO CALC-BRD-DATE-DD.
016100     MOVE CALC-BRL-WD-YY TO CALC-BRD-DATE-YY.
016200     MOVE CALC-BRG-RUN-TIME TO CALC-BRL-WORK-TIME.
016300     MOVE CALC-BRL-WT-HH TO CALC-BRD-TIME-HH.
016400     MOVE CALC-BRL-WT-MM TO CALC-BRD-TIME-MM.
016500     MOVE CALC-BRL-WT-SS TO CALC-BRD-TIME-SS.
016600     MOVE CALC-BRG-COUNT TO CALC-BRD-COUNT.
016700     MOVE CALC-BRG-HASH TO CALC-BRD-HASH.
016800     MOVE CALC-BRL-DETAIL-LINE TO CALC-BATCH-LIST-RECORD.
016900     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
017000     PERFORM 7000-READ-REGISTRY THRU 7000-EXIT.
017100 2000-EXIT.
017200     EXIT.
017300
017400*-----------------------------------------------------------------
017500* 2100-FIND-SUBMITTER - LOOK UP THE BATCH'S SUBMITTER IN
017600*                       CALC-BRL-TABLE, ADDING A NEW ROW FOR ITS
017700*                       FIRST BATCH.  A FIRST BATCH IS CHECKED
017800*                       HERE AGAINST NUMBER 1.  WHEN THE TABLE IS
017900*                       FULL THE SUBMITTER IS LEFT OFF THE
018000*                       SUMMARY.
018100*-----------------------------------------------------------------
018200 2100-FIND-SUBMITTER.
018300     MOVE "N" TO CALC-BRL-FOUND-SWITCH.
018383     IF CALC-BRL-TABLE-COUNT > ZERO THEN
018466        SET CALC-BRL-INDEX TO 1
018549        SEARCH CALC-BRL-ENTRY
018632           AT END
018715              CONTINUE
018798           WHEN CALC-BRL-TBL-SUBMITTER(CALC-BRL-INDEX)
018881                   = CALC-BRG-SUBMITTER
018964              SET CALC-BRL-SUBMITTER-FOUND TO TRUE
019047              SET CALC-BRL-SUB TO CALC-BRL-INDEX
019130        END-SEARCH
019213     END-IF.
019300     IF CALC-BRL-SUBMITTER-FOUND THEN
019400        GO TO 2100-EXIT
019500     END-IF.
019600     IF CALC-BRG-BATCH-NO NOT = 1 THEN
019700        MOVE "OUT OF SEQ" TO CALC-BRD-FLAG
019800     END-IF.
019900     IF CALC-BRL-TABLE-COUNT < CALC-BRL-TABLE-MAX THEN
020000        ADD 1 TO CALC-BRL-TABLE-COUNT
020100        MOVE CALC-BRL-TABLE-COUNT TO CALC-BRL-SUB
020200        MOVE CALC-BRG-SUBMITTER
020300            TO CALC-BRL-TBL-SUBMITTER(CALC-BRL-SUB)
020400        MOVE 1 TO CALC-BRL-TBL-BATCHES(CALC-BRL-SUB)
020500        MOVE CALC-BRG-BATCH-NO
020600            TO CALC-BRL-TBL-LAST-NO(CALC-BRL-SUB)
020700        MOVE CALC-BRG-RUN-DATE
020800            TO CALC-BRL-TBL-LAST-DATE(CALC-BRL-SUB)
020900        MOVE CALC-BRG-COUNT TO CALC-BRL-TBL-RECORDS(CALC-BRL-SUB)
021000     ELSE
021100        DISPLAY "CALC-BRL-TABLE FULL - DISCARDING SUBMITTER "
021200            CALC-BRG-SUBMITTER
021300        PERFORM 7900-SET-WARNING THRU 7900-EXIT
021400     END-IF.
021500 2100-EXIT.
021600     EXIT.
021700
021800*-----------------------------------------------------------------
021900* 3000-PRINT-SUMMARY - ONE LINE PER SUBMITTER, IN ORDER OF ITS
022000*                      FIRST BATCH ON THE REGISTRY
022100*-----------------------------------------------------------------
022200 3000-PRINT-SUMMARY.
022300     MOVE SPACES TO CALC-BATCH-LIST-RECORD.
022400     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
022500     MOVE CALC-BRL-SUMMARY-TITLE-LINE TO CALC-BATCH-LIST-RECORD.
022600     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
022700     MOVE CALC-BRL-SUMMARY-COLUMN-LINE TO CALC-BATCH-LIST-RECORD.
022800     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
022900     PERFORM 3100-PRINT-ONE-SUBMITTER THRU 3100-EXIT
023000         VARYING CALC-BRL-SUB FROM 1 BY 1
023100         UNTIL CALC-BRL-SUB > CALC-BRL-TABLE-COUNT.
023200 3000-EXIT.
023300     EXIT.
023400
023500*-----------------------------------------------------------------
023600* 3100-PRINT-ONE-SUBMITTER - PRINT ONE SUBMITTER'S SUMMARY LINE
023700*-----------------------------------------------------------------
023800 3100-PRINT-ONE-SUBMITTER.
023900     MOVE CALC-BRL-TBL-SUBMITTER(CALC-BRL-SUB)
024000         TO CALC-BRS-SUBMITTER.
024100     MOVE CALC-BRL-TBL-BATCHES(CALC-BRL-SUB) TO CALC-BRS-BATCHES.
024200     MOVE CALC-BRL-TBL-LAST-NO(CALC-BRL-SUB)
024300         TO CALC-BRS-LAST-BATCH.
024400     MOVE CALC-BRL-TBL-LAST-DATE(CALC-BRL-SUB)
024500         TO CALC-BRL-WORK-DATE.
024600     MOVE CALC-BRL-WD-MM TO CALC-BRS-DATE-MM.
024700     MOVE CALC-BRL-WD-DD TO CALC-BRS-DATE-DD.
024800     MOVE CALC-BRL-WD-YY TO CALC-BRS-DATE-YY.
024900     MOVE CALC-BRL-TBL-RECORDS(CALC-BRL-SUB) TO CALC-BRS-RECORDS.
025000     MOVE CALC-BRL-SUMMARY-LINE TO CALC-BATCH-LIST-RECORD.
025100     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
025200 3100-EXIT.
025300     EXIT.
025400
025500*-----------------------------------------------------------------
025600* 7000-READ-REGISTRY - READ THE NEXT CALCBREG RECORD, FLAG EOF
025700*-----------------------------------------------------------------
025800 7000-READ-REGISTRY.
025900     READ CALC-BATCH-REGISTRY-FILE
026000         AT END
026100             SET CALC-BRG-END-OF-FILE TO TRUE
026200     END-READ.
026300 7000-EXIT.
026400     EXIT.
026500
026600*-----------------------------------------------------------------
026700* 7100-WRITE-LINE - WRITE THE PREPARED LISTING LINE AND COUNT IT
026800*-----------------------------------------------------------------
026900 7100-WRITE-LINE.
027000     WRITE CALC-BATCH-LIST-RECORD.
027100     ADD 1 TO CALC-OUT-WRITE-COUNT.
027200 7100-EXIT.
027300     EXIT.
027400
027500*-----------------------------------------------------------------
027600* 7900-SET-WARNING - RAISE THE RETURN CODE TO 4 UNLESS SOMETHING
027700*                    WORSE HAS ALREADY SET IT HIGHER
027800*-----------------------------------------------------------------
027900 7900-SET-WARNING.
028000     IF RETURN-CODE < 4 THEN
028100        MOVE 4 TO RETURN-CODE
028200     END-IF.
028300 7900-EXIT.
028400     EXIT.
028500
028600*-----------------------------------------------------------------
028700* 8000-FINALIZE - PRINT THE SUBMITTER SUMMARY AND THE LISTING
028800*                 TOTALS, CLOSE UP
028900*-----------------------------------------------------------------
029000 8000-FINALIZE.
029100     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
029200     MOVE SPACES TO CALC-BATCH-LIST-RECORD.
029300     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
029400     MOVE "BATCHES REGISTERED:" TO CALC-BRT-LABEL.
029500     MOVE CALC-BRL-READ-COUNT TO CALC-BRT-COUNT.
029600     MOVE CALC-BRL-TOTAL-LINE TO CALC-BATCH-LIST-RECORD.
029700     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
029800     MOVE "SUBMITTERS:" TO CALC-BRT-LABEL.
029900     MOVE CALC-BRL-TABLE-COUNT TO CALC-BRT-COUNT.
030000     MOVE CALC-BRL-TOTAL-LINE TO CALC-BATCH-LIST-RECORD.
030100     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
030200     MOVE "TRANSACTIONS POSTED:" TO CALC-BRT-LABEL.
030300     MOVE CALC-BRL-RECORD-TOTAL TO CALC-BRT-COUNT.
030400     MOVE CALC-BRL-TOTAL-LINE TO CALC-BATCH-LIST-RECORD.
030500     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
030600     MOVE "BATCHES OUT OF SEQUENCE:" TO CALC-BRT-LABEL.
030700     MOVE CALC-BRL-SEQ-COUNT TO CALC-BRT-COUNT.
030800     MOVE CALC-BRL-TOTAL-LINE TO CALC-BATCH-LIST-RECORD.
030900     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
031000     CLOSE CALC-BATCH-REGISTRY-FILE.
031100     CLOSE CALC-BATCH-LIST-FILE.
031200 8000-EXIT.
031300     EXIT.
031400
031500*-----------------------------------------------------------------
031600* 9000-WRITE-RUN-LOG - APPEND ONE START OR END RECORD TO THE
031700*                      SHARED CALCRLOG RUN LOG FOR THE MORNING
031800*                      CALCCYCLE STATUS CHECK.  THE WRITE TALLY
031900*                      COVERS THE LISTING LINES.
032000*-----------------------------------------------------------------
032100 9000-WRITE-RUN-LOG.
032200     OPEN EXTEND CALC-RUN-LOG-FILE.
032300     MOVE "CALCBATCHLIST" TO CALC-RL-PROGRAM.
032400     MOVE CALC-RL-EVENT-CODE TO CALC-RL-EVENT.
032500     ACCEPT CALC-RL-DATE FROM DATE.
032600     ACCEPT CALC-RL-TIME FROM TIME.
032700     MOVE CALC-BRL-READ-COUNT TO CALC-RL-READ-COUNT.
032800     MOVE CALC-OUT-WRITE-COUNT TO CALC-RL-WRITE-COUNT.
032900     MOVE RETURN-CODE TO CALC-RL-RETURN-CODE.
033000     WRITE CALC-RUN-LOG-RECORD.
033100     CLOSE CALC-RUN-LOG-FILE.
033200 9000-EXIT.
033300     EXIT.
033400
033500 9999-EXIT.
033600     MOVE "E" TO CALC-RL-EVENT-CODE.
033700     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
033800     STOP RUN.
