000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CALCCYCMARK.
000300 AUTHOR. D WALKER.
000400 INSTALLATION. BILLING SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* DATE        INIT  DESCRIPTION
001100* ----------  ----  -------------------------------------------
001200* 10/15/2026  DW    NEW PROGRAM.  OPERATIONS CONTROL RUN FOR THE
001300*                   CYCLE CONTROL GATE.  EVERY PROGRAM IN THE
001400*                   NIGHTLY CYCLE NOW CHECKS ITS CALCCTL ROW
001500*                   AGAINST THE CYCLE'S CALCRLOG AT START AND
001600*                   REFUSES TO RUN (RETURN CODE 12) WHILE A
001700*                   PREDECESSOR HAS NOT ENDED ACCEPTABLY, OR WHEN
001800*                   IT HAS ALREADY RUN THIS CYCLE.  THIS RUN READS
001900*                   THE CALCCMT TRANSACTIONS KEYED BY OPERATIONS -
002000*                   STEP, "R" RERUN OR "B" BYPASS, OPERATOR ID AND
002100*                   REASON - AND APPENDS EACH VALID ONE TO
002200*                   CALCCACT WITH THE DATE AND TIME, WHERE THE
002300*                   GATE AND THE CALCCYCLE REPORT PICK IT UP.
002400*                   ONLY A FAILED STEP CAN BE MARKED: ONE THAT
002500*                   ENDED OVER ITS CALCCTL RETURN-CODE LIMIT OR
002600*                   NEVER FINISHED, OR, FOR A BYPASS, ONE THAT WAS
002700*                   REFUSED OR HAS NOT RUN.  ANY OTHER
002800*                   TRANSACTION, OR ONE WITH NO OPERATOR ID OR
002900*                   REASON, IS REJECTED ON THE CALCCMKL LISTING
003000*                   WITH RETURN CODE 4.  APPENDS START AND END
003100*                   RECORDS TO THE SHARED CALCRLOG RUN LOG LIKE
003200*                   THE REST OF THE CYCLE, BUT IS NOT ITSELF
003300*                   GATED.
003400*-----------------------------------------------------------------
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CALC-MARK-TRANS-FILE ASSIGN TO "CALCCMT"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100
004200     SELECT OPTIONAL CALC-CONTROL-FILE ASSIGN TO "CALCCTL"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400
004500     SELECT OPTIONAL CALC-CYCLE-ACTION-FILE ASSIGN TO "CALCCACT"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700
004800     SELECT CALC-MARK-LIST-FILE ASSIGN TO "CALCCMKL"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000
005100     SELECT OPTIONAL CALC-RUN-LOG-FILE ASSIGN TO "CALCRLOG"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  CALC-MARK-TRANS-FILE.
005700 COPY CALCCMT.
005800
005900 FD  CALC-CONTROL-FILE.
006000 COPY CALCCTL.
006100
006200 FD  CALC-CYCLE-ACTION-FILE.
006300 COPY CALCCAC.
006400
006500 FD  CALC-MARK-LIST-FILE
006600             RECORD CONTAINS 80 CHARACTERS.
006700 01  CALC-MARK-LIST-RECORD      PIC X(80).
006800
006900 FD  CALC-RUN-LOG-FILE.
007000 COPY CALCRLG.
007100
007200 WORKING-STORAGE SECTION.
007300 77  CALC-CMT-EOF-SWITCH    PIC X(01) VALUE "N".
007400     88  CALC-CMT-END-OF-FILE             VALUE "Y".
007500 77  CALC-CMK-READ-COUNT    PIC 9(07) COMP VALUE ZERO.
007600 77  CALC-CMK-OUT-COUNT     PIC 9(07) COMP VALUE ZERO.
007700 77  CALC-CMK-RERUN-COUNT   PIC 9(07) COMP VALUE ZERO.
007800 77  CALC-CMK-BYPASS-COUNT  PIC 9(07) COMP VALUE ZERO.
007900 77  CALC-CMK-REJECT-COUNT  PIC 9(07) COMP VALUE ZERO.
008000 77  CALC-RL-EVENT-CODE     PIC X(01) VALUE SPACE.
008100 01  CALC-CMK-RUN-DATE.
008200     05  CALC-CMK-RD-YY         PIC 99.
008300     05  CALC-CMK-RD-MM         PIC 99.
008400     05  CALC-CMK-RD-DD         PIC 99.
008500 COPY CALCCMK.
008600 COPY CALCGTW.
008700
008800 PROCEDURE DIVISION.
008900*-----------------------------------------------------------------
009000* 0000-MAINLINE
009100*-----------------------------------------------------------------
009200 0000-MAINLINE.
009300     MOVE "S" TO CALC-RL-EVENT-CODE.
009400     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
009500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009600     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
009700         UNTIL CALC-CMT-END-OF-FILE.
009800     PERFORM 8000-FINALIZE THRU 8000-EXIT.
009900     GO TO 9999-EXIT.
010000
010100 COPY CALCGATE.
010200
010300*-----------------------------------------------------------------
010400* 1000-INITIALIZE - LOAD THE CYCLE'S STEP STATES AND MARKS (THE
010500*                   SAME LOAD THE GATE USES), THEN OPEN THE FILES,
010600*                   PRINT THE HEADINGS AND PRIME THE READ
010700*-----------------------------------------------------------------
010800 1000-INITIALIZE.
010900     MOVE "CALCCYCMARK" TO CALC-GT-PROGRAM.
011000     PERFORM 0110-LOAD-CYCLE-STATE THRU 0110-EXIT.
011100     IF CALC-GT-STEP-COUNT = ZERO THEN
011200        DISPLAY "CALCCTL MISSING OR EMPTY - NO STEP CAN BE MARKED"
011300     END-IF.
011400     OPEN INPUT CALC-MARK-TRANS-FILE.
011500     OPEN EXTEND CALC-CYCLE-ACTION-FILE.
011600     OPEN OUTPUT CALC-MARK-LIST-FILE.
011700     ACCEPT CALC-CMK-RUN-DATE FROM DATE.
011800     MOVE CALC-CMK-RD-MM TO CALC-CMH-DATE-MM.
011900     MOVE CALC-CMK-RD-DD TO CALC-CMH-DATE-DD.
012000     MOVE CALC-CMK-RD-YY TO CALC-CMH-DATE-YY.
012100     WRITE CALC-MARK-LIST-RECORD FROM CALC-CMK-HEADING-LINE.
012200     WRITE CALC-MARK-LIST-RECORD FROM CALC-CMK-COLUMN-LINE.
012300     PERFORM 7000-READ-TRANS THRU 7000-EXIT.
012400 1000-EXIT.
012500     EXIT.
012600
012700*-----------------------------------------------------------------
012800* 2000-PROCESS-TRANS - VALIDATE ONE RERUN/BYPASS TRANSACTION.  A
012900*                      RERUN NEEDS A STEP THAT ENDED OVER ITS
013000*                      RETURN-CODE LIMIT OR NEVER FINISHED - ONE
013100*                      THAT WAS REFUSED OR HAS NOT RUN CAN SIMPLY
013200*                      BE RUN ONCE ITS PREDECESSORS ARE CLEARED.
013300*                      A BYPASS TAKES ANY STEP THAT HAS NOT ENDED
013400*                      ACCEPTABLY.
013500*-----------------------------------------------------------------
013600 2000-PROCESS-TRANS.
013700     ADD 1 TO CALC-CMK-READ-COUNT.
013800     MOVE CALC-CMT-STEP TO CALC-CMD-STEP.
013900     MOVE CALC-CMT-ACTION TO CALC-CMD-ACTION.
014000     MOVE CALC-CMT-OPERATOR-ID TO CALC-CMD-OPERATOR-ID.
014100     MOVE CALC-CMT-REASON TO CALC-CMD-REASON.
014200     IF NOT CALC-CMT-RERUN AND NOT CALC-CMT-BYPASS THEN
014300        MOVE "REJ - BAD ACTION" TO CALC-CMD-OUTCOME
014400        PERFORM 6000-WRITE-REJECTED THRU 6000-EXIT
014500        GO TO 2000-READ
014600     END-IF.
014700     IF CALC-CMT-OPERATOR-ID = SPACES THEN
014800        MOVE "REJ - NO OPERATOR" TO CALC-CMD-OUTCOME
014900        PERFORM 6000-WRITE-REJECTED THRU 6000-EXIT
015000        GO TO 2000-READ
015100     END-IF.
015200     IF CALC-CMT-REASON = SPACES THEN
015300        MOVE "REJ - NO REASON" TO CALC-CMD-OUTCOME
015400        PERFORM 6000-WRITE-REJECTED THRU 6000-EXIT
015500        GO TO 2000-READ
015600     END-IF.
015700     MOVE CALC-CMT-STEP TO CALC-GT-KEY.
015800     PERFORM 0160-FIND-STEP THRU 0160-EXIT.
015900     IF NOT CALC-GT-FOUND THEN
016000        MOVE "REJ - NOT ON CTL" TO CALC-CMD-OUTCOME
016100        PERFORM 6000-WRITE-REJECTED THRU 6000-EXIT
016200        GO TO 2000-READ
016300     END-IF.
016400     PERFORM 0155-CHECK-STEP-STATE THRU 0155-EXIT.
016500     IF CALC-GT-ENDED-OK THEN
016600        MOVE "REJ - NOT FAILED" TO CALC-CMD-OUTCOME
016700        PERFORM 6000-WRITE-REJECTED THRU 6000-EXIT
016800        GO TO 2000-READ
016900     END-IF.
017000     IF CALC-CMT-RERUN
017100        AND (CALC-GT-NOT-RUN(CALC-GT-STEP-INDEX)
017200          OR CALC-GT-WAS-REFUSED(CALC-GT-STEP-INDEX)) THEN
017300        MOVE "REJ - HAS NOT RUN" TO CALC-CMD-OUTCOME
017400        PERFORM 6000-WRITE-REJECTED THRU 6000-EXIT
017500        GO TO 2000-READ
017600     END-IF.
017700     PERFORM 2100-WRITE-MARK THRU 2100-EXIT.
017800 2000-READ.
017900     PERFORM 7000-READ-TRANS THRU 7000-EXIT.
018000 2000-EXIT.
018100     EXIT.
018200
018300*-----------------------------------------------------------------
018400* 2100-WRITE-MARK - APPEND THE MARK TO CALCCACT, STAMPED WITH THE
018500*                   CURRENT DATE AND TIME, AND POST IT TO THE
018600*                   STEP TABLE SO A LATER TRANSACTION IN THIS RUN
018700*                   SEES IT
018800*-----------------------------------------------------------------
018900 2100-WRITE-MARK.
019000     MOVE CALC-CMT-STEP TO CALC-CA-STEP.
019100     MOVE CALC-CMT-ACTION TO CALC-CA-ACTION.
019200     ACCEPT CALC-CA-DATE FROM DATE.
019300     ACCEPT CALC-CA-TIME FROM TIME.
019400     MOVE CALC-CMT-OPERATOR-ID TO CALC-CA-OPERATOR-ID.
019500     MOVE CALC-CMT-REASON TO CALC-CA-REASON.
019600     WRITE CALC-CYCLE-ACTION-RECORD.
019700     ADD 1 TO CALC-CMK-OUT-COUNT.
019800     MOVE CALC-CMT-ACTION TO CALC-GT-TBL-MARK(CALC-GT-STEP-INDEX).
019900     MOVE CALC-CMT-OPERATOR-ID TO
020000         CALC-GT-TBL-MARK-OPER(CALC-GT-STEP-INDEX).
020100     MOVE CALC-CMT-REASON TO
020200         CALC-GT-TBL-MARK-REASON(CALC-GT-STEP-INDEX).
020300     IF CALC-CMT-RERUN THEN
020400        ADD 1 TO CALC-CMK-RERUN-COUNT
020500        MOVE "MARKED RERUN" TO CALC-CMD-OUTCOME
020600     ELSE
020700        ADD 1 TO CALC-CMK-BYPASS-COUNT
020800        MOVE "MARKED BYPASS" TO CALC-CMD-OUTCOME
020900     END-IF.
021000     WRITE CALC-MARK-LIST-RECORD FROM CALC-CMK-DETAIL-LINE.
021100 2100-EXIT.
021200     EXIT.
021300
021400*-----------------------------------------------------------------
021500* 6000-WRITE-REJECTED - LIST A REJECTED TRANSACTION AND RAISE THE
021600*                       RETURN CODE TO 4
021700*-----------------------------------------------------------------
021800 6000-WRITE-REJECTED.
021900     ADD 1 TO CALC-CMK-REJECT-COUNT.
022000     WRITE CALC-MARK-LIST-RECORD FROM CALC-CMK-DETAIL-LINE.
022100     PERFORM 7900-SET-WARNING THRU 7900-EXIT.
022200 6000-EXIT.
022300     EXIT.
022400
022500*-----------------------------------------------------------------
022600* 7000-READ-TRANS - READ THE NEXT CALCCMT RECORD, FLAG EOF
022700*-----------------------------------------------------------------
022800 7000-READ-TRANS.
022900     READ CALC-MARK-TRANS-FILE
023000         AT END
023100             SET CALC-CMT-END-OF-FILE TO TRUE
023200     END-READ.
023300 7000-EXIT.
023400     EXIT.
023500
023600*-----------------------------------------------------------------
023700* 7900-SET-WARNING - RAISE THE RETURN CODE TO 4 UNLESS IT IS
023800*                    ALREADY HIGHER
023900*-----------------------------------------------------------------
024000 7900-SET-WARNING.
024100     IF RETURN-CODE < 4 THEN
024200        MOVE 4 TO RETURN-CODE
024300     END-IF.
024400 7900-EXIT.
024500     EXIT.
024600
024700*-----------------------------------------------------------------
024800* 8000-FINALIZE - PRINT THE TOTALS AND CLOSE UP
024900*-----------------------------------------------------------------
025000 8000-FINALIZE.
025100     MOVE "TRANSACTIONS READ" TO CALC-CMS-LABEL.
025200     MOVE CALC-CMK-READ-COUNT TO CALC-CMS-COUNT.
025300     WRITE CALC-MARK-LIST-RECORD FROM CALC-CMK-TOTAL-LINE.
025400     MOVE "MARKED FOR RERUN" TO CALC-CMS-LABEL.
025500     MOVE CALC-CMK-RERUN-COUNT TO CALC-CMS-COUNT.
025600     WRITE CALC-MARK-LIST-RECORD FROM CALC-CMK-TOTAL-LINE.
025700     MOVE "MARKED FOR BYPASS" TO CALC-CMS-LABEL.
025800     MOVE CALC-CMK-BYPASS-COUNT TO CALC-CMS-COUNT.
025900     WRITE CALC-MARK-LIST-RECORD FROM CALC-CMK-TOTAL-LINE.
026000     MOVE "REJECTED" TO CALC-CMS-LABEL.
026100     MOVE CALC-CMK-REJECT-COUNT TO CALC-CMS-COUNT.
026200     WRITE CALC-MARK-LIST-RECORD FROM CALC-CMK-TOTAL-LINE.
026300     CLOSE CALC-MARK-TRANS-FILE.
026400     CLOSE CALC-CYCLE-ACTION-FILE.
026500     CLOSE CALC-MARK-LIST-FILE.
026600 8000-EXIT.
026700     EXIT.
026800
026900*-----------------------------------------------------------------
027000* 9000-WRITE-RUN-LOG - APPEND ONE START OR END RECORD TO THE
027100*                      SHARED CALCRLOG RUN LOG.  THE READ TALLY
027200*                      COVERS THE CALCCMT TRANSACTIONS; THE WRITE
027300*                      TALLY COVERS THE CALCCACT MARKS WRITTEN.
027400*-----------------------------------------------------------------
027500 9000-WRITE-RUN-LOG.
027600     OPEN EXTEND CALC-RUN-LOG-FILE.
027700     MOVE "CALCCYCMARK" TO CALC-RL-PROGRAM.
027800     MOVE CALC-RL-EVENT-CODE TO CALC-RL-EVENT.
027900     ACCEPT CALC-RL-DATE FROM DATE.
028000     ACCEPT CALC-RL-TIME FROM TIME.
028100     MOVE CALC-CMK-READ-COUNT TO CALC-RL-READ-COUNT.
028200     MOVE CALC-CMK-OUT-COUNT TO CALC-RL-WRITE-COUNT.
028300     MOVE RETURN-CODE TO CALC-RL-RETURN-CODE.
028400     WRITE CALC-RUN-LOG-RECORD.
028500     CLOSE CALC-RUN-LOG-FILE.
028600 9000-EXIT.
028700     EXIT.
028800
028900 9999-EXIT.
029000     MOVE "E" TO CALC-RL-EVENT-CODE.
029100     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
029200     STOP RUN.
