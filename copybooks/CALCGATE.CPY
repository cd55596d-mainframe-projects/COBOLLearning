000100*-----------------------------------------------------------------
000200* CALCGATE.CPY
000300* CYCLE CONTROL GATE PARAGRAPHS, COPIED INTO THE PROCEDURE
000400* DIVISION OF EVERY PROGRAM IN THE NIGHTLY CYCLE.  THE HOST
000500* DECLARES CALC-CONTROL-FILE (CALCCTL, COPY CALCCTL),
000600* CALC-CYCLE-ACTION-FILE (CALCCACT, COPY CALCCAC) AND ITS USUAL
000700* CALC-RUN-LOG-FILE (CALCRLOG, COPY CALCRLG), ALL OPTIONAL, AND
000800* COPIES CALCGTW INTO WORKING STORAGE.  AT START, BEFORE ITS OWN
000900* "S" RUN-LOG RECORD, IT MOVES ITS RUN-LOG NAME TO
001000* CALC-GT-PROGRAM AND PERFORMS 0100-CHECK-CYCLE-GATE; ON
001100* CALC-GT-REFUSED (RETURN CODE ALREADY SET TO 12) IT WRITES AN
001200* "R" RUN-LOG RECORD AND STOPS WITHOUT OPENING ANYTHING ELSE.
001300* 0110-LOAD-CYCLE-STATE IS ALSO USED ON ITS OWN BY CALCCYCMARK
001400* AND CALCCYCLE.
001500*-----------------------------------------------------------------
001600
001700*-----------------------------------------------------------------
001800* 0100-CHECK-CYCLE-GATE - REFUSE THE RUN IF THIS PROGRAM HAS
001900*                         ALREADY RUN THIS CYCLE AND IS NOT
002000*                         MARKED FOR RERUN, OR IF ANY PREDECESSOR
002100*                         ON ITS CALCCTL ROW HAS NOT ENDED WITHIN
002200*                         ITS OWN RETURN-CODE LIMIT AND IS NOT
002300*                         MARKED FOR BYPASS.  A PROGRAM WITH NO
002400*                         CALCCTL ROW IS NOT GATED.
002500*-----------------------------------------------------------------
002600 0100-CHECK-CYCLE-GATE.
002700     MOVE "N" TO CALC-GT-REFUSE-SW.
002800     PERFORM 0110-LOAD-CYCLE-STATE THRU 0110-EXIT.
002900     IF CALC-GT-SELF = ZERO THEN
003000        GO TO 0100-EXIT
003100     END-IF.
003200     IF NOT CALC-GT-NOT-RUN(CALC-GT-SELF)
003300        AND NOT CALC-GT-WAS-REFUSED(CALC-GT-SELF)
003400        AND NOT CALC-GT-MARKED-RERUN(CALC-GT-SELF) THEN
003500        SET CALC-GT-REFUSED TO TRUE
003600        MOVE 12 TO RETURN-CODE
003700        DISPLAY CALC-GT-PROGRAM " REFUSED BY CYCLE CONTROL -"
003800        DISPLAY "  ALREADY RAN THIS CYCLE, NOT MARKED FOR RERUN"
003900        GO TO 0100-EXIT
004000     END-IF.
004100     PERFORM 0150-CHECK-ONE-PREDECESSOR THRU 0150-EXIT
004200         VARYING CALC-GT-PRED-SUB FROM 1 BY 1
004300         UNTIL CALC-GT-PRED-SUB > 5
004400            OR CALC-GT-REFUSED.
004500 0100-EXIT.
004600     EXIT.
004700
004800*-----------------------------------------------------------------
004900* 0110-LOAD-CYCLE-STATE - LOAD CALCCTL INTO THE STEP TABLE, THEN
005000*                         POST THE CYCLE'S CALCRLOG EVENTS AND
005100*                         CALCCACT MARKS AGAINST IT
005200*-----------------------------------------------------------------
005300 0110-LOAD-CYCLE-STATE.
005400     MOVE ZERO TO CALC-GT-STEP-COUNT.
005500     MOVE ZERO TO CALC-GT-SELF.
005600     MOVE "N" TO CALC-GT-CTL-EOF-SW.
005700     MOVE "N" TO CALC-GT-LOG-EOF-SW.
005800     MOVE "N" TO CALC-GT-ACT-EOF-SW.
005900     OPEN INPUT CALC-CONTROL-FILE.
006000     PERFORM 0170-READ-CONTROL THRU 0170-EXIT.
006100     PERFORM 0120-LOAD-ONE-STEP THRU 0120-EXIT
006200         UNTIL CALC-GT-CTL-EOF.
006300     CLOSE CALC-CONTROL-FILE.
006400     OPEN INPUT CALC-RUN-LOG-FILE.
006500     PERFORM 0180-READ-LOG THRU 0180-EXIT.
006600     PERFORM 0130-POST-ONE-EVENT THRU 0130-EXIT
006700         UNTIL CALC-GT-LOG-EOF.
006800     CLOSE CALC-RUN-LOG-FILE.
006900     OPEN INPUT CALC-CYCLE-ACTION-FILE.
007000     PERFORM 0190-READ-ACTION THRU 0190-EXIT.
007100     PERFORM 0140-POST-ONE-ACTION THRU 0140-EXIT
007200         UNTIL CALC-GT-ACT-EOF.
007300     CLOSE CALC-CYCLE-ACTION-FILE.
007400 0110-EXIT.
007500     EXIT.
007600
007700*-----------------------------------------------------------------
007800* 0120-LOAD-ONE-STEP - ADD ONE CALCCTL ROW TO THE STEP TABLE.  A
007900*                      BLANK ROW IS SKIPPED AND A STEP ALREADY IN
008000*                      THE TABLE KEEPS ITS FIRST ROW.  STOPS
008100*                      LOADING AT CALC-GT-STEP-MAX INSTEAD OF
008200*                      WRITING PAST THE TABLE'S DECLARED BOUND.
008300*-----------------------------------------------------------------
008400 0120-LOAD-ONE-STEP.
008500     IF CALC-CTL-STEP = SPACES THEN
008600        GO TO 0120-READ
008700     END-IF.
008800     MOVE CALC-CTL-STEP TO CALC-GT-KEY.
008900     PERFORM 0160-FIND-STEP THRU 0160-EXIT.
009000     IF CALC-GT-FOUND THEN
009100        DISPLAY "CALCCTL DUPLICATE STEP IGNORED: " CALC-CTL-STEP
009200        GO TO 0120-READ
009300     END-IF.
009400     IF CALC-GT-STEP-COUNT NOT < CALC-GT-STEP-MAX THEN
009500        DISPLAY "CALCCTL STEP TABLE FULL - DISCARDING "
009600            CALC-CTL-STEP
009700        GO TO 0120-READ
009800     END-IF.
009900     ADD 1 TO CALC-GT-STEP-COUNT.
010000     SET CALC-GT-STEP-INDEX TO CALC-GT-STEP-COUNT.
010100     MOVE CALC-CTL-STEP TO CALC-GT-TBL-STEP(CALC-GT-STEP-INDEX).
010200     IF CALC-CTL-MAX-RC IS NUMERIC THEN
010300        MOVE CALC-CTL-MAX-RC TO
010400            CALC-GT-TBL-MAX-RC(CALC-GT-STEP-INDEX)
010500     ELSE
010600        MOVE ZERO TO CALC-GT-TBL-MAX-RC(CALC-GT-STEP-INDEX)
010700     END-IF.
010800     MOVE CALC-CTL-PREDECESSORS TO
010900         CALC-GT-TBL-PREDECESSORS(CALC-GT-STEP-INDEX).
011000     MOVE SPACE TO CALC-GT-TBL-STATE(CALC-GT-STEP-INDEX).
011100     MOVE ZERO TO CALC-GT-TBL-START-STAMP(CALC-GT-STEP-INDEX).
011200     MOVE ZERO TO CALC-GT-TBL-RC(CALC-GT-STEP-INDEX).
011300     MOVE SPACE TO CALC-GT-TBL-MARK(CALC-GT-STEP-INDEX).
011400     MOVE SPACES TO CALC-GT-TBL-MARK-OPER(CALC-GT-STEP-INDEX).
011500     MOVE SPACES TO CALC-GT-TBL-MARK-REASON(CALC-GT-STEP-INDEX).
011600     IF CALC-CTL-STEP = CALC-GT-PROGRAM THEN
011700        MOVE CALC-GT-STEP-COUNT TO CALC-GT-SELF
011800     END-IF.
011900 0120-READ.
012000     PERFORM 0170-READ-CONTROL THRU 0170-EXIT.
012100 0120-EXIT.
012200     EXIT.
012300
012400*-----------------------------------------------------------------
012500* 0130-POST-ONE-EVENT - POST ONE CALCRLOG EVENT AGAINST ITS STEP.
012600*                       A START RECORDS THE TIME OF THE LATEST
012700*                       ATTEMPT; AN END RECORDS ITS RETURN CODE.
012800*                       A REFUSAL IS NOT A START - IT ONLY SHOWS
012900*                       ON A STEP THAT HAS NOT OTHERWISE RUN.
013000*-----------------------------------------------------------------
013100 0130-POST-ONE-EVENT.
013200     MOVE CALC-RL-PROGRAM TO CALC-GT-KEY.
013300     PERFORM 0160-FIND-STEP THRU 0160-EXIT.
013400     IF NOT CALC-GT-FOUND THEN
013500        GO TO 0130-READ
013600     END-IF.
013700     IF CALC-RL-START-EVENT THEN
013800        MOVE "S" TO CALC-GT-TBL-STATE(CALC-GT-STEP-INDEX)
013900        COMPUTE CALC-GT-TBL-START-STAMP(CALC-GT-STEP-INDEX) =
014000            CALC-RL-DATE * 100000000 + CALC-RL-TIME
014100        MOVE ZERO TO CALC-GT-TBL-RC(CALC-GT-STEP-INDEX)
014200     END-IF.
014300     IF CALC-RL-END-EVENT THEN
014400        MOVE "E" TO CALC-GT-TBL-STATE(CALC-GT-STEP-INDEX)
014500        MOVE CALC-RL-RETURN-CODE TO
014600            CALC-GT-TBL-RC(CALC-GT-STEP-INDEX)
014700     END-IF.
014800     IF CALC-RL-REFUSED-EVENT
014900        AND CALC-GT-NOT-RUN(CALC-GT-STEP-INDEX) THEN
015000        MOVE "R" TO CALC-GT-TBL-STATE(CALC-GT-STEP-INDEX)
015100        MOVE CALC-RL-RETURN-CODE TO
015200            CALC-GT-TBL-RC(CALC-GT-STEP-INDEX)
015300     END-IF.
015400 0130-READ.
015500     PERFORM 0180-READ-LOG THRU 0180-EXIT.
015600 0130-EXIT.
015700     EXIT.
015800
015900*-----------------------------------------------------------------
016000* 0140-POST-ONE-ACTION - A CALCCACT MARK DATED AT OR AFTER ITS
016100*                        STEP'S LATEST START IS STILL IN FORCE
016200*                        AND REPLACES ANY EARLIER ONE; A MARK
016300*                        DATED BEFORE IT WAS USED UP BY THAT
016400*                        START.
016500*-----------------------------------------------------------------
016600 0140-POST-ONE-ACTION.
016700     MOVE CALC-CA-STEP TO CALC-GT-KEY.
016800     PERFORM 0160-FIND-STEP THRU 0160-EXIT.
016900     IF NOT CALC-GT-FOUND THEN
017000        GO TO 0140-READ
017100     END-IF.
017200     COMPUTE CALC-GT-STAMP = CALC-CA-DATE * 100000000
017300         + CALC-CA-TIME.
017400     IF CALC-GT-STAMP NOT <
017500         CALC-GT-TBL-START-STAMP(CALC-GT-STEP-INDEX) THEN
017600        MOVE CALC-CA-ACTION TO
017700            CALC-GT-TBL-MARK(CALC-GT-STEP-INDEX)
017800        MOVE CALC-CA-OPERATOR-ID TO
017900            CALC-GT-TBL-MARK-OPER(CALC-GT-STEP-INDEX)
018000        MOVE CALC-CA-REASON TO
018100            CALC-GT-TBL-MARK-REASON(CALC-GT-STEP-INDEX)
018200     END-IF.
018300 0140-READ.
018400     PERFORM 0190-READ-ACTION THRU 0190-EXIT.
018500 0140-EXIT.
018600     EXIT.
018700
018800*-----------------------------------------------------------------
018900* 0150-CHECK-ONE-PREDECESSOR - REFUSE THE RUN IF THIS
019000*                              PREDECESSOR SLOT NAMES A STEP THAT
019100*                              IS NOT ON CALCCTL, OR ONE THAT HAS
019200*                              NOT ENDED ACCEPTABLY AND IS NOT
019300*                              MARKED FOR BYPASS
019400*-----------------------------------------------------------------
019500 0150-CHECK-ONE-PREDECESSOR.
019600     MOVE CALC-GT-TBL-PRED(CALC-GT-SELF, CALC-GT-PRED-SUB)
019700         TO CALC-GT-KEY.
019800     IF CALC-GT-KEY = SPACES THEN
019900        GO TO 0150-EXIT
020000     END-IF.
020100     PERFORM 0160-FIND-STEP THRU 0160-EXIT.
020200     IF NOT CALC-GT-FOUND THEN
020300        MOVE "IS NOT ON CALCCTL" TO CALC-GT-CONDITION
020400        GO TO 0150-REFUSE
020500     END-IF.
020600     IF CALC-GT-MARKED-BYPASS(CALC-GT-STEP-INDEX) THEN
020700        GO TO 0150-EXIT
020800     END-IF.
020900     PERFORM 0155-CHECK-STEP-STATE THRU 0155-EXIT.
021000     IF CALC-GT-ENDED-OK THEN
021100        GO TO 0150-EXIT
021200     END-IF.
021300 0150-REFUSE.
021400     SET CALC-GT-REFUSED TO TRUE.
021500     MOVE 12 TO RETURN-CODE.
021600     DISPLAY CALC-GT-PROGRAM " REFUSED BY CYCLE CONTROL -".
021700     DISPLAY "  PREDECESSOR " CALC-GT-KEY " " CALC-GT-CONDITION.
021800 0150-EXIT.
021900     EXIT.
022000
022100*-----------------------------------------------------------------
022200* 0155-CHECK-STEP-STATE - SET CALC-GT-ENDED-OK IF THE STEP AT
022300*                         CALC-GT-STEP-INDEX LAST ENDED WITHIN ITS
022400*                         RETURN-CODE LIMIT, OTHERWISE DESCRIBE
022500*                         WHY NOT IN CALC-GT-CONDITION
022600*-----------------------------------------------------------------
022700 0155-CHECK-STEP-STATE.
022800     MOVE "N" TO CALC-GT-ENDED-OK-SW.
022900     MOVE SPACES TO CALC-GT-CONDITION.
023000     IF CALC-GT-NOT-RUN(CALC-GT-STEP-INDEX) THEN
023100        MOVE "HAS NOT RUN" TO CALC-GT-CONDITION
023200     END-IF.
023300     IF CALC-GT-STARTED(CALC-GT-STEP-INDEX) THEN
023400        MOVE "DID NOT FINISH" TO CALC-GT-CONDITION
023500     END-IF.
023600     IF CALC-GT-WAS-REFUSED(CALC-GT-STEP-INDEX) THEN
023700        MOVE "WAS REFUSED" TO CALC-GT-CONDITION
023800     END-IF.
023900     IF CALC-GT-ENDED(CALC-GT-STEP-INDEX) THEN
024000        IF CALC-GT-TBL-RC(CALC-GT-STEP-INDEX) NOT >
024100            CALC-GT-TBL-MAX-RC(CALC-GT-STEP-INDEX) THEN
024200           SET CALC-GT-ENDED-OK TO TRUE
024300        ELSE
024400           MOVE CALC-GT-TBL-RC(CALC-GT-STEP-INDEX)
024500               TO CALC-GT-RC-EDIT
024600           MOVE CALC-GT-RC-TEXT TO CALC-GT-CONDITION
024700        END-IF
024800     END-IF.
024900 0155-EXIT.
025000     EXIT.
025100
025200*-----------------------------------------------------------------
025300* 0160-FIND-STEP - LOOK UP CALC-GT-KEY IN THE STEP TABLE, SET
025400*                  CALC-GT-FOUND AND LEAVE CALC-GT-STEP-INDEX ON
025500*                  THE MATCHING ENTRY
025600*-----------------------------------------------------------------
025700 0160-FIND-STEP.
025800     MOVE "N" TO CALC-GT-FOUND-SW.
025900     IF CALC-GT-STEP-COUNT > ZERO THEN
026000        SET CALC-GT-STEP-INDEX TO 1
026100        SEARCH CALC-GT-STEP-ENTRY
026200           AT END
026300              CONTINUE
026400           WHEN CALC-GT-TBL-STEP(CALC-GT-STEP-INDEX) = CALC-GT-KEY
026500              SET CALC-GT-FOUND TO TRUE
026600        END-SEARCH
026700     END-IF.
026800 0160-EXIT.
026900     EXIT.
027000
027100*-----------------------------------------------------------------
027200* 0170-READ-CONTROL - READ THE NEXT CALCCTL RECORD, FLAG EOF
027300*-----------------------------------------------------------------
027400 0170-READ-CONTROL.
027500     READ CALC-CONTROL-FILE
027600         AT END
027700             SET CALC-GT-CTL-EOF TO TRUE
027800     END-READ.
027900 0170-EXIT.
028000     EXIT.
028100
028200*-----------------------------------------------------------------
028300* 0180-READ-LOG - READ THE NEXT CALCRLOG RECORD, FLAG EOF
028400*-----------------------------------------------------------------
028500 0180-READ-LOG.
028600     READ CALC-RUN-LOG-FILE
028700         AT END
028800             SET CALC-GT-LOG-EOF TO TRUE
028900     END-READ.
029000 0180-EXIT.
029100     EXIT.
029200
029300*-----------------------------------------------------------------
029400* 0190-READ-ACTION - READ THE NEXT CALCCACT RECORD, FLAG EOF
029500*-----------------------------------------------------------------
029600 0190-READ-ACTION.
029700     READ CALC-CYCLE-ACTION-FILE
029800         AT END
029900             SET CALC-GT-ACT-EOF TO TRUE
030000     END-READ.
030100 0190-EXIT.
030200     EXIT.
