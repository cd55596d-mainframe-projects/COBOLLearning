002491*                   DEBIT/CREDIT SIDE FLIPPED, SO THE PROOF
002492*                   COMPARES ABSOLUTE VALUES WHILE THE SHEET
002493*                   STILL SHOWS THE SIGNED AUDIT TOTAL.
002495* 10/15/2026  DW    THE DAY'S RESULTS HELD ON CALCHLD FOR
002500*                   DUAL-CONTROL APPROVAL ARE COUNTED AS A FOURTH
002505*                   BUCKET, SO THE STATED COUNT NOW PROVES AGAINST
002510*                   CALCAUD PLUS CALCEXC PLUS CALCHLD.  AN ITEM
002515*                   CALCAPPROVE HAS SINCE POSTED TO CALCAUD
002520*                   (APPROVED) OR CALCEXC (REASON REJA) IS LEFT
002525*                   OUT OF THOSE TWO COUNTS - IT IS ALREADY IN THE
002530*                   PENDING BUCKET OR WAS HELD ON AN EARLIER DAY -
002535*                   BUT AN APPROVED RESULT STILL ENTERS THE TYPE
002540*                   TOTALS, AS IT DOES IN CALCSUMMARY AND CALCGL.
002545* 10/15/2026  DW    CYCLE CONTROL GATE.  AT START THE PROGRAM NOW
002550*                   CHECKS ITS CALCCTL ROW AGAINST THE CYCLE'S
002555*                   CALCRLOG (COPY CALCGATE) AND REFUSES TO RUN -
002560*                   RETURN CODE 12 AND AN "R" RUN-LOG RECORD - IF
002565*                   A PREDECESSOR HAS NOT ENDED WITHIN ITS
002570*                   RETURN-CODE LIMIT AND IS NOT MARKED FOR
002575*                   BYPASS, OR IF IT HAS ALREADY RUN THIS CYCLE
002580*                   AND IS NOT MARKED FOR RERUN BY CALCCYCMARK.
002590*-----------------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
003900     SELECT CALC-GL-FILE ASSIGN TO "CALCGL"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100
004110     SELECT CALC-HOLD-FILE ASSIGN TO "CALCHLD"
004120         ORGANIZATION IS LINE SEQUENTIAL.
004130
004200     SELECT CALC-PROOF-FILE ASSIGN TO "CALCPRF"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004310
004320     SELECT OPTIONAL CALC-RUN-LOG-FILE ASSIGN TO "CALCRLOG"
004321         ORGANIZATION IS LINE SEQUENTIAL.
004322
004323     SELECT OPTIONAL CALC-CONTROL-FILE ASSIGN TO "CALCCTL"
004324         ORGANIZATION IS LINE SEQUENTIAL.
004325
004326     SELECT OPTIONAL CALC-CYCLE-ACTION-FILE ASSIGN TO "CALCCACT"
004330         ORGANIZATION IS LINE SEQUENTIAL.
004400
004500 DATA DIVISION.
005600 FD  CALC-GL-FILE.
005700 COPY CALCGL.
005800
005810 FD  CALC-HOLD-FILE.
005820 COPY CALCHLD.
005830
005900 FD  CALC-PROOF-FILE
006000             RECORD CONTAINS 80 CHARACTERS.
006100 01  CALC-PROOF-RECORD          PIC X(80).
006110
006120 FD  CALC-RUN-LOG-FILE.
006130 COPY CALCRLG.
006140
006150 FD  CALC-CONTROL-FILE.
006160 COPY CALCCTL.
006170
006180 FD  CALC-CYCLE-ACTION-FILE.
006190 COPY CALCCAC.
006200
006300 WORKING-STORAGE SECTION.
006400 77  CALC-PRF-TRANS-EOF-SW  PIC X(01) VALUE "N".
006900     88  CALC-PRF-EXC-EOF                 VALUE "Y".
007000 77  CALC-PRF-GL-EOF-SW     PIC X(01) VALUE "N".
007100     88  CALC-PRF-GL-EOF                  VALUE "Y".
007110 77  CALC-PRF-HLD-EOF-SW    PIC X(01) VALUE "N".
007120     88  CALC-PRF-HLD-EOF                 VALUE "Y".
007200 77  CALC-PRF-TRL-FOUND-SW  PIC X(01) VALUE "N".
007300     88  CALC-PRF-TRL-FOUND               VALUE "Y".
007400 77  CALC-PRF-STATED-CNT    PIC 9(07) VALUE ZERO.
007500 77  CALC-PRF-AUD-CNT       PIC 9(07) COMP VALUE ZERO.
007600 77  CALC-PRF-EXC-CNT       PIC 9(07) COMP VALUE ZERO.
007610 77  CALC-PRF-PEND-CNT      PIC 9(07) COMP VALUE ZERO.
007700 77  CALC-PRF-POSTED-CNT    PIC 9(07) COMP VALUE ZERO.
007800 77  CALC-PRF-MISMATCH-CNT  PIC 9(03) COMP VALUE ZERO.
007900 77  CALC-PRF-TOTAL-EDIT    PIC ---------9.99.
010710 77  CALC-RL-EVENT-CODE     PIC X(01) VALUE SPACE.
010720 77  CALC-OUT-WRITE-COUNT   PIC 9(07) COMP VALUE ZERO.
010800 COPY CALCPRF.
010810 COPY CALCGTW.
010900
011000 PROCEDURE DIVISION.
011100*-----------------------------------------------------------------
011200* 0000-MAINLINE
011300*-----------------------------------------------------------------
011400 0000-MAINLINE.
011401     MOVE "CALCPROOF" TO CALC-GT-PROGRAM.
011402     PERFORM 0100-CHECK-CYCLE-GATE THRU 0100-EXIT.
011403     IF CALC-GT-REFUSED THEN
011404        MOVE "R" TO CALC-RL-EVENT-CODE
011405        PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
011406        STOP RUN
011407     END-IF.
011410     MOVE "S" TO CALC-RL-EVENT-CODE.
011420     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012100         UNTIL CALC-PRF-EXC-EOF.
012200     PERFORM 5000-SCAN-GL THRU 5000-EXIT
012300         UNTIL CALC-PRF-GL-EOF.
012310     PERFORM 6000-SCAN-HOLDS THRU 6000-EXIT
012320         UNTIL CALC-PRF-HLD-EOF.
012400     PERFORM 8000-FINALIZE THRU 8000-EXIT.
012500     GO TO 9999-EXIT.
012510
012520 COPY CALCGATE.
012600
012700*-----------------------------------------------------------------
012800* 1000-INITIALIZE - OPEN FILES AND PRIME THE READS
013200     OPEN INPUT CALC-AUDIT-FILE.
013300     OPEN INPUT CALC-EXCEPTION-FILE.
013400     OPEN INPUT CALC-GL-FILE.
013410     OPEN INPUT CALC-HOLD-FILE.
013500     OPEN OUTPUT CALC-PROOF-FILE.
013600     PERFORM 7000-READ-TRANS THRU 7000-EXIT.
013700     PERFORM 7100-READ-AUDIT THRU 7100-EXIT.
013800     PERFORM 7200-READ-EXCEPTION THRU 7200-EXIT.
013900     PERFORM 7300-READ-GL THRU 7300-EXIT.
013910     PERFORM 7400-READ-HOLD THRU 7400-EXIT.
014000 1000-EXIT.
014100     EXIT.
014200
016300*                   OVERFLOW OR DIVIDE-BY-ZERO RESULT WAS ZEROED
016400*                   BEFORE THE AUDIT WRITE AND CALCSUMMARY
016500*                   EXCLUDES IT THE SAME WAY, SO THE TWO SIDES OF
016600*                   THE PROOF STAY COMPARABLE.  A RECORD
016610*                   CALCAPPROVE POSTED AFTER APPROVAL WAS HELD,
016620*                   NOT POSTED, BY Iteration-If, SO IT IS LEFT
016630*                   OUT OF THE AUDIT COUNT BUT KEPT IN THE TOTALS
016700*-----------------------------------------------------------------
016800 3000-SCAN-AUDIT.
016900     IF NOT CALC-A-APPROVED THEN
016910        ADD 1 TO CALC-PRF-AUD-CNT
016920     END-IF.
017000     IF CALC-A-STATUS-NORMAL THEN
017100        IF CALC-A-TYPE = "AD" THEN
017200           ADD CALC-A-RESULT TO CALC-PRF-AUDTOT-AD
020200*                        TRAILER COUNT COVERS EVERY DETAIL RECORD
020300*                        TRANSMITTED, VALID OR NOT, SO EXCEPTIONS
020400*                        MUST JOIN THE AUDIT COUNT BEFORE THE TWO
020500*                        SIDES CAN BE EXPECTED TO BALANCE.  A
020510*                        REJECTION WRITTEN BY CALCAPPROVE (REASON
020520*                        REJA) IS ALREADY IN THE PENDING BUCKET OR
020530*                        WAS HELD ON AN EARLIER DAY, SO IT IS LEFT
020540*                        OUT
020600*-----------------------------------------------------------------
020700 4000-SCAN-EXCEPTIONS.
020800     IF CALC-E-REASON-CODE NOT = "REJA" THEN
020810        ADD 1 TO CALC-PRF-EXC-CNT
020820     END-IF.
020900     PERFORM 7200-READ-EXCEPTION THRU 7200-EXIT.
021000 4000-EXIT.
021100     EXIT.
024300     END-IF.
024400     PERFORM 7300-READ-GL THRU 7300-EXIT.
024500 5000-EXIT.
024505     EXIT.
024510
024515*-----------------------------------------------------------------
024520* 6000-SCAN-HOLDS - COUNT THE DAY'S CALCHLD RECORDS, THE RESULTS
024525*                   Iteration-If HELD FOR DUAL-CONTROL APPROVAL
024530*                   INSTEAD OF POSTING THEM TO CALCAUD
024535*-----------------------------------------------------------------
024540 6000-SCAN-HOLDS.
024545     ADD 1 TO CALC-PRF-PEND-CNT.
024550     PERFORM 7400-READ-HOLD THRU 7400-EXIT.
024555 6000-EXIT.
024600     EXIT.
024700
024800*-----------------------------------------------------------------
029000     EXIT.
029100
029200*-----------------------------------------------------------------
029205* 7400-READ-HOLD - READ THE NEXT CALCHLD RECORD, FLAG EOF
029210*-----------------------------------------------------------------
029215 7400-READ-HOLD.
029220     READ CALC-HOLD-FILE
029225         AT END
029230             SET CALC-PRF-HLD-EOF TO TRUE
029235     END-READ.
029240 7400-EXIT.
029245     EXIT.
029250
029255*-----------------------------------------------------------------
029300* 8000-FINALIZE - WRITE THE PROOF SHEET AND SET THE RETURN CODE.
029400*                 ANY MISMATCH LEAVES A NONZERO RETURN CODE SO THE
029500*                 SCHEDULER HOLDS THE GL TRANSMISSION
030400     MOVE CALC-PRF-STATED-CNT TO CALC-PRF-STATED-COUNT.
030500     MOVE CALC-PRF-AUD-CNT TO CALC-PRF-AUDIT-COUNT.
030600     MOVE CALC-PRF-EXC-CNT TO CALC-PRF-EXC-COUNT.
030610     MOVE CALC-PRF-PEND-CNT TO CALC-PRF-PEND-COUNT.
030700     MOVE CALC-PRF-AUD-CNT TO CALC-PRF-POSTED-CNT.
030800     ADD CALC-PRF-EXC-CNT TO CALC-PRF-POSTED-CNT.
030810     ADD CALC-PRF-PEND-CNT TO CALC-PRF-POSTED-CNT.
030900     IF CALC-PRF-TRL-FOUND
031000        AND CALC-PRF-POSTED-CNT = CALC-PRF-STATED-CNT THEN
031100        MOVE "OK" TO CALC-PRF-COUNT-FLAG
036400     CLOSE CALC-AUDIT-FILE.
036500     CLOSE CALC-EXCEPTION-FILE.
036600     CLOSE CALC-GL-FILE.
036610     CLOSE CALC-HOLD-FILE.
036700     CLOSE CALC-PROOF-FILE.
036800 8000-EXIT.
036900     EXIT.
039920* 9000-WRITE-RUN-LOG - APPEND ONE START OR END RECORD TO THE
039930*                      SHARED CALCRLOG RUN LOG FOR THE MORNING
039940*                      CALCCYCLE STATUS CHECK.  THE READ TALLY
039950*                      COVERS CALCAUD, CALCEXC AND CALCHLD; THE
039960*                      WRITE TALLY COVERS THE PROOF SHEET LINES.
039970*-----------------------------------------------------------------
039980 9000-WRITE-RUN-LOG.
039981     OPEN EXTEND CALC-RUN-LOG-FILE.
039983     MOVE CALC-RL-EVENT-CODE TO CALC-RL-EVENT.
039984     ACCEPT CALC-RL-DATE FROM DATE.
039985     ACCEPT CALC-RL-TIME FROM TIME.
039986     ADD CALC-PRF-AUD-CNT CALC-PRF-EXC-CNT
039987         CALC-PRF-PEND-CNT GIVING CALC-RL-READ-COUNT.
039988     MOVE CALC-OUT-WRITE-COUNT TO CALC-RL-WRITE-COUNT.
039989     MOVE RETURN-CODE TO CALC-RL-RETURN-CODE.
039990     WRITE CALC-RUN-LOG-RECORD.
