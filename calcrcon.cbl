002117*                   WITH TWO DECIMAL PLACES, SO THE DUPLICATE
002118*                   LOOKBACK TABLE HOLDS THEM SIGNED - A -1.50
002119*                   AND A +1.50 MUST NOT CORROBORATE EACH OTHER.
002122* 10/15/2026  DW    A RESULT OVER ITS CALCTHRS LIMIT IS NOW HELD
002125*                   ON CALCHLD INSTEAD OF POSTED, SO THE
002128*                   CHECKPOINT IS RECONCILED AGAINST AUDIT PLUS
002131*                   EXCEPTION PLUS HELD RECORDS.  AN APPROVED
002134*                   AUDIT RECORD OR A REJA EXCEPTION WRITTEN BY
002137*                   CALCAPPROVE DID NOT COME FROM THIS RUN OF
002140*                   Iteration-If AND IS LEFT OUT, SO A
002143*                   RECONCILIATION RUN AFTER THE APPROVAL STEP
002146*                   STILL BALANCES.
002149* 10/15/2026  DW    CYCLE CONTROL GATE.  AT START THE PROGRAM NOW
002152*                   CHECKS ITS CALCCTL ROW AGAINST THE CYCLE'S
002155*                   CALCRLOG (COPY CALCGATE) AND REFUSES TO RUN -
002158*                   RETURN CODE 12 AND AN "R" RUN-LOG RECORD - IF
002161*                   A PREDECESSOR HAS NOT ENDED WITHIN ITS
002164*                   RETURN-CODE LIMIT AND IS NOT MARKED FOR
002167*                   BYPASS, OR IF IT HAS ALREADY RUN THIS CYCLE
002170*                   AND IS NOT MARKED FOR RERUN BY CALCCYCMARK.
002180*-----------------------------------------------------------------
002190
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
003100     SELECT CALC-EXCEPTION-FILE ASSIGN TO "CALCEXC"
003200         ORGANIZATION IS LINE SEQUENTIAL.
003300
003310     SELECT CALC-HOLD-FILE ASSIGN TO "CALCHLD"
003320         ORGANIZATION IS LINE SEQUENTIAL.
003330
003400     SELECT CALC-RECON-FILE ASSIGN TO "CALCRCON"
003500         ORGANIZATION IS LINE SEQUENTIAL.
003510
003520     SELECT OPTIONAL CALC-RUN-LOG-FILE ASSIGN TO "CALCRLOG"
003521         ORGANIZATION IS LINE SEQUENTIAL.
003522
003523     SELECT OPTIONAL CALC-CONTROL-FILE ASSIGN TO "CALCCTL"
003524         ORGANIZATION IS LINE SEQUENTIAL.
003525
003526     SELECT OPTIONAL CALC-CYCLE-ACTION-FILE ASSIGN TO "CALCCACT"
003530         ORGANIZATION IS LINE SEQUENTIAL.
003600
003700 DATA DIVISION.
004500 FD  CALC-EXCEPTION-FILE.
004600 COPY CALCEXC.
004700
004710 FD  CALC-HOLD-FILE.
004720 COPY CALCHLD.
004730
004800 FD  CALC-RECON-FILE
004900             RECORD CONTAINS 80 CHARACTERS.
005000 01  CALC-RECON-RECORD          PIC X(80).
005010
005020 FD  CALC-RUN-LOG-FILE.
005030 COPY CALCRLG.
005040
005050 FD  CALC-CONTROL-FILE.
005060 COPY CALCCTL.
005070
005080 FD  CALC-CYCLE-ACTION-FILE.
005090 COPY CALCCAC.
005100
005200 WORKING-STORAGE SECTION.
005300 77  CALC-CKPT-EOF-SWITCH   PIC X(01) VALUE "N".
005600     88  CALC-AUD-END-OF-FILE             VALUE "Y".
005700 77  CALC-EXC-EOF-SWITCH    PIC X(01) VALUE "N".
005800     88  CALC-EXC-END-OF-FILE             VALUE "Y".
005810 77  CALC-HLD-EOF-SWITCH    PIC X(01) VALUE "N".
005820     88  CALC-HLD-END-OF-FILE             VALUE "Y".
005900*    MUST MATCH CALC-CHECKPOINT-INTERVAL IN Iteration-If - THE
006000*    SURPLUS TEST IN 8000-FINALIZE LEANS ON IT.
006100 77  CALC-RCN-CKPT-INTERVAL PIC 9(05) VALUE 00100.
006200 77  CALC-RCN-LAST-CKPT     PIC 9(07) COMP VALUE ZERO.
006300 77  CALC-RCN-AUD-TOTAL     PIC 9(07) COMP VALUE ZERO.
006400 77  CALC-RCN-EXC-TOTAL     PIC 9(07) COMP VALUE ZERO.
006410 77  CALC-RCN-HELD-TOTAL    PIC 9(07) COMP VALUE ZERO.
006500 77  CALC-RCN-POSTED-TOTAL  PIC 9(07) COMP VALUE ZERO.
006600 77  CALC-RCN-DUP-TOTAL     PIC 9(07) COMP VALUE ZERO.
006700 77  CALC-RCN-GAP-RAW       PIC 9(07) COMP VALUE ZERO.
008200         10  CALC-RCN-SEEN-NUM1      PIC S9(05)V99.
008300         10  CALC-RCN-SEEN-NUM2      PIC S9(05)V99.
008400 COPY CALCRCN.
008410 COPY CALCGTW.
008500
008600 PROCEDURE DIVISION.
008700*-----------------------------------------------------------------
008800* 0000-MAINLINE
008900*-----------------------------------------------------------------
009000 0000-MAINLINE.
009001     MOVE "CALCRECON" TO CALC-GT-PROGRAM.
009002     PERFORM 0100-CHECK-CYCLE-GATE THRU 0100-EXIT.
009003     IF CALC-GT-REFUSED THEN
009004        MOVE "R" TO CALC-RL-EVENT-CODE
009005        PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
009006        STOP RUN
009007     END-IF.
009010     MOVE "S" TO CALC-RL-EVENT-CODE.
009020     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
009100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009500         UNTIL CALC-AUD-END-OF-FILE.
009600     PERFORM 4000-SCAN-EXCEPTIONS THRU 4000-EXIT
009700         UNTIL CALC-EXC-END-OF-FILE.
009710     PERFORM 5000-SCAN-HOLDS THRU 5000-EXIT
009720         UNTIL CALC-HLD-END-OF-FILE.
009800     PERFORM 8000-FINALIZE THRU 8000-EXIT.
009900     GO TO 9999-EXIT.
009910
009920 COPY CALCGATE.
010000
010100*-----------------------------------------------------------------
010200* 1000-INITIALIZE - OPEN FILES AND PRIME THE READS
010500     OPEN INPUT CALC-CHECKPOINT-FILE.
010600     OPEN INPUT CALC-AUDIT-FILE.
010700     OPEN INPUT CALC-EXCEPTION-FILE.
010710     OPEN INPUT CALC-HOLD-FILE.
010800     OPEN OUTPUT CALC-RECON-FILE.
010900     PERFORM 7000-READ-CHECKPOINT THRU 7000-EXIT.
011000     PERFORM 7100-READ-AUDIT THRU 7100-EXIT.
011100     PERFORM 7200-READ-EXCEPTION THRU 7200-EXIT.
011110     PERFORM 7300-READ-HOLD THRU 7300-EXIT.
011200 1000-EXIT.
011300     EXIT.
011400
012800*                   THE LOOKBACK TABLE; ONLY RECORDS PAST THE LAST
012900*                   CHECKPOINT ARE CHECKED AGAINST IT, SO THE
013000*                   POST-CHECKPOINT SEGMENT IS COMPARED TO THE
013100*                   WHOLE PRIOR FILE RATHER THAN TO ITSELF.  A
013110*                   RECORD POSTED BY CALCAPPROVE IS SKIPPED - IT
013120*                   WAS HELD, NOT POSTED, BY Iteration-If
013200*-----------------------------------------------------------------
013300 3000-SCAN-AUDIT.
013400     IF NOT CALC-A-APPROVED THEN
013500        ADD 1 TO CALC-RCN-AUD-TOTAL
013510        PERFORM 3100-CHECK-DUPLICATE THRU 3100-EXIT
013520     END-IF.
013600     PERFORM 7100-READ-AUDIT THRU 7100-EXIT.
013700 3000-EXIT.
013800     EXIT.
019100*                        CHECKPOINT COUNT COVERS EVERY TRANSACTION
019200*                        READ, VALID OR NOT, SO EXCEPTIONS MUST
019300*                        JOIN THE AUDIT COUNT BEFORE THE TWO SIDES
019400*                        CAN BE EXPECTED TO BALANCE.  A REJA
019410*                        REJECTION WRITTEN BY CALCAPPROVE IS
019420*                        SKIPPED - IT WAS HELD, NOT REJECTED, BY
019430*                        Iteration-If
019500*-----------------------------------------------------------------
019600 4000-SCAN-EXCEPTIONS.
019700     IF CALC-E-REASON-CODE NOT = "REJA" THEN
019710        ADD 1 TO CALC-RCN-EXC-TOTAL
019720     END-IF.
019800     PERFORM 7200-READ-EXCEPTION THRU 7200-EXIT.
019900 4000-EXIT.
019905     EXIT.
019910
019915*-----------------------------------------------------------------
019920* 5000-SCAN-HOLDS - COUNT THE CALCHLD RECORDS.  A RESULT HELD FOR
019925*                   DUAL-CONTROL APPROVAL WAS READ AND
019930*                   CHECKPOINTED LIKE ANY OTHER TRANSACTION, SO IT
019935*                   JOINS THE AUDIT AND EXCEPTION COUNTS
019940*-----------------------------------------------------------------
019945 5000-SCAN-HOLDS.
019950     ADD 1 TO CALC-RCN-HELD-TOTAL.
019955     PERFORM 7300-READ-HOLD THRU 7300-EXIT.
019960 5000-EXIT.
020000     EXIT.
020100
020200*-----------------------------------------------------------------
023300     EXIT.
023400
023500*-----------------------------------------------------------------
023505* 7300-READ-HOLD - READ THE NEXT CALCHLD RECORD, FLAG EOF
023510*-----------------------------------------------------------------
023515 7300-READ-HOLD.
023520     READ CALC-HOLD-FILE
023525         AT END
023530             SET CALC-HLD-END-OF-FILE TO TRUE
023535     END-READ.
023540 7300-EXIT.
023545     EXIT.
023550
023555*-----------------------------------------------------------------
023600* 8000-FINALIZE - WRITE THE RECONCILIATION REPORT AND CLOSE UP.
023700*                 THE CHECKPOINT COUNT COVERS EVERY TRANSACTION
023800*                 READ, SO IT IS RECONCILED AGAINST AUDIT,
023900*                 EXCEPTION AND HELD RECORDS TOGETHER.  A
024000*                 SHORTFALL IS A GAP; A SURPLUS AT OR ABOVE THE
024100*                 CHECKPOINT INTERVAL PROVES AT LEAST ONE
024200*                 REPOST, BECAUSE A CLEAN RUN WRITES A NEW
024300*                 CHECKPOINT BEFORE THAT MANY RECORDS CAN
024310*                 ACCUMULATE PAST THE LAST ONE.
024400*-----------------------------------------------------------------
024500 8000-FINALIZE.
024600     WRITE CALC-RECON-RECORD FROM CALC-RCN-HEADING-LINE.
025100     MOVE CALC-RCN-EXC-TOTAL TO CALC-RCN-EXC-COUNT.
025200     WRITE CALC-RECON-RECORD FROM CALC-RCN-EXC-LINE.
025210     ADD 1 TO CALC-OUT-WRITE-COUNT.
025220     MOVE CALC-RCN-HELD-TOTAL TO CALC-RCN-HELD-COUNT.
025230     WRITE CALC-RECON-RECORD FROM CALC-RCN-HELD-LINE.
025240     ADD 1 TO CALC-OUT-WRITE-COUNT.
025300     MOVE CALC-RCN-AUD-TOTAL TO CALC-RCN-POSTED-TOTAL.
025400     ADD CALC-RCN-EXC-TOTAL TO CALC-RCN-POSTED-TOTAL.
025410     ADD CALC-RCN-HELD-TOTAL TO CALC-RCN-POSTED-TOTAL.
025500     IF CALC-RCN-POSTED-TOTAL < CALC-RCN-LAST-CKPT THEN
025600        SET CALC-RCN-GAP-FOUND TO TRUE
025700        MOVE CALC-RCN-LAST-CKPT TO CALC-RCN-GAP-RAW
027400     CLOSE CALC-CHECKPOINT-FILE.
027500     CLOSE CALC-AUDIT-FILE.
027600     CLOSE CALC-EXCEPTION-FILE.
027610     CLOSE CALC-HOLD-FILE.
027700     CLOSE CALC-RECON-FILE.
027800 8000-EXIT.
027900     EXIT.
028020* 9000-WRITE-RUN-LOG - APPEND ONE START OR END RECORD TO THE
028030*                      SHARED CALCRLOG RUN LOG FOR THE MORNING
028040*                      CALCCYCLE STATUS CHECK.  THE READ TALLY
028050*                      COVERS CALCAUD, CALCEXC AND CALCHLD; THE
028060*                      WRITE TALLY COVERS THE REPORT LINES.
028070*-----------------------------------------------------------------
028080 9000-WRITE-RUN-LOG.
028090     OPEN EXTEND CALC-RUN-LOG-FILE.
028092     MOVE CALC-RL-EVENT-CODE TO CALC-RL-EVENT.
028093     ACCEPT CALC-RL-DATE FROM DATE.
028094     ACCEPT CALC-RL-TIME FROM TIME.
028095     ADD CALC-RCN-AUD-TOTAL CALC-RCN-EXC-TOTAL
028096         CALC-RCN-HELD-TOTAL GIVING CALC-RL-READ-COUNT.
028097     MOVE CALC-OUT-WRITE-COUNT TO CALC-RL-WRITE-COUNT.
028098     MOVE RETURN-CODE TO CALC-RL-RETURN-CODE.
028099     WRITE CALC-RUN-LOG-RECORD.
