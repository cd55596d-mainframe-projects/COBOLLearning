002077*                   WITH TWO DECIMAL PLACES, SO THE CUMULATIVE
002078*                   ACCUMULATORS AND PRINTED TOTALS ARE NOW
002079*                   SIGNED WITH CENTS, MATCHING CALCSUMMARY.
002089* 10/15/2026  DW    CYCLE CONTROL GATE.  AT START THE PROGRAM NOW
002099*                   CHECKS ITS CALCCTL ROW AGAINST THE CYCLE'S
002109*                   CALCRLOG (COPY CALCGATE) AND REFUSES TO RUN -
002119*                   RETURN CODE 12 AND AN "R" RUN-LOG RECORD - IF
002129*                   A PREDECESSOR HAS NOT ENDED WITHIN ITS
002139*                   RETURN-CODE LIMIT AND IS NOT MARKED FOR
002149*                   BYPASS, OR IF IT HAS ALREADY RUN THIS CYCLE
002159*                   AND IS NOT MARKED FOR RERUN BY CALCCYCMARK.
002169*-----------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003320     SELECT OPTIONAL CALC-RUN-LOG-FILE ASSIGN TO "CALCRLOG"
003330         ORGANIZATION IS LINE SEQUENTIAL.
003400
003410     SELECT OPTIONAL CALC-CONTROL-FILE ASSIGN TO "CALCCTL"
003420         ORGANIZATION IS LINE SEQUENTIAL.
003430
003440     SELECT OPTIONAL CALC-CYCLE-ACTION-FILE ASSIGN TO "CALCCACT"
003450         ORGANIZATION IS LINE SEQUENTIAL.
003460
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  CALC-MTD-CONTROL-FILE.
004510
004520 FD  CALC-RUN-LOG-FILE.
004530 COPY CALCRLG.
004540
004550 FD  CALC-CONTROL-FILE.
004560 COPY CALCCTL.
004570
004580 FD  CALC-CYCLE-ACTION-FILE.
004590 COPY CALCCAC.
004600
004700 WORKING-STORAGE SECTION.
004800 77  CALC-MTD-AUDIT-FILENAME PIC X(30) VALUE SPACES.
007810 77  CALC-RL-EVENT-CODE     PIC X(01) VALUE SPACE.
007820 77  CALC-OUT-WRITE-COUNT   PIC 9(07) COMP VALUE ZERO.
007900 COPY CALCMTDR.
007910 COPY CALCGTW.
008000
008100 PROCEDURE DIVISION.
008200*-----------------------------------------------------------------
008300* 0000-MAINLINE
008400*-----------------------------------------------------------------
008500 0000-MAINLINE.
008501     MOVE "CALCMTDSUMM" TO CALC-GT-PROGRAM.
008502     PERFORM 0100-CHECK-CYCLE-GATE THRU 0100-EXIT.
008503     IF CALC-GT-REFUSED THEN
008504        MOVE "R" TO CALC-RL-EVENT-CODE
008505        PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
008506        STOP RUN
008507     END-IF.
008510     MOVE "S" TO CALC-RL-EVENT-CODE.
008520     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
008600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008800         UNTIL CALC-MTC-END-OF-FILE.
008900     PERFORM 8000-FINALIZE THRU 8000-EXIT.
009000     GO TO 9999-EXIT.
009010
009020 COPY CALCGATE.
009100
009200*-----------------------------------------------------------------
009300* 1000-INITIALIZE - OPEN THE CONTROL AND REPORT FILES, PRIME THE
