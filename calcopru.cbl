001830*                   WRITTEN, RETURN CODE) TO THE SHARED CALCRLOG
001840*                   RUN LOG SO THE MORNING CALCCYCLE STATUS CHECK
001850*                   CAN SEE THE STEP RAN AND HOW IT ENDED.
001855* 10/15/2026  DW    CYCLE CONTROL GATE.  AT START THE PROGRAM NOW
001860*                   CHECKS ITS CALCCTL ROW AGAINST THE CYCLE'S
001865*                   CALCRLOG (COPY CALCGATE) AND REFUSES TO RUN -
001870*                   RETURN CODE 12 AND AN "R" RUN-LOG RECORD - IF
001875*                   A PREDECESSOR HAS NOT ENDED WITHIN ITS
001880*                   RETURN-CODE LIMIT AND IS NOT MARKED FOR
001885*                   BYPASS, OR IF IT HAS ALREADY RUN THIS CYCLE
001890*                   AND IS NOT MARKED FOR RERUN BY CALCCYCMARK.
001900*-----------------------------------------------------------------
002000
002100 ENVIRONMENT DIVISION.
003110
003120     SELECT OPTIONAL CALC-RUN-LOG-FILE ASSIGN TO "CALCRLOG"
003130         ORGANIZATION IS LINE SEQUENTIAL.
003140
003150     SELECT OPTIONAL CALC-CONTROL-FILE ASSIGN TO "CALCCTL"
003160         ORGANIZATION IS LINE SEQUENTIAL.
003170
003180     SELECT OPTIONAL CALC-CYCLE-ACTION-FILE ASSIGN TO "CALCCACT"
003190         ORGANIZATION IS LINE SEQUENTIAL.
003200
003300 DATA DIVISION.
003400 FILE SECTION.
004310
004320 FD  CALC-RUN-LOG-FILE.
004330 COPY CALCRLG.
004340
004350 FD  CALC-CONTROL-FILE.
004360 COPY CALCCTL.
004370
004380 FD  CALC-CYCLE-ACTION-FILE.
004390 COPY CALCCAC.
004400
004500 WORKING-STORAGE SECTION.
004600 77  CALC-OPR-EOF-SWITCH    PIC X(01) VALUE "N".
005900         10  CALC-OPU-TBL-TYPE      PIC X(02).
006000         10  CALC-OPU-TBL-COUNT     PIC 9(07) COMP.
006100 COPY CALCOPU.
006110 COPY CALCGTW.
006200
006300 PROCEDURE DIVISION.
006400*-----------------------------------------------------------------
006500* 0000-MAINLINE
006600*-----------------------------------------------------------------
006700 0000-MAINLINE.
006701     MOVE "CALCOPRUSE" TO CALC-GT-PROGRAM.
006702     PERFORM 0100-CHECK-CYCLE-GATE THRU 0100-EXIT.
006703     IF CALC-GT-REFUSED THEN
006704        MOVE "R" TO CALC-RL-EVENT-CODE
006705        PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
006706        STOP RUN
006707     END-IF.
006710     MOVE "S" TO CALC-RL-EVENT-CODE.
006720     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
006800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007000         UNTIL CALC-AUD-END-OF-FILE.
007100     PERFORM 8000-FINALIZE THRU 8000-EXIT.
007200     GO TO 9999-EXIT.
007210
007220 COPY CALCGATE.
007300
007400*-----------------------------------------------------------------
007500* 1000-INITIALIZE - OPEN THE FILES AND LOAD THE OPERATOR TABLE
