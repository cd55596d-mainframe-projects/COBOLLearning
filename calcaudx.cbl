002083*                   WRITTEN, RETURN CODE) TO THE SHARED CALCRLOG
002084*                   RUN LOG SO THE MORNING CALCCYCLE STATUS CHECK
002085*                   CAN SEE THE STEP RAN AND HOW IT ENDED.
002095* 10/15/2026  DW    CALCAUDX NOW CARRIES THE SUBMITTING
002105*                   DEPARTMENT FROM CALC-A-DEPT.
002109* 10/15/2026  DW    CYCLE CONTROL GATE.  AT START THE PROGRAM NOW
002113*                   CHECKS ITS CALCCTL ROW AGAINST THE CYCLE'S
002117*                   CALCRLOG (COPY CALCGATE) AND REFUSES TO RUN -
002121*                   RETURN CODE 12 AND AN "R" RUN-LOG RECORD - IF
002125*                   A PREDECESSOR HAS NOT ENDED WITHIN ITS
002129*                   RETURN-CODE LIMIT AND IS NOT MARKED FOR
002133*                   BYPASS, OR IF IT HAS ALREADY RUN THIS CYCLE
002137*                   AND IS NOT MARKED FOR RERUN BY CALCCYCMARK.
002142*-----------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
003310
003320     SELECT OPTIONAL CALC-RUN-LOG-FILE ASSIGN TO "CALCRLOG"
003330         ORGANIZATION IS LINE SEQUENTIAL.
003340
003350     SELECT OPTIONAL CALC-CONTROL-FILE ASSIGN TO "CALCCTL"
003360         ORGANIZATION IS LINE SEQUENTIAL.
003370
003380     SELECT OPTIONAL CALC-CYCLE-ACTION-FILE ASSIGN TO "CALCCACT"
003390         ORGANIZATION IS LINE SEQUENTIAL.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
004110
004120 FD  CALC-RUN-LOG-FILE.
004130 COPY CALCRLG.
004140
004150 FD  CALC-CONTROL-FILE.
004160 COPY CALCCTL.
004170
004180 FD  CALC-CYCLE-ACTION-FILE.
004190 COPY CALCCAC.
004200
004300 WORKING-STORAGE SECTION.
004400 77  CALC-AUD-EOF-SWITCH    PIC X(01) VALUE "N".
004800 77  CALC-AIX-DISCARD-COUNT PIC 9(07) COMP VALUE ZERO.
004810 77  CALC-AIX-WRITE-COUNT   PIC 9(07) COMP VALUE ZERO.
004820 77  CALC-RL-EVENT-CODE     PIC X(01) VALUE SPACE.
004830 COPY CALCGTW.
004900
005000 PROCEDURE DIVISION.
005100*-----------------------------------------------------------------
005200* 0000-MAINLINE
005300*-----------------------------------------------------------------
005400 0000-MAINLINE.
005401     MOVE "CALCAUDXLOAD" TO CALC-GT-PROGRAM.
005402     PERFORM 0100-CHECK-CYCLE-GATE THRU 0100-EXIT.
005403     IF CALC-GT-REFUSED THEN
005404        MOVE "R" TO CALC-RL-EVENT-CODE
005405        PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
005406        STOP RUN
005407     END-IF.
005410     MOVE "S" TO CALC-RL-EVENT-CODE.
005420     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
005500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005700         UNTIL CALC-AUD-END-OF-FILE.
005800     PERFORM 8000-FINALIZE THRU 8000-EXIT.
005900     GO TO 9999-EXIT.
005910
005920 COPY CALCGATE.
006000
006100*-----------------------------------------------------------------
006200* 1000-INITIALIZE - OPEN THE FILES AND PRIME THE READ
008400     MOVE CALC-A-NUM2 TO CALC-AIX-NUM2.
008500     MOVE CALC-A-RESULT TO CALC-AIX-RESULT.
008600     MOVE CALC-A-STATUS TO CALC-AIX-STATUS.
008610     MOVE CALC-A-DEPT TO CALC-AIX-DEPT.
008700     WRITE CALC-AUDIT-INDEXED-RECORD
008800         INVALID KEY
008900             ADD 1 TO CALC-AIX-DISCARD-COUNT
