002700*                   FORGOTTEN.  APPENDS START AND END RECORDS TO
002800*                   THE SHARED CALCRLOG RUN LOG LIKE THE REST OF
002900*                   THE CYCLE.
002910* 10/15/2026  DW    CARRY-FORWARD RECORD WIDENED TO 69 BYTES FOR
002920*                   THE DEPARTMENT CODE NOW CARRIED ON CALCEXC.
002928* 10/15/2026  DW    CYCLE CONTROL GATE.  AT START THE PROGRAM NOW
002936*                   CHECKS ITS CALCCTL ROW AGAINST THE CYCLE'S
002944*                   CALCRLOG (COPY CALCGATE) AND REFUSES TO RUN -
002952*                   RETURN CODE 12 AND AN "R" RUN-LOG RECORD - IF
002960*                   A PREDECESSOR HAS NOT ENDED WITHIN ITS
002968*                   RETURN-CODE LIMIT AND IS NOT MARKED FOR
002976*                   BYPASS, OR IF IT HAS ALREADY RUN THIS CYCLE
002984*                   AND IS NOT MARKED FOR RERUN BY CALCCYCMARK.
003000*-----------------------------------------------------------------
003100
003200 ENVIRONMENT DIVISION.
004900
005000     SELECT OPTIONAL CALC-RUN-LOG-FILE ASSIGN TO "CALCRLOG"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005110
005120     SELECT OPTIONAL CALC-CONTROL-FILE ASSIGN TO "CALCCTL"
005130         ORGANIZATION IS LINE SEQUENTIAL.
005140
005150     SELECT OPTIONAL CALC-CYCLE-ACTION-FILE ASSIGN TO "CALCCACT"
005160         ORGANIZATION IS LINE SEQUENTIAL.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
006300
006400*    IMAGE COPY OF THE OUTSTANDING-EXCEPTION RECORD - THE RECORDS
006500*    PASS THROUGH UNCHANGED VIA WRITE ... FROM, SO THE OUTPUT
006600*    RECORD IS A PLAIN BUFFER OF THE SAME 69-BYTE LENGTH.
006700 FD  CALC-EXC-NEW-FILE.
006800 01  CALC-EXN-RECORD            PIC X(69).
006900
007000 FD  CALC-EXC-AGE-FILE
007100             RECORD CONTAINS 80 CHARACTERS.
007300
007400 FD  CALC-RUN-LOG-FILE.
007500 COPY CALCRLG.
007510
007520 FD  CALC-CONTROL-FILE.
007530 COPY CALCCTL.
007540
007550 FD  CALC-CYCLE-ACTION-FILE.
007560 COPY CALCCAC.
007600
007700 WORKING-STORAGE SECTION.
007800 77  CALC-EXC-EOF-SWITCH    PIC X(01) VALUE "N".
011400         10  CALC-COR-TBL-DATE      PIC 9(06).
011500         10  CALC-COR-TBL-TIME      PIC 9(08).
011600 COPY CALCEXA.
011610 COPY CALCGTW.
011700
011800 PROCEDURE DIVISION.
011900*-----------------------------------------------------------------
012200*                 CARRY-FORWARD FILE STAY IN OLDEST-FIRST ORDER
012300*-----------------------------------------------------------------
012400 0000-MAINLINE.
012410     MOVE "CALCEXCAGE" TO CALC-GT-PROGRAM.
012420     PERFORM 0100-CHECK-CYCLE-GATE THRU 0100-EXIT.
012430     IF CALC-GT-REFUSED THEN
012440        MOVE "R" TO CALC-RL-EVENT-CODE
012450        PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
012460        STOP RUN
012470     END-IF.
012500     MOVE "S" TO CALC-RL-EVENT-CODE.
012600     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
012700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013100         UNTIL CALC-EXC-END-OF-FILE.
013200     PERFORM 8000-FINALIZE THRU 8000-EXIT.
013300     GO TO 9999-EXIT.
013310
013320 COPY CALCGATE.
013400
013500*-----------------------------------------------------------------
013600* 1000-INITIALIZE - OPEN THE FILES, LOAD THE CORRECTION KEYS,
