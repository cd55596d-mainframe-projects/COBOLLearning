002111*                   THE DOWNSTREAM LOADER - A BUCKET WHOSE TOTAL
002112*                   COMES OUT NEGATIVE POSTS ITS ABSOLUTE VALUE
002113*                   WITH THE DEBIT/CREDIT SIDE FLIPPED.
002117* 10/15/2026  DW    CYCLE CONTROL GATE.  AT START THE PROGRAM NOW
002121*                   CHECKS ITS CALCCTL ROW AGAINST THE CYCLE'S
002125*                   CALCRLOG (COPY CALCGATE) AND REFUSES TO RUN -
002129*                   RETURN CODE 12 AND AN "R" RUN-LOG RECORD - IF
002133*                   A PREDECESSOR HAS NOT ENDED WITHIN ITS
002137*                   RETURN-CODE LIMIT AND IS NOT MARKED FOR
002141*                   BYPASS, OR IF IT HAS ALREADY RUN THIS CYCLE
002145*                   AND IS NOT MARKED FOR RERUN BY CALCCYCMARK.
002156*-----------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
003122
003124     SELECT OPTIONAL CALC-RUN-LOG-FILE ASSIGN TO "CALCRLOG"
003126         ORGANIZATION IS LINE SEQUENTIAL.
003135
003144     SELECT OPTIONAL CALC-CONTROL-FILE ASSIGN TO "CALCCTL"
003153         ORGANIZATION IS LINE SEQUENTIAL.
003162
003171     SELECT OPTIONAL CALC-CYCLE-ACTION-FILE ASSIGN TO "CALCCACT"
003180         ORGANIZATION IS LINE SEQUENTIAL.
003189
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  CALC-AUDIT-FILE.
003940
003950 FD  CALC-RUN-LOG-FILE.
003960 COPY CALCRLG.
003965
003970 FD  CALC-CONTROL-FILE.
003975 COPY CALCCTL.
003980
003985 FD  CALC-CYCLE-ACTION-FILE.
003990 COPY CALCCAC.
004000
004100 WORKING-STORAGE SECTION.
004200 77  CALC-SUMM-EOF-SWITCH   PIC X(01) VALUE "N".
005457 77  CALC-RL-EVENT-CODE     PIC X(01) VALUE SPACE.
005458 77  CALC-OUT-WRITE-COUNT   PIC 9(07) COMP VALUE ZERO.
005460 COPY CALCRPT.
005470 COPY CALCGTW.
005500
005600 PROCEDURE DIVISION.
005700*-----------------------------------------------------------------
005800* 0000-MAINLINE
005900*-----------------------------------------------------------------
006000 0000-MAINLINE.
006001     MOVE "CALCSUMMARY" TO CALC-GT-PROGRAM.
006002     PERFORM 0100-CHECK-CYCLE-GATE THRU 0100-EXIT.
006003     IF CALC-GT-REFUSED THEN
006004        MOVE "R" TO CALC-RL-EVENT-CODE
006005        PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
006006        STOP RUN
006007     END-IF.
006010     MOVE "S" TO CALC-RL-EVENT-CODE.
006020     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
006100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006300         UNTIL CALC-SUMM-END-OF-FILE.
006400     PERFORM 8000-FINALIZE THRU 8000-EXIT.
006500     GO TO 9999-EXIT.
006510
006520 COPY CALCGATE.
006600
006700*-----------------------------------------------------------------
006800* 1000-INITIALIZE - OPEN FILES AND PRIME THE READ
