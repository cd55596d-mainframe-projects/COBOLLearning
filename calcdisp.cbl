001886* 09/01/2026  DW    CALCAUDX NOW CARRIES SIGNED NUM1/NUM2/RESULT
001887*                   WITH TWO DECIMAL PLACES, AND THE REPORT'S
001888*                   DETAIL LINE PRINTS THEM SIGNED WITH CENTS.
001898* 10/15/2026  DW    THE DETAIL LINE NOW SHOWS THE SUBMITTING
001908*                   DEPARTMENT CARRIED ON CALCAUDX.
001912* 10/15/2026  DW    CYCLE CONTROL GATE.  AT START THE PROGRAM NOW
001916*                   CHECKS ITS CALCCTL ROW AGAINST THE CYCLE'S
001920*                   CALCRLOG (COPY CALCGATE) AND REFUSES TO RUN -
001924*                   RETURN CODE 12 AND AN "R" RUN-LOG RECORD - IF
001928*                   A PREDECESSOR HAS NOT ENDED WITHIN ITS
001932*                   RETURN-CODE LIMIT AND IS NOT MARKED FOR
001936*                   BYPASS, OR IF IT HAS ALREADY RUN THIS CYCLE
001940*                   AND IS NOT MARKED FOR RERUN BY CALCCYCMARK.
001944*-----------------------------------------------------------------
002000
002100 ENVIRONMENT DIVISION.
003410
003420     SELECT OPTIONAL CALC-RUN-LOG-FILE ASSIGN TO "CALCRLOG"
003430         ORGANIZATION IS LINE SEQUENTIAL.
003440
003450     SELECT OPTIONAL CALC-CONTROL-FILE ASSIGN TO "CALCCTL"
003460         ORGANIZATION IS LINE SEQUENTIAL.
003470
003480     SELECT OPTIONAL CALC-CYCLE-ACTION-FILE ASSIGN TO "CALCCACT"
003490         ORGANIZATION IS LINE SEQUENTIAL.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
004610
004620 FD  CALC-RUN-LOG-FILE.
004630 COPY CALCRLG.
004640
004650 FD  CALC-CONTROL-FILE.
004660 COPY CALCCTL.
004670
004680 FD  CALC-CYCLE-ACTION-FILE.
004690 COPY CALCCAC.
004700
004800 WORKING-STORAGE SECTION.
004900 77  CALC-DRQ-EOF-SWITCH    PIC X(01) VALUE "N".
005220 77  CALC-DRQ-READ-COUNT    PIC 9(07) COMP VALUE ZERO.
005230 77  CALC-OUT-WRITE-COUNT   PIC 9(07) COMP VALUE ZERO.
005300 COPY CALCDRPT.
005310 COPY CALCGTW.
005400
005500 PROCEDURE DIVISION.
005600*-----------------------------------------------------------------
005700* 0000-MAINLINE
005800*-----------------------------------------------------------------
005900 0000-MAINLINE.
005901     MOVE "CALCDISPUTE" TO CALC-GT-PROGRAM.
005902     PERFORM 0100-CHECK-CYCLE-GATE THRU 0100-EXIT.
005903     IF CALC-GT-REFUSED THEN
005904        MOVE "R" TO CALC-RL-EVENT-CODE
005905        PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
005906        STOP RUN
005907     END-IF.
005910     MOVE "S" TO CALC-RL-EVENT-CODE.
005920     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
006000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006200         UNTIL CALC-DRQ-END-OF-FILE.
006300     PERFORM 8000-FINALIZE THRU 8000-EXIT.
006400     GO TO 9999-EXIT.
006410
006420 COPY CALCGATE.
006500
006600*-----------------------------------------------------------------
006700* 1000-INITIALIZE - OPEN THE FILES, PRINT THE HEADING, PRIME THE
011000     MOVE CALC-AIX-NUM1 TO CALC-DRPT-NUM1.
011100     MOVE CALC-AIX-NUM2 TO CALC-DRPT-NUM2.
011200     MOVE CALC-AIX-RESULT TO CALC-DRPT-RESULT.
011210     MOVE CALC-AIX-DEPT TO CALC-DRPT-DEPT.
011300     WRITE CALC-DISPUTE-REPORT-RECORD FROM CALC-DRPT-DETAIL-LINE.
011310     ADD 1 TO CALC-OUT-WRITE-COUNT.
011400 2100-EXIT.
