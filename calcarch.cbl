003370*                   AND CALCMTDC UNTOUCHED.  THE APPEND OF THE
003380*                   NEW ARCHIVE NAME IS BOUND-CHECKED THE SAME
003390*                   WAY, BEFORE CALCAUD IS TRUNCATED.
003393* 10/15/2026  DW    ARCHIVE RECORD WIDENED TO 50 BYTES FOR THE
003396*                   DEPARTMENT CODE NOW CARRIED ON CALCAUD.
003397* 10/15/2026  DW    ARCHIVE RECORD WIDENED TO 59 BYTES FOR THE
003398*                   APPROVAL STATUS AND APPROVER ID NOW CARRIED
003399*                   ON CALCAUD.
003409* 10/15/2026  DW    CYCLE CONTROL GATE.  AT START THE PROGRAM NOW
003419*                   CHECKS ITS CALCCTL ROW AGAINST THE CYCLE'S
003429*                   CALCRLOG (COPY CALCGATE) AND REFUSES TO RUN -
003439*                   RETURN CODE 12 AND AN "R" RUN-LOG RECORD - IF
003449*                   A PREDECESSOR HAS NOT ENDED WITHIN ITS
003459*                   RETURN-CODE LIMIT AND IS NOT MARKED FOR
003469*                   BYPASS, OR IF IT HAS ALREADY RUN THIS CYCLE
003479*                   AND IS NOT MARKED FOR RERUN BY CALCCYCMARK.
003489*-----------------------------------------------------------------
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
004800     SELECT OPTIONAL CALC-RUN-LOG-FILE ASSIGN TO "CALCRLOG"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000
005010     SELECT OPTIONAL CALC-CONTROL-FILE ASSIGN TO "CALCCTL"
005020         ORGANIZATION IS LINE SEQUENTIAL.
005030
005040     SELECT OPTIONAL CALC-CYCLE-ACTION-FILE ASSIGN TO "CALCCACT"
005050         ORGANIZATION IS LINE SEQUENTIAL.
005060
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CALC-AUDIT-FILE.
005500
005600*    IMAGE COPY OF THE CALC-AUDIT-RECORD - A SECOND COPY OF
005700*    CALCAUD.CPY WOULD DUPLICATE ITS DATA NAMES, SO THE ARCHIVE
005800*    RECORD IS A PLAIN BUFFER OF THE SAME 59-BYTE LENGTH.
005900 FD  CALC-ARCHIVE-FILE.
006000 01  CALC-ARC-RECORD            PIC X(59).
006100
006200 FD  CALC-MTD-CONTROL-FILE.
006300 COPY CALCMTDC.
006400
006500 FD  CALC-RUN-LOG-FILE.
006600 COPY CALCRLG.
006610
006620 FD  CALC-CONTROL-FILE.
006630 COPY CALCCTL.
006640
006650 FD  CALC-CYCLE-ACTION-FILE.
006660 COPY CALCCAC.
006700
006800 WORKING-STORAGE SECTION.
006900 77  CALC-AUD-EOF-SWITCH    PIC X(01) VALUE "N".
009800     05  CALC-ARC-NAME-ENTRY OCCURS 1 TO 100 TIMES
009900             DEPENDING ON CALC-ARC-TABLE-COUNT.
010000         10  CALC-ARC-TBL-NAME      PIC X(30).
010010 COPY CALCGTW.
010100
010200 PROCEDURE DIVISION.
010300*-----------------------------------------------------------------
010600*                 CALCAUD NOR THE CONTROL LIST.
010700*-----------------------------------------------------------------
010800 0000-MAINLINE.
010810     MOVE "CALCARCHIVE" TO CALC-GT-PROGRAM.
010820     PERFORM 0100-CHECK-CYCLE-GATE THRU 0100-EXIT.
010830     IF CALC-GT-REFUSED THEN
010840        MOVE "R" TO CALC-RL-EVENT-CODE
010850        PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
010860        STOP RUN
010870     END-IF.
010900     MOVE "S" TO CALC-RL-EVENT-CODE.
011000     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
011100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011900         UNTIL CALC-AUD-END-OF-FILE.
012000     PERFORM 8000-FINALIZE THRU 8000-EXIT.
012100     GO TO 9999-EXIT.
012110
012120 COPY CALCGATE.
012200
012300*-----------------------------------------------------------------
012400* 1000-INITIALIZE - BUILD THE DATED ARCHIVE NAME, LOAD THE WHOLE
