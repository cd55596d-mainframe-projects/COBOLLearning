002018*                   BOTH THROUGH THE SAME MATCH-AND-REGENERATE,
002019*                   SO EVERY EXCEPTION CALCEXCAGE RETIRES REALLY
002021*                   DID GO BACK OUT ON CALCRSB.
002022* 10/15/2026  DW    THE REGENERATED CALCRSB RECORD NOW CARRIES
002023*                   THE SUBMITTING DEPARTMENT - THE ONE KEYED ON
002024*                   THE CALCCOR CORRECTION WHEN PRESENT (AS IT
002025*                   MUST BE FOR A BADD EXCEPTION), OTHERWISE THE
002026*                   ONE THE EXCEPTION CARRIED.  THE TRAILER
002027*                   RECORD'S DEPARTMENT IS LEFT BLANK.
002028* 10/15/2026  DW    CALCRSB NOW OPENS WITH THE BATCH HEADER RECORD
002029*                   Iteration-If REQUIRES, UNDER ITS OWN SUBMITTER
002030*                   ID CALCCORR.  THE BATCH NUMBER IS ONE PAST THE
002031*                   HIGHEST CALCCORR BATCH ON THE CALCBREG BATCH
002032*                   REGISTRY, SO A RESUBMISSION IS NEVER MISTAKEN
002033*                   FOR A RESENT DEPARTMENT FILE.  A RERUN BEFORE
002034*                   THE RESUBMISSION IS POSTED REUSES THE SAME
002035*                   NUMBER; ONCE IT IS POSTED, THE SAME CALCRSB
002036*                   SENT AGAIN IS REJECTED AS A DUPLICATE.
002037* 10/15/2026  DW    CYCLE CONTROL GATE.  AT START THE PROGRAM NOW
002038*                   CHECKS ITS CALCCTL ROW AGAINST THE CYCLE'S
002039*                   CALCRLOG (COPY CALCGATE) AND REFUSES TO RUN -
002040*                   RETURN CODE 12 AND AN "R" RUN-LOG RECORD - IF
002041*                   A PREDECESSOR HAS NOT ENDED WITHIN ITS
002042*                   RETURN-CODE LIMIT AND IS NOT MARKED FOR
002043*                   BYPASS, OR IF IT HAS ALREADY RUN THIS CYCLE
002044*                   AND IS NOT MARKED FOR RERUN BY CALCCYCMARK.
002054*-----------------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
003220     SELECT OPTIONAL CALC-RUN-LOG-FILE ASSIGN TO "CALCRLOG"
003230         ORGANIZATION IS LINE SEQUENTIAL.
003300
003310     SELECT OPTIONAL CALC-CONTROL-FILE ASSIGN TO "CALCCTL"
003320         ORGANIZATION IS LINE SEQUENTIAL.
003330
003340     SELECT OPTIONAL CALC-CYCLE-ACTION-FILE ASSIGN TO "CALCCACT"
003350         ORGANIZATION IS LINE SEQUENTIAL.
003360
003370     SELECT OPTIONAL CALC-BATCH-REGISTRY-FILE ASSIGN TO "CALCBREG"
003380         ORGANIZATION IS LINE SEQUENTIAL.
003390
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  CALC-EXCEPTION-FILE.
004320 FD  CALC-RUN-LOG-FILE.
004330 COPY CALCRLG.
004400
004410 FD  CALC-CONTROL-FILE.
004420 COPY CALCCTL.
004430
004440 FD  CALC-CYCLE-ACTION-FILE.
004450 COPY CALCCAC.
004460
004470 FD  CALC-BATCH-REGISTRY-FILE.
004480 COPY CALCBRG.
004490
004500 WORKING-STORAGE SECTION.
004600 77  CALC-EXC-EOF-SWITCH    PIC X(01) VALUE "N".
004700     88  CALC-EXC-END-OF-FILE             VALUE "Y".
004920     88  CALC-EXO-END-OF-FILE             VALUE "Y".
004930 77  CALC-COR-WORK-DATE     PIC 9(06) VALUE ZERO.
004940 77  CALC-COR-WORK-TIME     PIC 9(08) VALUE ZERO.
004950 77  CALC-COR-WORK-DEPT     PIC X(04) VALUE SPACES.
005000 77  CALC-COR-TABLE-MAX     PIC 9(04) VALUE 0500.
005100 77  CALC-COR-TABLE-COUNT   PIC 9(04) COMP VALUE ZERO.
005200 77  CALC-COR-MATCH-SWITCH  PIC X(01) VALUE "N".
005710 77  CALC-RL-EVENT-CODE     PIC X(01) VALUE SPACE.
005720 77  CALC-EXC-READ-COUNT    PIC 9(07) COMP VALUE ZERO.
005730 77  CALC-OUT-WRITE-COUNT   PIC 9(07) COMP VALUE ZERO.
005740 77  CALC-BRG-EOF-SWITCH    PIC X(01) VALUE "N".
005750     88  CALC-BRG-END-OF-FILE             VALUE "Y".
005760 77  CALC-COR-SUBMITTER     PIC X(08) VALUE "CALCCORR".
005770 77  CALC-COR-BATCH-NO      PIC 9(08) VALUE ZERO.
005800 01  CALC-COR-TABLE.
005900     05  CALC-COR-ENTRY OCCURS 1 TO 500 TIMES
006000             DEPENDING ON CALC-COR-TABLE-COUNT
006400         10  CALC-COR-TBL-NUM1      PIC S9(05)V99.
006500         10  CALC-COR-TBL-NUM2      PIC S9(05)V99.
006600         10  CALC-COR-TBL-OPERATOR  PIC X(01).
006610         10  CALC-COR-TBL-DEPT      PIC X(04).
006620 COPY CALCGTW.
006700
006800 PROCEDURE DIVISION.
006900*-----------------------------------------------------------------
007000* 0000-MAINLINE
007100*-----------------------------------------------------------------
007200 0000-MAINLINE.
007201     MOVE "CALCCORRECT" TO CALC-GT-PROGRAM.
007202     PERFORM 0100-CHECK-CYCLE-GATE THRU 0100-EXIT.
007203     IF CALC-GT-REFUSED THEN
007204        MOVE "R" TO CALC-RL-EVENT-CODE
007205        PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
007206        STOP RUN
007207     END-IF.
007210     MOVE "S" TO CALC-RL-EVENT-CODE.
007220     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
007300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007600     PERFORM 8000-FINALIZE THRU 8000-EXIT.
007700     GO TO 9999-EXIT.
007800
007820 COPY CALCGATE.
007840
007900*-----------------------------------------------------------------
008000* 1000-INITIALIZE - OPEN FILES, WRITE THE BATCH HEADER, LOAD THE
008100*                   CORRECTION TABLE, PRIME THE EXCEPTION READ
008200*-----------------------------------------------------------------
008300 1000-INITIALIZE.
008400     OPEN INPUT CALC-EXCEPTION-FILE.
008410     OPEN INPUT CALC-EXC-OLD-FILE.
008500     OPEN OUTPUT CALC-TRANS-FILE.
008510     PERFORM 1100-WRITE-HEADER THRU 1100-EXIT.
008600     PERFORM 1300-LOAD-CORRECTION-TABLE THRU 1300-EXIT.
008610     PERFORM 7300-READ-PRIOR THRU 7300-EXIT.
008700     PERFORM 7000-READ-EXCEPTION THRU 7000-EXIT.
008800 1000-EXIT.
008802     EXIT.
008804
008806*-----------------------------------------------------------------
008808* 1100-WRITE-HEADER - FIND THE HIGHEST CALCCORR BATCH NUMBER ON
008810*                     THE CALCBREG REGISTRY AND WRITE THE CALCRSB
008812*                     BATCH HEADER (OPERATOR "H") FOR THE NEXT ONE
008814*-----------------------------------------------------------------
008816 1100-WRITE-HEADER.
008818     MOVE ZERO TO CALC-COR-BATCH-NO.
008820     OPEN INPUT CALC-BATCH-REGISTRY-FILE.
008822     PERFORM 7400-READ-REGISTRY THRU 7400-EXIT.
008824     PERFORM 1110-SCAN-ONE-BATCH THRU 1110-EXIT
008826         UNTIL CALC-BRG-END-OF-FILE.
008828     CLOSE CALC-BATCH-REGISTRY-FILE.
008830     ADD 1 TO CALC-COR-BATCH-NO.
008832     MOVE SPACES TO CALC-TRANS-HEADER-RECORD.
008834     MOVE CALC-COR-SUBMITTER TO Batch-Submitter.
008836     MOVE CALC-COR-BATCH-NO TO Batch-Number.
008838     MOVE "H" TO Operator.
008840     WRITE CALC-TRANS-HEADER-RECORD.
008842     ADD 1 TO CALC-OUT-WRITE-COUNT.
008844 1100-EXIT.
008846     EXIT.
008848
008850*-----------------------------------------------------------------
008852* 1110-SCAN-ONE-BATCH - KEEP THE HIGHEST CALCCORR BATCH NUMBER
008854*                       SEEN ON THE REGISTRY
008856*-----------------------------------------------------------------
008858 1110-SCAN-ONE-BATCH.
008860     IF CALC-BRG-SUBMITTER = CALC-COR-SUBMITTER
008862        AND CALC-BRG-BATCH-NO > CALC-COR-BATCH-NO THEN
008864        MOVE CALC-BRG-BATCH-NO TO CALC-COR-BATCH-NO
008866     END-IF.
008868     PERFORM 7400-READ-REGISTRY THRU 7400-EXIT.
008870 1110-EXIT.
008900     EXIT.
009000
009100*-----------------------------------------------------------------
012100            CALC-COR-TBL-NUM2(CALC-COR-TABLE-COUNT)
012200        MOVE CALC-COR-OPERATOR TO
012300            CALC-COR-TBL-OPERATOR(CALC-COR-TABLE-COUNT)
012310        MOVE CALC-COR-DEPT TO
012320            CALC-COR-TBL-DEPT(CALC-COR-TABLE-COUNT)
012400        PERFORM 7100-READ-CORRECTION THRU 7100-EXIT
012500     ELSE
012600        DISPLAY "CALC-COR-TABLE FULL - DISCARDING CORRECTION "
013910     ADD 1 TO CALC-EXC-READ-COUNT.
013920     MOVE CALC-E-DATE TO CALC-COR-WORK-DATE.
013930     MOVE CALC-E-TIME TO CALC-COR-WORK-TIME.
013935     MOVE CALC-E-DEPT TO CALC-COR-WORK-DEPT.
013940     PERFORM 2050-MATCH-ONE-EXCEPTION THRU 2050-EXIT.
015300     PERFORM 7000-READ-EXCEPTION THRU 7000-EXIT.
015400 2000-EXIT.
015617 2500-PROCESS-PRIOR.
015618     ADD 1 TO CALC-EXC-READ-COUNT.
015619     MOVE CALC-EXO-DATE TO CALC-COR-WORK-DATE.
015620     MOVE CALC-EXO-DEPT TO CALC-COR-WORK-DEPT.
015621     MOVE CALC-EXO-TIME TO CALC-COR-WORK-TIME.
015622     PERFORM 2050-MATCH-ONE-EXCEPTION THRU 2050-EXIT.
015623     PERFORM 7300-READ-PRIOR THRU 7300-EXIT.
015700*-----------------------------------------------------------------
015800* 2100-WRITE-TRANS - WRITE ONE REGENERATED CALC-TRANS-RECORD AND
015900*                    ACCUMULATE THE RUNNING COUNT AND HASH FOR
016000*                    THE TRAILER RECORD.  A BLANK CORRECTED
016010*                    DEPARTMENT KEEPS THE EXCEPTION'S OWN.
016100*-----------------------------------------------------------------
016200 2100-WRITE-TRANS.
016300     MOVE CALC-COR-TBL-NUM1(CALC-COR-INDEX) TO Num1.
016400     MOVE CALC-COR-TBL-NUM2(CALC-COR-INDEX) TO Num2.
016500     MOVE CALC-COR-TBL-OPERATOR(CALC-COR-INDEX) TO Operator.
016510     IF CALC-COR-TBL-DEPT(CALC-COR-INDEX) = SPACES THEN
016520        MOVE CALC-COR-WORK-DEPT TO Dept-Code
016530     ELSE
016540        MOVE CALC-COR-TBL-DEPT(CALC-COR-INDEX) TO Dept-Code
016550     END-IF.
016600     WRITE CALC-TRANS-RECORD.
016610     ADD 1 TO CALC-OUT-WRITE-COUNT.
016700     ADD 1 TO CALC-TRL-RECORD-COUNT.
019200     EXIT.
019300
019400*-----------------------------------------------------------------
019405* 7400-READ-REGISTRY - READ THE NEXT CALCBREG RECORD, FLAG EOF
019410*-----------------------------------------------------------------
019415 7400-READ-REGISTRY.
019420     READ CALC-BATCH-REGISTRY-FILE
019425         AT END
019430             SET CALC-BRG-END-OF-FILE TO TRUE
019435     END-READ.
019440 7400-EXIT.
019445     EXIT.
019450
019455*-----------------------------------------------------------------
019500* 8000-FINALIZE - WRITE THE TRAILER RECORD AND CLOSE UP
019600*-----------------------------------------------------------------
019700 8000-FINALIZE.
020100     MOVE CALC-TRL-RECORD-COUNT TO Num1.
020200     MOVE CALC-TRL-HASH TO Num2.
020300     MOVE "T" TO Operator.
020310     MOVE SPACES TO Dept-Code.
020400     WRITE CALC-TRANS-RECORD.
020410     ADD 1 TO CALC-OUT-WRITE-COUNT.
020500     CLOSE CALC-EXCEPTION-FILE.
021030*                      SHARED CALCRLOG RUN LOG FOR THE MORNING
021040*                      CALCCYCLE STATUS CHECK.  THE WRITE TALLY
021050*                      COVERS THE REGENERATED CALCRSB RECORDS,
021060*                      HEADER AND TRAILER INCLUDED.
021070*-----------------------------------------------------------------
021080 9000-WRITE-RUN-LOG.
021081     OPEN EXTEND CALC-RUN-LOG-FILE.
