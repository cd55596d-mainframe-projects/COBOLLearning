002381*                   LOG - RUN CALCCYCLE EXACTLY ONCE, AT THE END
002382*                   OF EACH CYCLE, THE SAME WAY CALCRSB IS
002383*                   STAGED EXACTLY ONCE PER CORRECTION RUN.
002384* 10/15/2026  DW    ADDED CALCAPPROVE TO THE EXPECTED STEP LIST,
002385*                   BETWEEN CALCRECON AND CALCSUMMARY - AN
002386*                   APPROVED ITEM MUST BE ON CALCAUD BEFORE THE
002387*                   DAY IS SUMMARIZED AND PROVED.
002392* 10/15/2026  DW    THE EXPECTED STEP LIST IS NO LONGER
002397*                   HARD-CODED.  IT IS LOADED FROM THE CALCCTL
002402*                   CYCLE CONTROL FILE (THE SAME LOAD THE CYCLE
002407*                   CONTROL GATE USES), SO THE INVOICING STEPS -
002412*                   MULTSTOGEN, MULTIPLY2VALUES, MULTARPOST,
002417*                   MULTCASHAPPLY AND MULTINVARCH - ARE NOW
002422*                   CHECKED TOO, AND A RETURN CODE IS FLAGGED ONLY
002427*                   WHEN IT IS OVER THE STEP'S CALCCTL LIMIT.  A
002432*                   STEP REFUSED BY THE GATE IS FLAGGED REFUSED; A
002437*                   FAILED STEP BYPASSED THROUGH CALCCYCMARK
002442*                   PRINTS AS BYPASSED AND DOES NOT COUNT AGAINST
002447*                   THE CYCLE.  A RERUN THAT STARTS AGAIN CLEARS
002452*                   THE STEP'S EARLIER END, SO A RERUN THAT ABENDS
002457*                   SHOWS AS NOT FINISHED.  EVERY RERUN AND BYPASS
002462*                   MARK ON CALCCACT IS PRINTED ON THE REPORT,
002467*                   APPENDED TO THE CALCCACA HISTORY FILE AND CUT
002469*                   OVER WITH CALCRLOG.
002472*-----------------------------------------------------------------
002477
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
003200         ORGANIZATION IS LINE SEQUENTIAL.
003210
003220     SELECT OPTIONAL CALC-RUN-LOG-ARCH-FILE ASSIGN TO "CALCRLGA"
003221         ORGANIZATION IS LINE SEQUENTIAL.
003222
003223     SELECT OPTIONAL CALC-CONTROL-FILE ASSIGN TO "CALCCTL"
003224         ORGANIZATION IS LINE SEQUENTIAL.
003225
003226     SELECT OPTIONAL CALC-CYCLE-ACTION-FILE ASSIGN TO "CALCCACT"
003227         ORGANIZATION IS LINE SEQUENTIAL.
003228
003229     SELECT OPTIONAL CALC-ACTION-ARCH-FILE ASSIGN TO "CALCCACA"
003230         ORGANIZATION IS LINE SEQUENTIAL.
003300
003400 DATA DIVISION.
004150 FD  CALC-RUN-LOG-ARCH-FILE.
004160 01  CALC-RLA-RECORD            PIC X(47).
004200
004205 FD  CALC-CONTROL-FILE.
004210 COPY CALCCTL.
004215
004220 FD  CALC-CYCLE-ACTION-FILE.
004225 COPY CALCCAC.
004230
004235*    IMAGE COPY OF THE CYCLE ACTION RECORD, FOR THE SAME REASON AS
004240*    CALC-RLA-RECORD ABOVE - A PLAIN 69-BYTE BUFFER.
004245 FD  CALC-ACTION-ARCH-FILE.
004250 01  CALC-CAA-RECORD            PIC X(69).
004255
004300 WORKING-STORAGE SECTION.
004400 77  CALC-CYC-LOG-EOF-SW    PIC X(01) VALUE "N".
004500     88  CALC-CYC-LOG-EOF                 VALUE "Y".
004700 77  CALC-CYC-EVENT-SEQ     PIC 9(05) COMP VALUE ZERO.
004800 77  CALC-CYC-FLAG-COUNT    PIC 9(03) COMP VALUE ZERO.
004900 77  CALC-CYC-HIGH-ORDER    PIC 9(05) COMP VALUE ZERO.
005100 77  CALC-CYC-EXTRA-COUNT   PIC 9(02) COMP VALUE ZERO.
005200 77  CALC-CYC-EXTRA-FOUND-SW PIC X(01) VALUE "N".
005300     88  CALC-CYC-EXTRA-KNOWN             VALUE "Y".
005400 77  CALC-CYC-ACTION-COUNT  PIC 9(05) COMP VALUE ZERO.
005500*    THE EXPECTED NIGHTLY RUN ORDER IS THE CALCCTL ROW ORDER,
005600*    LOADED INTO THE CALC-GT-STEP-TABLE (CALCGTW); THIS TABLE
005700*    RUNS PARALLEL TO IT, ONE STATUS ENTRY PER STEP.
007100 01  CALC-CYC-STEP-STATUS-TABLE.
007200     05  CALC-CYC-STATUS-ENTRY OCCURS 40 TIMES
007300             INDEXED BY CALC-CYC-STATUS-INDEX.
007400         10  CALC-CYC-TBL-STARTED   PIC X(01).
007500         10  CALC-CYC-TBL-ENDED     PIC X(01).
008000             INDEXED BY CALC-CYC-EXTRA-INDEX.
008100         10  CALC-CYC-TBL-EXTRA-NM  PIC X(16).
008200 COPY CALCCYC.
008210 COPY CALCGTW.
008300
008400 PROCEDURE DIVISION.
008500*-----------------------------------------------------------------
009200     PERFORM 8000-FINALIZE THRU 8000-EXIT.
009300     GO TO 9999-EXIT.
009400
009420 COPY CALCGATE.
009440
009500*-----------------------------------------------------------------
009600* 1000-INITIALIZE - LOAD THE CALCCTL STEPS WITH THEIR GATE
009700*                   STATES AND MARKS, CLEAR THE STEP STATUS
009710*                   TABLE, OPEN THE FILES, PRIME THE LOG READ.
009720*                   NO CALCCTL STEPS IS ITSELF A FLAG - THERE IS
009730*                   NOTHING TO CHECK THE CYCLE AGAINST.
009800*-----------------------------------------------------------------
009900 1000-INITIALIZE.
010000     MOVE "CALCCYCLE" TO CALC-GT-PROGRAM.
010100     PERFORM 0110-LOAD-CYCLE-STATE THRU 0110-EXIT.
010200     IF CALC-GT-STEP-COUNT = ZERO THEN
010210        DISPLAY "CALCCTL MISSING OR EMPTY - NO STEPS TO CHECK"
010220        ADD 1 TO CALC-CYC-FLAG-COUNT
010230     ELSE
010240        PERFORM 1100-CLEAR-ONE-STEP THRU 1100-EXIT
010250            VARYING CALC-CYC-STATUS-INDEX FROM 1 BY 1
010260            UNTIL CALC-CYC-STATUS-INDEX > CALC-GT-STEP-COUNT
010270     END-IF.
010300     OPEN INPUT CALC-RUN-LOG-FILE.
010310     OPEN EXTEND CALC-RUN-LOG-ARCH-FILE.
010400     OPEN OUTPUT CALC-CYCLE-REPORT-FILE.
012110*                    HISTORY FILE, THEN POST IT AGAINST THE STEP
012200*                    TABLE.  THE FIRST START RECORD FIXES A STEP'S
012300*                    ARRIVAL ORDER; THE LAST END RECORD'S RETURN
012400*                    CODE STANDS.  A PROGRAM NOT ON CALCCTL IS
012500*                    REMEMBERED FOR AN "ALSO LOGGED" LINE
012600*                    RATHER THAN FLAGGED - THE LOG IS SHARED AND
012700*                    AD HOC RERUNS DO LAND ON IT.
012800*-----------------------------------------------------------------
012900 2000-PROCESS-LOG.
012910     WRITE CALC-RLA-RECORD FROM CALC-RUN-LOG-RECORD.
013000     ADD 1 TO CALC-CYC-EVENT-SEQ.
013100     MOVE CALC-RL-PROGRAM TO CALC-GT-KEY.
013200     PERFORM 0160-FIND-STEP THRU 0160-EXIT.
013300     IF CALC-GT-FOUND THEN
013400        PERFORM 2100-POST-ONE-EVENT THRU 2100-EXIT
013500     ELSE
013600        PERFORM 2200-NOTE-EXTRA-PROGRAM THRU 2200-EXIT
013700     END-IF.
013900     PERFORM 7000-READ-LOG THRU 7000-EXIT.
014000 2000-EXIT.
014100     EXIT.
014200
014300*-----------------------------------------------------------------
014400* 2100-POST-ONE-EVENT - MARK THE MATCHED STEP STARTED OR ENDED.  A
014410*                       LATER START (A RERUN) CLEARS THE EARLIER
014420*                       END, SO ONLY THE LATEST ATTEMPT'S OUTCOME
014430*                       STANDS.  A GATE REFUSAL IS NEITHER.
014500*-----------------------------------------------------------------
014600 2100-POST-ONE-EVENT.
014700     SET CALC-CYC-STATUS-INDEX TO CALC-GT-STEP-INDEX.
014800     IF CALC-RL-START-EVENT THEN
014900        IF CALC-CYC-TBL-STARTED(CALC-CYC-STATUS-INDEX) = "N" THEN
015000           MOVE "Y" TO
015200           MOVE CALC-CYC-EVENT-SEQ TO
015300               CALC-CYC-TBL-ORDER(CALC-CYC-STATUS-INDEX)
015400        END-IF
015410        MOVE "N" TO CALC-CYC-TBL-ENDED(CALC-CYC-STATUS-INDEX)
015500     END-IF.
015600     IF CALC-RL-END-EVENT THEN
015700        MOVE "Y" TO CALC-CYC-TBL-ENDED(CALC-CYC-STATUS-INDEX)
016300
016400*-----------------------------------------------------------------
016500* 2200-NOTE-EXTRA-PROGRAM - REMEMBER A PROGRAM NAME SEEN ON THE
016600*                           LOG BUT NOT ON CALCCTL,
016700*                           ONCE, UP TO THE TABLE BOUND
016800*-----------------------------------------------------------------
016900 2200-NOTE-EXTRA-PROGRAM.
021000* 8000-FINALIZE - WRITE THE STATUS REPORT, THEN CUT THE LOG OVER -
021010*                 EVERY RECORD IS ALREADY ON CALCRLGA, SO CALCRLOG
021020*                 IS TRUNCATED AND THE NEXT CYCLE STARTS A FRESH
021030*                 ONE-CYCLE LOG.  CALCCACT IS CUT OVER THE SAME
021100*                 WAY ONCE ITS ACTIONS ARE PRINTED.  STEPS PRINT
021110*                 IN CALCCTL ORDER; A STEP WHOSE FIRST START
021200*                 ARRIVED ON THE LOG EARLIER THAN A PREDECESSOR'S
021300*                 IS FLAGGED OUT OF ORDER.  ANY FLAG SETS A
021400*                 NONZERO RETURN CODE.
021600 8000-FINALIZE.
021700     WRITE CALC-CYCLE-REPORT-RECORD FROM CALC-CYC-HEADING-LINE.
021800     MOVE ZERO TO CALC-CYC-HIGH-ORDER.
021900     IF CALC-GT-STEP-COUNT > ZERO THEN
022000        PERFORM 8100-WRITE-ONE-STEP THRU 8100-EXIT
022100            VARYING CALC-CYC-STATUS-INDEX FROM 1 BY 1
022110            UNTIL CALC-CYC-STATUS-INDEX > CALC-GT-STEP-COUNT
022120     END-IF.
022200     IF CALC-CYC-EXTRA-COUNT > ZERO THEN
022300        PERFORM 8200-WRITE-ONE-EXTRA THRU 8200-EXIT
022400            VARYING CALC-CYC-EXTRA-INDEX FROM 1 BY 1
022500            UNTIL CALC-CYC-EXTRA-INDEX > CALC-CYC-EXTRA-COUNT
022600     END-IF.
022610     PERFORM 8300-WRITE-ACTIONS THRU 8300-EXIT.
022700     IF CALC-CYC-FLAG-COUNT = ZERO THEN
022800        MOVE "CYCLE COMPLETE - NO EXCEPTIONS" TO CALC-CYC-STATUS
022900     ELSE
023410     CLOSE CALC-RUN-LOG-ARCH-FILE.
023420     OPEN OUTPUT CALC-RUN-LOG-FILE.
023430     CLOSE CALC-RUN-LOG-FILE.
023440     OPEN OUTPUT CALC-CYCLE-ACTION-FILE.
023450     CLOSE CALC-CYCLE-ACTION-FILE.
023500     CLOSE CALC-CYCLE-REPORT-FILE.
023600 8000-EXIT.
023700     EXIT.
023800
023900*-----------------------------------------------------------------
024000* 8100-WRITE-ONE-STEP - FORMAT AND WRITE ONE STEP'S STATUS LINE.
024100*                       THE FLAGS ARE CHECKED WORST-FIRST -
024200*                       REFUSED BY THE GATE OR NEVER STARTED, DID
024300*                       NOT FINISH, OUT OF ORDER, THEN A RETURN
024310*                       CODE OVER THE STEP'S CALCCTL LIMIT.  A
024320*                       FLAGGED STEP WITH A BYPASS MARK IN FORCE
024330*                       PRINTS AS BYPASSED AND IS NOT COUNTED.
024400*-----------------------------------------------------------------
024500 8100-WRITE-ONE-STEP.
024600     SET CALC-GT-STEP-INDEX TO CALC-CYC-STATUS-INDEX.
024700     MOVE CALC-GT-TBL-STEP(CALC-GT-STEP-INDEX)
024800         TO CALC-CYC-STEP-NM.
024900     MOVE CALC-CYC-TBL-STARTED(CALC-CYC-STATUS-INDEX)
025000         TO CALC-CYC-STARTED.
025800     END-IF.
025900     MOVE SPACES TO CALC-CYC-STEP-FLAG.
026000     IF CALC-CYC-TBL-STARTED(CALC-CYC-STATUS-INDEX) = "N" THEN
026100        IF CALC-GT-WAS-REFUSED(CALC-GT-STEP-INDEX) THEN
026200           MOVE "** REFUSED **" TO CALC-CYC-STEP-FLAG
026210        ELSE
026220           MOVE "** NEVER STARTED **" TO CALC-CYC-STEP-FLAG
026230        END-IF
026300     ELSE
026400        IF CALC-CYC-TBL-ENDED(CALC-CYC-STATUS-INDEX) = "N" THEN
026500           MOVE "** DID NOT FINISH **" TO CALC-CYC-STEP-FLAG
026700        ELSE
026800           IF CALC-CYC-TBL-ORDER(CALC-CYC-STATUS-INDEX)
026900               < CALC-CYC-HIGH-ORDER THEN
027000              MOVE "** OUT OF ORDER **" TO CALC-CYC-STEP-FLAG
027200           ELSE
027300              IF CALC-CYC-TBL-RC(CALC-CYC-STATUS-INDEX)
027400                  > CALC-GT-TBL-MAX-RC(CALC-GT-STEP-INDEX) THEN
027500                 MOVE "** RC OVER LIMIT **" TO CALC-CYC-STEP-FLAG
027700              END-IF
027800           END-IF
027810        END-IF
027820     END-IF.
027830     IF CALC-CYC-STEP-FLAG NOT = SPACES THEN
027840        IF CALC-GT-MARKED-BYPASS(CALC-GT-STEP-INDEX) THEN
027850           MOVE "BYPASSED" TO CALC-CYC-STEP-FLAG
027860        ELSE
027870           ADD 1 TO CALC-CYC-FLAG-COUNT
027900        END-IF
028000     END-IF.
028100     IF CALC-CYC-TBL-STARTED(CALC-CYC-STATUS-INDEX) = "Y"
029900 8200-EXIT.
030000     EXIT.
030100
030102*-----------------------------------------------------------------
030104* 8300-WRITE-ACTIONS - PRINT EVERY RERUN AND BYPASS MARK ENTERED
030106*                      ON CALCCACT DURING THE CYCLE, IN THE ORDER
030108*                      ENTERED, UNDER ONE HEADING, COPYING EACH TO
030110*                      THE CALCCACA HISTORY FILE
030112*-----------------------------------------------------------------
030114 8300-WRITE-ACTIONS.
030116     MOVE "N" TO CALC-GT-ACT-EOF-SW.
030118     OPEN INPUT CALC-CYCLE-ACTION-FILE.
030120     OPEN EXTEND CALC-ACTION-ARCH-FILE.
030122     PERFORM 0190-READ-ACTION THRU 0190-EXIT.
030124     PERFORM 8310-WRITE-ONE-ACTION THRU 8310-EXIT
030126         UNTIL CALC-GT-ACT-EOF.
030128     CLOSE CALC-CYCLE-ACTION-FILE.
030130     CLOSE CALC-ACTION-ARCH-FILE.
030132 8300-EXIT.
030134     EXIT.
030136
030138*-----------------------------------------------------------------
030140* 8310-WRITE-ONE-ACTION - FORMAT AND WRITE ONE ACTION LINE, WITH
030142*                         THE HEADING AHEAD OF THE FIRST
030144*-----------------------------------------------------------------
030146 8310-WRITE-ONE-ACTION.
030148     WRITE CALC-CAA-RECORD FROM CALC-CYCLE-ACTION-RECORD.
030150     ADD 1 TO CALC-CYC-ACTION-COUNT.
030152     IF CALC-CYC-ACTION-COUNT = 1 THEN
030154        WRITE CALC-CYCLE-REPORT-RECORD
030156            FROM CALC-CYC-ACTION-HEADING
030158     END-IF.
030160     MOVE CALC-CA-STEP TO CALC-CYA-STEP.
030162     IF CALC-CA-RERUN THEN
030164        MOVE "RERUN" TO CALC-CYA-ACTION
030166     ELSE
030168        IF CALC-CA-BYPASS THEN
030170           MOVE "BYPASS" TO CALC-CYA-ACTION
030172        ELSE
030174           MOVE CALC-CA-ACTION TO CALC-CYA-ACTION
030176        END-IF
030178     END-IF.
030180     MOVE CALC-CA-DATE TO CALC-CYA-DATE.
030182     MOVE CALC-CA-TIME TO CALC-CYA-TIME.
030184     MOVE CALC-CA-OPERATOR-ID TO CALC-CYA-OPERATOR-ID.
030186     MOVE CALC-CA-REASON TO CALC-CYA-REASON.
030188     WRITE CALC-CYCLE-REPORT-RECORD FROM CALC-CYC-ACTION-LINE.
030190     PERFORM 0190-READ-ACTION THRU 0190-EXIT.
030192 8310-EXIT.
030194     EXIT.
030196
030200 9999-EXIT.
030300     STOP RUN.
