000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CALCAPPROVE.
000300 AUTHOR. D WALKER.
000400 INSTALLATION. BILLING SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* DATE        INIT  DESCRIPTION
001100* ----------  ----  -------------------------------------------
001200* 10/15/2026  DW    NEW PROGRAM.  DUAL-CONTROL APPROVAL RUN FOR
001300*                   HIGH-VALUE CALCULATOR RESULTS.  Iteration-If
001400*                   NO LONGER POSTS A RESULT OVER ITS OPERATION
001500*                   TYPE'S CALCTHRS LIMIT; IT HOLDS IT ON CALCHLD.
001600*                   THIS RUN MATCHES THE PRIOR PENDING FILE
001700*                   (CALCPNDO) AND THE DAY'S CALCHLD AGAINST THE
001800*                   CALCAPR DECISIONS KEYED BY A SECOND PERSON.
001900*                   AN APPROVED ITEM IS POSTED TO CALCAUD WITH AN
002000*                   APPROVAL STATUS AND THE APPROVER'S ID; A
002100*                   REJECTED ONE GOES TO CALCEXC AS REASON REJA.
002200*                   A DECISION ENTERED BY THE ITEM'S OWN
002300*                   SUBMITTER, OR ONE THAT CANNOT BE APPLIED, IS
002400*                   REFUSED ON THE DECISION LISTING (RETURN CODE
002500*                   4) AND THE ITEM STAYS PENDING.  UNDECIDED
002600*                   ITEMS CARRY FORWARD ON CALCPNDN (STAGED AS
002700*                   CALCPNDO FOR THE NEXT RUN, THE CALCEXCO
002800*                   STAGING CONVENTION), AND ANY PENDING MORE
002900*                   THAN ONE DAY IS LISTED ON CALCPNDA.  RUNS
003000*                   AFTER CALCRECON AND BEFORE CALCSUMMARY, SO AN
003100*                   APPROVED ITEM REACHES THE DAY'S CONTROL TOTALS
003200*                   AND GL FEED.  APPENDS START AND END RECORDS TO
003300*                   THE SHARED CALCRLOG RUN LOG LIKE THE REST OF
003400*                   THE CYCLE.
003410* 10/15/2026  DW    CYCLE CONTROL GATE.  AT START THE PROGRAM NOW
003420*                   CHECKS ITS CALCCTL ROW AGAINST THE CYCLE'S
003430*                   CALCRLOG (COPY CALCGATE) AND REFUSES TO RUN -
003440*                   RETURN CODE 12 AND AN "R" RUN-LOG RECORD - IF
003450*                   A PREDECESSOR HAS NOT ENDED WITHIN ITS
003460*                   RETURN-CODE LIMIT AND IS NOT MARKED FOR
003470*                   BYPASS, OR IF IT HAS ALREADY RUN THIS CYCLE
003472*                   AND IS NOT MARKED FOR RERUN BY CALCCYCMARK.
003474* 10/15/2026  DW    A RERUN NO LONGER REFUSES BECAUSE DECISIONS
003476*                   ARE ALREADY ON THE DAY'S CALCAUD OR CALCEXC.
003478*                   THE APPROVED AUDIT RECORDS AND REJA EXCEPTIONS
003480*                   ON FILE ARE LOADED FIRST, AND AN ITEM WHOSE
003482*                   DECISION MATCHES ONE OF THEM (SAME OPERATOR,
003484*                   NUMBERS, RESULT AND DEPARTMENT) IS LISTED AS
003486*                   ALREADY POSTED AND NOT POSTED AGAIN, WHILE THE
003488*                   UNDECIDED ITEMS STILL CARRY FORWARD.  A RUN
003490*                   AFTER AN ABEND IN THE POSTING PASS THEREFORE
003492*                   FINISHES THE DAY AND WRITES A FULL CALCPNDN.
003494*                   MORE POSTED DECISIONS THAN THE TABLE HOLDS
003496*                   ABORTS THE RUN, RETURN CODE 16.
003500*-----------------------------------------------------------------
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CALC-HOLD-FILE ASSIGN TO "CALCHLD"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200
004300     SELECT OPTIONAL CALC-PEND-OLD-FILE ASSIGN TO "CALCPNDO"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500
004600     SELECT CALC-PEND-NEW-FILE ASSIGN TO "CALCPNDN"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800
004900     SELECT OPTIONAL CALC-DECISION-FILE ASSIGN TO "CALCAPR"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100
005200     SELECT CALC-AUDIT-FILE ASSIGN TO "CALCAUD"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500     SELECT CALC-EXCEPTION-FILE ASSIGN TO "CALCEXC"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800     SELECT CALC-APPROVAL-LIST-FILE ASSIGN TO "CALCAPRL"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006100     SELECT CALC-PEND-AGE-FILE ASSIGN TO "CALCPNDA"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300
006400     SELECT OPTIONAL CALC-RUN-LOG-FILE ASSIGN TO "CALCRLOG"
006500         ORGANIZATION IS LINE SEQUENTIAL.
006510
006520     SELECT OPTIONAL CALC-CONTROL-FILE ASSIGN TO "CALCCTL"
006530         ORGANIZATION IS LINE SEQUENTIAL.
006540
006550     SELECT OPTIONAL CALC-CYCLE-ACTION-FILE ASSIGN TO "CALCCACT"
006560         ORGANIZATION IS LINE SEQUENTIAL.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  CALC-HOLD-FILE.
007000 COPY CALCHLD.
007100
007200 FD  CALC-PEND-OLD-FILE.
007300 COPY CALCPDO.
007400
007500*    IMAGE COPY OF THE PENDING-APPROVAL RECORD - THE RECORDS PASS
007600*    THROUGH UNCHANGED VIA WRITE ... FROM, SO THE OUTPUT RECORD IS
007700*    A PLAIN BUFFER OF THE SAME 83-BYTE LENGTH.
007800 FD  CALC-PEND-NEW-FILE.
007900 01  CALC-PDN-RECORD            PIC X(83).
008000
008100 FD  CALC-DECISION-FILE.
008200 COPY CALCAPD.
008300
008400 FD  CALC-AUDIT-FILE.
008500 COPY CALCAUD.
008600
008700 FD  CALC-EXCEPTION-FILE.
008800 COPY CALCEXC.
008900
009000 FD  CALC-APPROVAL-LIST-FILE
009100             RECORD CONTAINS 80 CHARACTERS.
009200 01  CALC-APPROVAL-LIST-RECORD  PIC X(80).
009300
009400 FD  CALC-PEND-AGE-FILE
009500             RECORD CONTAINS 80 CHARACTERS.
009600 01  CALC-PEND-AGE-RECORD       PIC X(80).
009700
009800 FD  CALC-RUN-LOG-FILE.
009900 COPY CALCRLG.
009910
009920 FD  CALC-CONTROL-FILE.
009930 COPY CALCCTL.
009940
009950 FD  CALC-CYCLE-ACTION-FILE.
009960 COPY CALCCAC.
010000
010100 WORKING-STORAGE SECTION.
010200 77  CALC-HLD-EOF-SWITCH    PIC X(01) VALUE "N".
010300     88  CALC-HLD-END-OF-FILE             VALUE "Y".
010400 77  CALC-PDO-EOF-SWITCH    PIC X(01) VALUE "N".
010500     88  CALC-PDO-END-OF-FILE             VALUE "Y".
010600 77  CALC-APD-EOF-SWITCH    PIC X(01) VALUE "N".
010700     88  CALC-APD-END-OF-FILE             VALUE "Y".
010800 77  CALC-AUD-EOF-SWITCH    PIC X(01) VALUE "N".
010900     88  CALC-AUD-END-OF-FILE             VALUE "Y".
011000 77  CALC-EXC-EOF-SWITCH    PIC X(01) VALUE "N".
011100     88  CALC-EXC-END-OF-FILE             VALUE "Y".
011160 77  CALC-APR-POSTED-SWITCH PIC X(01) VALUE "N".
011220     88  CALC-APR-ALREADY-POSTED          VALUE "Y".
011280 77  CALC-APP-FULL-SWITCH   PIC X(01) VALUE "N".
011340     88  CALC-APP-TABLE-FULL              VALUE "Y".
011400 77  CALC-APR-MATCH-SWITCH  PIC X(01) VALUE "N".
011500     88  CALC-APR-MATCH-FOUND             VALUE "Y".
011600 77  CALC-APR-SOURCE        PIC X(01) VALUE SPACE.
011700     88  CALC-APR-FROM-PRIOR              VALUE "P".
011800     88  CALC-APR-FROM-TODAY              VALUE "T".
011900 77  CALC-APD-TABLE-MAX     PIC 9(04) VALUE 0500.
012000 77  CALC-APD-TABLE-COUNT   PIC 9(04) COMP VALUE ZERO.
012100 77  CALC-APR-READ-COUNT    PIC 9(07) COMP VALUE ZERO.
012200 77  CALC-APR-OUT-COUNT     PIC 9(07) COMP VALUE ZERO.
012300 77  CALC-APR-DECISION-COUNT PIC 9(07) COMP VALUE ZERO.
012400 77  CALC-APR-APPROVED-COUNT PIC 9(07) COMP VALUE ZERO.
012500 77  CALC-APR-REJECTED-COUNT PIC 9(07) COMP VALUE ZERO.
012540 77  CALC-APR-REFUSED-COUNT PIC 9(07) COMP VALUE ZERO.
012580 77  CALC-APR-SKIPPED-COUNT PIC 9(07) COMP VALUE ZERO.
012620 77  CALC-APP-TABLE-MAX     PIC 9(04) VALUE 0500.
012660 77  CALC-APP-TABLE-COUNT   PIC 9(04) COMP VALUE ZERO.
012700 77  CALC-APR-PENDING-COUNT PIC 9(07) COMP VALUE ZERO.
012800 77  CALC-APR-AGED-COUNT    PIC 9(07) COMP VALUE ZERO.
012900 77  CALC-APR-RESULT-EDIT   PIC ---------9.99.
013000 77  CALC-APR-RUN-DAYS      PIC 9(05) COMP VALUE ZERO.
013100 77  CALC-APR-WORK-DAYS     PIC 9(05) COMP VALUE ZERO.
013200 77  CALC-APR-AGE-DAYS      PIC 9(05) COMP VALUE ZERO.
013300 77  CALC-APR-LEAP-YEARS    PIC 9(03) COMP VALUE ZERO.
013400 77  CALC-APR-LEAP-REM      PIC 9(01) COMP VALUE ZERO.
013500 77  CALC-APR-PERIODS       PIC 9(03) COMP VALUE ZERO.
013600 77  CALC-RL-EVENT-CODE     PIC X(01) VALUE SPACE.
013700*    THE PENDING ITEM BEING DECIDED, FROM CALCPNDO OR CALCHLD.
013800 01  CALC-APR-WORK-ITEM.
013900     05  CALC-APR-WK-KEY.
014000         10  CALC-APR-WK-SUBMITTER  PIC X(08).
014100         10  CALC-APR-WK-BATCH-NO   PIC X(08).
014200         10  CALC-APR-WK-SEQ        PIC X(07).
014300     05  CALC-APR-WK-OPERATOR   PIC X(01).
014400     05  CALC-APR-WK-TYPE       PIC X(02).
014500     05  CALC-APR-WK-NUM1       PIC S9(05)V99.
014600     05  CALC-APR-WK-NUM1-X     PIC X(08).
014700     05  CALC-APR-WK-NUM2       PIC S9(05)V99.
014800     05  CALC-APR-WK-NUM2-X     PIC X(08).
014900     05  CALC-APR-WK-RESULT     PIC S9(09)V99.
015000     05  CALC-APR-WK-DEPT       PIC X(04).
015100 01  CALC-APR-WORK-DATE.
015200     05  CALC-APR-WK-YY         PIC 99.
015300     05  CALC-APR-WK-MM         PIC 99.
015400     05  CALC-APR-WK-DD         PIC 99.
015500 01  CALC-APR-RUN-DATE.
015600     05  CALC-APR-RD-YY         PIC 99.
015700     05  CALC-APR-RD-MM         PIC 99.
015800     05  CALC-APR-RD-DD         PIC 99.
015900*    DAYS BEFORE THE FIRST OF EACH MONTH IN A COMMON YEAR.
016000 01  CALC-APR-CUM-DAYS-VALUES.
016100     05  FILLER                 PIC X(36) VALUE
016200             "000031059090120151181212243273304334".
016300 01  CALC-APR-CUM-DAYS-TABLE REDEFINES CALC-APR-CUM-DAYS-VALUES.
016400     05  CALC-APR-CUM-DAYS      PIC 9(03) OCCURS 12 TIMES.
016500 01  CALC-APD-TABLE.
016600     05  CALC-APD-ENTRY OCCURS 1 TO 500 TIMES
016700             DEPENDING ON CALC-APD-TABLE-COUNT
016800             INDEXED BY CALC-APD-INDEX.
016900         10  CALC-APD-TBL-KEY       PIC X(23).
017000         10  CALC-APD-TBL-ACTION    PIC X(01).
017100         10  CALC-APD-TBL-APPROVER  PIC X(08).
017108         10  CALC-APD-TBL-USED      PIC X(01).
017116*    DECISIONS ALREADY POSTED TODAY, FROM THE APPROVED CALCAUD
017124*    RECORDS (NUMBERS AND RESULT) AND THE REJA CALCEXC RECORDS
017132*    (NUMBERS AS KEYED - CALCEXC CARRIES NO RESULT).  FIELDS AN
017140*    ACTION DOES NOT USE ARE LEFT ZERO OR BLANK, SO AN ITEM IS
017148*    MATCHED BY COMPARING CALC-APP-WORK-MATCH, BUILT THE SAME
017156*    WAY, AGAINST CALC-APP-TBL-MATCH AS A WHOLE.
017164 01  CALC-APP-WORK-MATCH.
017172     05  CALC-APP-WK-ACTION     PIC X(01).
017180     05  CALC-APP-WK-OPERATOR   PIC X(01).
017188     05  CALC-APP-WK-NUM1       PIC S9(05)V99.
017196     05  CALC-APP-WK-NUM1-X     PIC X(08).
017204     05  CALC-APP-WK-NUM2       PIC S9(05)V99.
017212     05  CALC-APP-WK-NUM2-X     PIC X(08).
017220     05  CALC-APP-WK-RESULT     PIC S9(09)V99.
017228     05  CALC-APP-WK-DEPT       PIC X(04).
017236 01  CALC-APP-TABLE.
017244     05  CALC-APP-ENTRY OCCURS 1 TO 500 TIMES
017252             DEPENDING ON CALC-APP-TABLE-COUNT
017260             INDEXED BY CALC-APP-INDEX.
017268         10  CALC-APP-TBL-MATCH     PIC X(47).
017276         10  CALC-APP-TBL-USED      PIC X(01).
017300 COPY CALCAPL.
017310 COPY CALCGTW.
017400
017500 PROCEDURE DIVISION.
017600*-----------------------------------------------------------------
017700* 0000-MAINLINE - PRIOR PENDING ITEMS ARE DECIDED FIRST, THEN THE
017800*                 DAY'S NEW HOLDS, SO THE CARRY-FORWARD FILE AND
017900*                 THE AGING REPORT STAY IN OLDEST-FIRST ORDER
018000*-----------------------------------------------------------------
018100 0000-MAINLINE.
018110     MOVE "CALCAPPROVE" TO CALC-GT-PROGRAM.
018120     PERFORM 0100-CHECK-CYCLE-GATE THRU 0100-EXIT.
018130     IF CALC-GT-REFUSED THEN
018140        MOVE "R" TO CALC-RL-EVENT-CODE
018150        PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
018160        STOP RUN
018170     END-IF.
018200     MOVE "S" TO CALC-RL-EVENT-CODE.
018300     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
018400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018500     PERFORM 2000-PROCESS-PRIOR THRU 2000-EXIT
018600         UNTIL CALC-PDO-END-OF-FILE.
018700     PERFORM 3000-PROCESS-TODAY THRU 3000-EXIT
018800         UNTIL CALC-HLD-END-OF-FILE.
018900     PERFORM 8000-FINALIZE THRU 8000-EXIT.
019000     GO TO 9999-EXIT.
019010
019020 COPY CALCGATE.
019100
019200*-----------------------------------------------------------------
019300* 1000-INITIALIZE - LOAD THE DECISIONS ALREADY POSTED TODAY,
019400*                   THEN OPEN THE FILES, PRINT THE HEADINGS,
019500*                   COMPUTE THE RUN-DATE DAY NUMBER, LOAD THE
019600*                   DECISIONS AND PRIME THE READS
019700*-----------------------------------------------------------------
019800 1000-INITIALIZE.
019900     PERFORM 1100-LOAD-ALREADY-POSTED THRU 1100-EXIT.
020000     OPEN INPUT CALC-HOLD-FILE.
020100     OPEN INPUT CALC-PEND-OLD-FILE.
020200     OPEN OUTPUT CALC-PEND-NEW-FILE.
020300     OPEN EXTEND CALC-AUDIT-FILE.
020400     OPEN EXTEND CALC-EXCEPTION-FILE.
020500     OPEN OUTPUT CALC-APPROVAL-LIST-FILE.
020600     OPEN OUTPUT CALC-PEND-AGE-FILE.
020700     ACCEPT CALC-APR-RUN-DATE FROM DATE.
020800     MOVE CALC-APR-RUN-DATE TO CALC-APR-WORK-DATE.
020900     PERFORM 5000-DATE-TO-DAYS THRU 5000-EXIT.
021000     MOVE CALC-APR-WORK-DAYS TO CALC-APR-RUN-DAYS.
021100     MOVE CALC-APR-RD-MM TO CALC-APH-DATE-MM.
021200     MOVE CALC-APR-RD-DD TO CALC-APH-DATE-DD.
021300     MOVE CALC-APR-RD-YY TO CALC-APH-DATE-YY.
021400     WRITE CALC-APPROVAL-LIST-RECORD FROM CALC-APL-HEADING-LINE.
021500     WRITE CALC-APPROVAL-LIST-RECORD FROM CALC-APL-COLUMN-LINE.
021600     MOVE CALC-APR-RD-MM TO CALC-PGH-DATE-MM.
021700     MOVE CALC-APR-RD-DD TO CALC-PGH-DATE-DD.
021800     MOVE CALC-APR-RD-YY TO CALC-PGH-DATE-YY.
021900     WRITE CALC-PEND-AGE-RECORD FROM CALC-PGA-HEADING-LINE.
022000     WRITE CALC-PEND-AGE-RECORD FROM CALC-PGA-COLUMN-LINE.
022100     PERFORM 1300-LOAD-DECISION-TABLE THRU 1300-EXIT.
022200     PERFORM 7000-READ-PRIOR THRU 7000-EXIT.
022300     PERFORM 7100-READ-HOLD THRU 7100-EXIT.
022400 1000-EXIT.
022500     EXIT.
022600
022700*-----------------------------------------------------------------
022758* 1100-LOAD-ALREADY-POSTED - CALCAUD AND CALCEXC ARE THE DAY'S
022816*                            FILES, SO AN APPROVED AUDIT RECORD
022874*                            OR A REJA EXCEPTION ON EITHER IS A
022932*                            DECISION POSTED BY AN EARLIER RUN
022990*                            TODAY - ONE THAT ENDED PARTWAY AND
023048*                            WAS MARKED FOR RERUN.  THEY ARE
023106*                            LOADED SO 4300 CAN SKIP THEM.  A
023164*                            TABLE TOO SMALL FOR THEM ABORTS THE
023222*                            RUN WITH RETURN CODE 16 BEFORE
023280*                            ANYTHING IS OPENED FOR OUTPUT.
023338*-----------------------------------------------------------------
023396 1100-LOAD-ALREADY-POSTED.
023454     OPEN INPUT CALC-AUDIT-FILE.
023512     PERFORM 7300-READ-AUDIT THRU 7300-EXIT.
023570     PERFORM 1110-LOAD-ONE-AUDIT THRU 1110-EXIT
023628         UNTIL CALC-AUD-END-OF-FILE.
023686     CLOSE CALC-AUDIT-FILE.
023744     OPEN INPUT CALC-EXCEPTION-FILE.
023802     PERFORM 7400-READ-EXCEPTION THRU 7400-EXIT.
023860     PERFORM 1120-LOAD-ONE-EXCEPTION THRU 1120-EXIT
023918         UNTIL CALC-EXC-END-OF-FILE.
023976     CLOSE CALC-EXCEPTION-FILE.
024034     IF CALC-APP-TABLE-FULL THEN
024092        DISPLAY "MORE THAN " CALC-APP-TABLE-MAX
024150            " DECISIONS ALREADY POSTED TO CALCAUD AND CALCEXC"
024208        DISPLAY "  TODAY - CALC-APP-TABLE FULL, RUN ABORTED"
024266        MOVE 16 TO RETURN-CODE
024324        GO TO 9999-EXIT
024382     END-IF.
024440     IF CALC-APP-TABLE-COUNT > ZERO THEN
024498        DISPLAY CALC-APP-TABLE-COUNT
024556            " DECISIONS ALREADY POSTED TODAY - NOT POSTED AGAIN"
024614     END-IF.
024672 1100-EXIT.
024730     EXIT.
024788
024846*-----------------------------------------------------------------
024904* 1110-LOAD-ONE-AUDIT - ADD AN AUDIT RECORD POSTED BY APPROVAL TO
024962*                       THE ALREADY-POSTED TABLE
025020*-----------------------------------------------------------------
025078 1110-LOAD-ONE-AUDIT.
025136     IF CALC-A-APPROVED THEN
025194        MOVE "A" TO CALC-APP-WK-ACTION
025252        MOVE CALC-A-OPERATOR TO CALC-APP-WK-OPERATOR
025310        MOVE CALC-A-NUM1 TO CALC-APP-WK-NUM1
025368        MOVE SPACES TO CALC-APP-WK-NUM1-X
025426        MOVE CALC-A-NUM2 TO CALC-APP-WK-NUM2
025484        MOVE SPACES TO CALC-APP-WK-NUM2-X
025542        MOVE CALC-A-RESULT TO CALC-APP-WK-RESULT
025600        MOVE CALC-A-DEPT TO CALC-APP-WK-DEPT
025658        PERFORM 1150-ADD-POSTED THRU 1150-EXIT
025716     END-IF.
025774     PERFORM 7300-READ-AUDIT THRU 7300-EXIT.
025832 1110-EXIT.
025890     EXIT.
025948
026006*-----------------------------------------------------------------
026064* 1120-LOAD-ONE-EXCEPTION - ADD AN EXCEPTION WRITTEN BY A
026122*                           REJECTION TO THE ALREADY-POSTED TABLE
026180*-----------------------------------------------------------------
026238 1120-LOAD-ONE-EXCEPTION.
026296     IF CALC-E-REASON-CODE = "REJA" THEN
026354        MOVE "R" TO CALC-APP-WK-ACTION
026412        MOVE CALC-E-OPERATOR TO CALC-APP-WK-OPERATOR
026470        MOVE ZERO TO CALC-APP-WK-NUM1
026528        MOVE CALC-E-NUM1 TO CALC-APP-WK-NUM1-X
026586        MOVE ZERO TO CALC-APP-WK-NUM2
026644        MOVE CALC-E-NUM2 TO CALC-APP-WK-NUM2-X
026702        MOVE ZERO TO CALC-APP-WK-RESULT
026760        MOVE CALC-E-DEPT TO CALC-APP-WK-DEPT
026818        PERFORM 1150-ADD-POSTED THRU 1150-EXIT
026876     END-IF.
026934     PERFORM 7400-READ-EXCEPTION THRU 7400-EXIT.
026992 1120-EXIT.
027050     EXIT.
027108
027166*-----------------------------------------------------------------
027224* 1150-ADD-POSTED - ADD CALC-APP-WORK-MATCH TO THE ALREADY-POSTED
027282*                   TABLE, OR NOTE THAT THE TABLE IS FULL
027340*-----------------------------------------------------------------
027398 1150-ADD-POSTED.
027456     IF CALC-APP-TABLE-COUNT < CALC-APP-TABLE-MAX THEN
027514        ADD 1 TO CALC-APP-TABLE-COUNT
027572        MOVE CALC-APP-WORK-MATCH TO
027630            CALC-APP-TBL-MATCH(CALC-APP-TABLE-COUNT)
027688        MOVE "N" TO CALC-APP-TBL-USED(CALC-APP-TABLE-COUNT)
027746     ELSE
027804        SET CALC-APP-TABLE-FULL TO TRUE
027862     END-IF.
027920 1150-EXIT.
027978     EXIT.
028036
028094*-----------------------------------------------------------------
028152* 1300-LOAD-DECISION-TABLE - READ CALCAPR INTO THE DECISION TABLE
028210*-----------------------------------------------------------------
028268 1300-LOAD-DECISION-TABLE.
028400     OPEN INPUT CALC-DECISION-FILE.
028500     PERFORM 7200-READ-DECISION THRU 7200-EXIT.
028600     PERFORM 1310-LOAD-ONE-DECISION THRU 1310-EXIT
028700         UNTIL CALC-APD-END-OF-FILE.
028800     CLOSE CALC-DECISION-FILE.
028900 1300-EXIT.
029000     EXIT.
029100
029200*-----------------------------------------------------------------
029300* 1310-LOAD-ONE-DECISION - ADD ONE DECISION TO THE TABLE.  A
029400*                          SECOND DECISION FOR AN ITEM ALREADY IN
029500*                          THE TABLE IS REFUSED RATHER THAN LEFT
029600*                          TO CHANCE.  STOPS LOADING AT
029700*                          CALC-APD-TABLE-MAX INSTEAD OF WRITING
029800*                          PAST THE TABLE'S DECLARED BOUND.
029900*-----------------------------------------------------------------
030000 1310-LOAD-ONE-DECISION.
030100     MOVE "N" TO CALC-APR-MATCH-SWITCH.
030200     IF CALC-APD-TABLE-COUNT > ZERO THEN
030300        SET CALC-APD-INDEX TO 1
030400        SEARCH CALC-APD-ENTRY
030500           AT END
030600              CONTINUE
030700           WHEN CALC-APD-TBL-KEY(CALC-APD-INDEX) = CALC-APD-KEY
030800              SET CALC-APR-MATCH-FOUND TO TRUE
030900        END-SEARCH
031000     END-IF.
031100     IF CALC-APR-MATCH-FOUND THEN
031200        ADD 1 TO CALC-APR-DECISION-COUNT
031300        MOVE CALC-APD-SUBMITTER TO CALC-ALD-SUBMITTER
031400        MOVE CALC-APD-BATCH-NO TO CALC-ALD-BATCH-NO
031500        MOVE CALC-APD-SEQ TO CALC-ALD-SEQ
031600        MOVE CALC-APD-ACTION TO CALC-ALD-ACTION
031700        MOVE CALC-APD-APPROVER TO CALC-ALD-APPROVER
031800        MOVE SPACES TO CALC-ALD-RESULT
031900        MOVE "REFUSED - DUPLICATE" TO CALC-ALD-OUTCOME
032000        PERFORM 6000-WRITE-REFUSED THRU 6000-EXIT
032100        PERFORM 7200-READ-DECISION THRU 7200-EXIT
032200        GO TO 1310-EXIT
032300     END-IF.
032400     IF CALC-APD-TABLE-COUNT < CALC-APD-TABLE-MAX THEN
032500        ADD 1 TO CALC-APD-TABLE-COUNT
032600        ADD 1 TO CALC-APR-DECISION-COUNT
032700        MOVE CALC-APD-KEY TO
032800            CALC-APD-TBL-KEY(CALC-APD-TABLE-COUNT)
032900        MOVE CALC-APD-ACTION TO
033000            CALC-APD-TBL-ACTION(CALC-APD-TABLE-COUNT)
033100        MOVE CALC-APD-APPROVER TO
033200            CALC-APD-TBL-APPROVER(CALC-APD-TABLE-COUNT)
033300        MOVE "N" TO CALC-APD-TBL-USED(CALC-APD-TABLE-COUNT)
033400        PERFORM 7200-READ-DECISION THRU 7200-EXIT
033500     ELSE
033600        DISPLAY "CALC-APD-TABLE FULL - DISCARDING DECISION "
033700            CALC-APD-KEY
033800        PERFORM 7900-SET-WARNING THRU 7900-EXIT
033900        SET CALC-APD-END-OF-FILE TO TRUE
034000     END-IF.
034100 1310-EXIT.
034200     EXIT.
034300
034400*-----------------------------------------------------------------
034500* 2000-PROCESS-PRIOR - DECIDE ONE CARRIED-FORWARD PENDING ITEM
034600*-----------------------------------------------------------------
034700 2000-PROCESS-PRIOR.
034800     ADD 1 TO CALC-APR-READ-COUNT.
034900     MOVE CALC-PO-KEY TO CALC-APR-WK-KEY.
035000     MOVE CALC-PO-OPERATOR TO CALC-APR-WK-OPERATOR.
035100     MOVE CALC-PO-TYPE TO CALC-APR-WK-TYPE.
035200     MOVE CALC-PO-NUM1 TO CALC-APR-WK-NUM1.
035300     MOVE CALC-PO-NUM1-X TO CALC-APR-WK-NUM1-X.
035400     MOVE CALC-PO-NUM2 TO CALC-APR-WK-NUM2.
035500     MOVE CALC-PO-NUM2-X TO CALC-APR-WK-NUM2-X.
035600     MOVE CALC-PO-RESULT TO CALC-APR-WK-RESULT.
035700     MOVE CALC-PO-DEPT TO CALC-APR-WK-DEPT.
035800     MOVE CALC-PO-DATE TO CALC-APR-WORK-DATE.
035900     SET CALC-APR-FROM-PRIOR TO TRUE.
036000     PERFORM 4000-APPLY-DECISION THRU 4000-EXIT.
036100     PERFORM 7000-READ-PRIOR THRU 7000-EXIT.
036200 2000-EXIT.
036300     EXIT.
036400
036500*-----------------------------------------------------------------
036600* 3000-PROCESS-TODAY - DECIDE ONE OF THE DAY'S CALCHLD ITEMS
036700*-----------------------------------------------------------------
036800 3000-PROCESS-TODAY.
036900     ADD 1 TO CALC-APR-READ-COUNT.
037000     MOVE CALC-H-KEY TO CALC-APR-WK-KEY.
037100     MOVE CALC-H-OPERATOR TO CALC-APR-WK-OPERATOR.
037200     MOVE CALC-H-TYPE TO CALC-APR-WK-TYPE.
037300     MOVE CALC-H-NUM1 TO CALC-APR-WK-NUM1.
037400     MOVE CALC-H-NUM1-X TO CALC-APR-WK-NUM1-X.
037500     MOVE CALC-H-NUM2 TO CALC-APR-WK-NUM2.
037600     MOVE CALC-H-NUM2-X TO CALC-APR-WK-NUM2-X.
037700     MOVE CALC-H-RESULT TO CALC-APR-WK-RESULT.
037800     MOVE CALC-H-DEPT TO CALC-APR-WK-DEPT.
037900     MOVE CALC-H-DATE TO CALC-APR-WORK-DATE.
038000     SET CALC-APR-FROM-TODAY TO TRUE.
038100     PERFORM 4000-APPLY-DECISION THRU 4000-EXIT.
038200     PERFORM 7100-READ-HOLD THRU 7100-EXIT.
038300 3000-EXIT.
038400     EXIT.
038500
038600*-----------------------------------------------------------------
038700* 4000-APPLY-DECISION - LOOK FOR A DECISION KEYED TO THIS ITEM.
038800*                       NONE MEANS IT IS STILL PENDING.  ONE
038900*                       ENTERED BY THE ITEM'S OWN SUBMITTER, OR
039000*                       WITH NO APPROVER ID OR AN ACTION OTHER
039100*                       THAN A OR R, IS REFUSED AND THE ITEM
039200*                       STAYS PENDING.  OTHERWISE AN APPROVAL
039260*                       STAYS PENDING.  ONE ALREADY POSTED BY AN
039320*                       EARLIER RUN TODAY IS LISTED AND SKIPPED.
039380*                       OTHERWISE AN APPROVAL POSTS IT TO CALCAUD
039440*                       AND A REJECTION SENDS IT TO CALCEXC.
039500*-----------------------------------------------------------------
039600 4000-APPLY-DECISION.
039700     MOVE "N" TO CALC-APR-MATCH-SWITCH.
039800     IF CALC-APD-TABLE-COUNT > ZERO THEN
039900        SET CALC-APD-INDEX TO 1
040000        SEARCH CALC-APD-ENTRY
040100           AT END
040200              CONTINUE
040300           WHEN CALC-APD-TBL-KEY(CALC-APD-INDEX)
040400                   = CALC-APR-WK-KEY
040500              SET CALC-APR-MATCH-FOUND TO TRUE
040600        END-SEARCH
040700     END-IF.
040800     IF NOT CALC-APR-MATCH-FOUND THEN
040900        PERFORM 4500-CARRY-FORWARD THRU 4500-EXIT
041000        GO TO 4000-EXIT
041100     END-IF.
041200     MOVE "Y" TO CALC-APD-TBL-USED(CALC-APD-INDEX).
041300     MOVE CALC-APR-WK-SUBMITTER TO CALC-ALD-SUBMITTER.
041400     MOVE CALC-APR-WK-BATCH-NO TO CALC-ALD-BATCH-NO.
041500     MOVE CALC-APR-WK-SEQ TO CALC-ALD-SEQ.
041600     MOVE CALC-APD-TBL-ACTION(CALC-APD-INDEX) TO CALC-ALD-ACTION.
041700     MOVE CALC-APD-TBL-APPROVER(CALC-APD-INDEX)
041800         TO CALC-ALD-APPROVER.
041900     MOVE CALC-APR-WK-RESULT TO CALC-APR-RESULT-EDIT.
042000     MOVE CALC-APR-RESULT-EDIT TO CALC-ALD-RESULT.
042100     IF CALC-APD-TBL-APPROVER(CALC-APD-INDEX) = SPACES THEN
042200        MOVE "REFUSED - NO APPROVER ID" TO CALC-ALD-OUTCOME
042300        PERFORM 6000-WRITE-REFUSED THRU 6000-EXIT
042400        PERFORM 4500-CARRY-FORWARD THRU 4500-EXIT
042500        GO TO 4000-EXIT
042600     END-IF.
042700     IF CALC-APD-TBL-APPROVER(CALC-APD-INDEX)
042800         = CALC-APR-WK-SUBMITTER THEN
042900        MOVE "REFUSED - OWN TRANSACTION" TO CALC-ALD-OUTCOME
043000        PERFORM 6000-WRITE-REFUSED THRU 6000-EXIT
043100        PERFORM 4500-CARRY-FORWARD THRU 4500-EXIT
043200        GO TO 4000-EXIT
043300     END-IF.
043322     PERFORM 4300-CHECK-ALREADY-POSTED THRU 4300-EXIT.
043344     IF CALC-APR-ALREADY-POSTED THEN
043366        ADD 1 TO CALC-APR-SKIPPED-COUNT
043388        MOVE "ALREADY POSTED - SKIPPED" TO CALC-ALD-OUTCOME
043410        WRITE CALC-APPROVAL-LIST-RECORD FROM CALC-APL-DETAIL-LINE
043432        GO TO 4000-EXIT
043454     END-IF.
043476     IF CALC-APD-TBL-ACTION(CALC-APD-INDEX) = "A" THEN
043500        PERFORM 4100-POST-APPROVED THRU 4100-EXIT
043600     ELSE
043700        IF CALC-APD-TBL-ACTION(CALC-APD-INDEX) = "R" THEN
043800           PERFORM 4200-POST-REJECTED THRU 4200-EXIT
043900        ELSE
044000           MOVE "REFUSED - INVALID ACTION" TO CALC-ALD-OUTCOME
044100           PERFORM 6000-WRITE-REFUSED THRU 6000-EXIT
044200           PERFORM 4500-CARRY-FORWARD THRU 4500-EXIT
044300        END-IF
044400     END-IF.
044500 4000-EXIT.
044600     EXIT.
044700
044800*-----------------------------------------------------------------
044900* 4100-POST-APPROVED - POST THE APPROVED ITEM TO CALCAUD AS
045000*                      Iteration-If WOULD HAVE, STAMPED WITH THE
045100*                      APPROVAL STATUS AND THE APPROVER'S ID
045200*-----------------------------------------------------------------
045300 4100-POST-APPROVED.
045400     ACCEPT CALC-A-DATE FROM DATE.
045500     ACCEPT CALC-A-TIME FROM TIME.
045600     MOVE CALC-APR-WK-OPERATOR TO CALC-A-OPERATOR.
045700     MOVE CALC-APR-WK-TYPE TO CALC-A-TYPE.
045800     MOVE CALC-APR-WK-NUM1 TO CALC-A-NUM1.
045900     MOVE CALC-APR-WK-NUM2 TO CALC-A-NUM2.
046000     MOVE CALC-APR-WK-RESULT TO CALC-A-RESULT.
046100     MOVE SPACE TO CALC-A-STATUS.
046200     MOVE CALC-APR-WK-DEPT TO CALC-A-DEPT.
046300     SET CALC-A-APPROVED TO TRUE.
046400     MOVE CALC-APD-TBL-APPROVER(CALC-APD-INDEX)
046450         TO CALC-A-APPROVER.
046500     WRITE CALC-AUDIT-RECORD.
046600     ADD 1 TO CALC-APR-OUT-COUNT.
046700     ADD 1 TO CALC-APR-APPROVED-COUNT.
046800     MOVE "APPROVED - POSTED CALCAUD" TO CALC-ALD-OUTCOME.
046900     WRITE CALC-APPROVAL-LIST-RECORD FROM CALC-APL-DETAIL-LINE.
047000 4100-EXIT.
047100     EXIT.
047200
047300*-----------------------------------------------------------------
047400* 4200-POST-REJECTED - SEND THE REJECTED ITEM TO CALCEXC WITH
047500*                      REASON REJA, SO IT CAN BE CORRECTED AND
047600*                      RESUBMITTED THROUGH CALCCORRECT
047700*-----------------------------------------------------------------
047800 4200-POST-REJECTED.
047900     ACCEPT CALC-E-DATE FROM DATE.
048000     ACCEPT CALC-E-TIME FROM TIME.
048100     MOVE CALC-APR-WK-NUM1-X TO CALC-E-NUM1.
048200     MOVE CALC-APR-WK-NUM2-X TO CALC-E-NUM2.
048300     MOVE CALC-APR-WK-OPERATOR TO CALC-E-OPERATOR.
048400     MOVE "REJA" TO CALC-E-REASON-CODE.
048500     MOVE "REJECTED AT APPROVAL REVIEW" TO CALC-E-REASON-TEXT.
048600     MOVE CALC-APR-WK-DEPT TO CALC-E-DEPT.
048700     WRITE CALC-EXCEPTION-RECORD.
048800     ADD 1 TO CALC-APR-OUT-COUNT.
048900     ADD 1 TO CALC-APR-REJECTED-COUNT.
049000     MOVE "REJECTED - SENT TO CALCEXC" TO CALC-ALD-OUTCOME.
049100     WRITE CALC-APPROVAL-LIST-RECORD FROM CALC-APL-DETAIL-LINE.
049200 4200-EXIT.
049300     EXIT.
049304*-----------------------------------------------------------------
049308* 4300-CHECK-ALREADY-POSTED - BUILD THE ITEM'S MATCH FIELDS
049312*                             THE WAY 1110 OR 1120 BUILT THEM
049316*                             FROM ITS POSTED RECORD AND LOOK FOR
049320*                             AN UNUSED ENTRY IN THE TABLE.  A
049324*                             MATCHED ENTRY IS MARKED USED, SO
049328*                             TWO IDENTICAL ITEMS NEED TWO
049332*                             POSTINGS BEFORE BOTH ARE SKIPPED.
049336*-----------------------------------------------------------------
049340 4300-CHECK-ALREADY-POSTED.
049344     MOVE "N" TO CALC-APR-POSTED-SWITCH.
049348     MOVE CALC-APD-TBL-ACTION(CALC-APD-INDEX)
049352         TO CALC-APP-WK-ACTION.
049356     MOVE CALC-APR-WK-OPERATOR TO CALC-APP-WK-OPERATOR.
049360     MOVE CALC-APR-WK-DEPT TO CALC-APP-WK-DEPT.
049364     IF CALC-APP-WK-ACTION = "A" THEN
049368        MOVE CALC-APR-WK-NUM1 TO CALC-APP-WK-NUM1
049372        MOVE SPACES TO CALC-APP-WK-NUM1-X
049376        MOVE CALC-APR-WK-NUM2 TO CALC-APP-WK-NUM2
049380        MOVE SPACES TO CALC-APP-WK-NUM2-X
049384        MOVE CALC-APR-WK-RESULT TO CALC-APP-WK-RESULT
049388     ELSE
049392        MOVE ZERO TO CALC-APP-WK-NUM1
049396        MOVE CALC-APR-WK-NUM1-X TO CALC-APP-WK-NUM1-X
049400        MOVE ZERO TO CALC-APP-WK-NUM2
049404        MOVE CALC-APR-WK-NUM2-X TO CALC-APP-WK-NUM2-X
049408        MOVE ZERO TO CALC-APP-WK-RESULT
049412     END-IF.
049416     IF CALC-APP-TABLE-COUNT > ZERO THEN
049420        SET CALC-APP-INDEX TO 1
049424        SEARCH CALC-APP-ENTRY
049428           AT END
049432              CONTINUE
049436           WHEN CALC-APP-TBL-USED(CALC-APP-INDEX) = "N"
049440            AND CALC-APP-TBL-MATCH(CALC-APP-INDEX)
049444                   = CALC-APP-WORK-MATCH
049448              MOVE "Y" TO CALC-APP-TBL-USED(CALC-APP-INDEX)
049452              SET CALC-APR-ALREADY-POSTED TO TRUE
049456        END-SEARCH
049460     END-IF.
049464 4300-EXIT.
049468     EXIT.
049500*-----------------------------------------------------------------
049600* 4500-CARRY-FORWARD - WRITE THE STILL-PENDING ITEM TO CALCPNDN
049700*                      AND, IF IT WAS HELD MORE THAN ONE DAY AGO,
049800*                      LIST IT ON THE PENDING AGING REPORT
049900*-----------------------------------------------------------------
050000 4500-CARRY-FORWARD.
050100     IF CALC-APR-FROM-PRIOR THEN
050200        WRITE CALC-PDN-RECORD FROM CALC-PDO-RECORD
050300     ELSE
050400        WRITE CALC-PDN-RECORD FROM CALC-HOLD-RECORD
050500     END-IF.
050600     ADD 1 TO CALC-APR-OUT-COUNT.
050700     ADD 1 TO CALC-APR-PENDING-COUNT.
050800     PERFORM 5000-DATE-TO-DAYS THRU 5000-EXIT.
050900     IF CALC-APR-RUN-DAYS > CALC-APR-WORK-DAYS THEN
051000        SUBTRACT CALC-APR-WORK-DAYS FROM CALC-APR-RUN-DAYS
051100            GIVING CALC-APR-AGE-DAYS
051200     ELSE
051300        MOVE ZERO TO CALC-APR-AGE-DAYS
051400     END-IF.
051500     IF CALC-APR-AGE-DAYS > 1 THEN
051600        ADD 1 TO CALC-APR-AGED-COUNT
051700        MOVE CALC-APR-WK-SUBMITTER TO CALC-PGD-SUBMITTER
051800        MOVE CALC-APR-WK-BATCH-NO TO CALC-PGD-BATCH-NO
051900        MOVE CALC-APR-WK-SEQ TO CALC-PGD-SEQ
052000        MOVE CALC-APR-WK-DEPT TO CALC-PGD-DEPT
052100        MOVE CALC-APR-WK-TYPE TO CALC-PGD-TYPE
052200        MOVE CALC-APR-WK-RESULT TO CALC-PGD-RESULT
052300        MOVE CALC-APR-WK-MM TO CALC-PGD-HELD-MM
052400        MOVE CALC-APR-WK-DD TO CALC-PGD-HELD-DD
052500        MOVE CALC-APR-WK-YY TO CALC-PGD-HELD-YY
052600        MOVE CALC-APR-AGE-DAYS TO CALC-PGD-DAYS
052700        WRITE CALC-PEND-AGE-RECORD FROM CALC-PGA-DETAIL-LINE
052800     END-IF.
052900 4500-EXIT.
053000     EXIT.
053100
053200*-----------------------------------------------------------------
053300* 5000-DATE-TO-DAYS - TURN THE YYMMDD WORK DATE INTO A DAY NUMBER
053400*                     COUNTED FROM 1 JAN 2000, SO DATES CAN BE
053500*                     SUBTRACTED ACROSS MONTH AND YEAR ENDS
053600*-----------------------------------------------------------------
053700 5000-DATE-TO-DAYS.
053800     COMPUTE CALC-APR-LEAP-YEARS = CALC-APR-WK-YY + 3.
053900     DIVIDE 4 INTO CALC-APR-LEAP-YEARS.
054000     COMPUTE CALC-APR-WORK-DAYS =
054100         CALC-APR-WK-YY * 365 + CALC-APR-LEAP-YEARS
054200         + CALC-APR-CUM-DAYS(CALC-APR-WK-MM) + CALC-APR-WK-DD.
054300     DIVIDE CALC-APR-WK-YY BY 4 GIVING CALC-APR-PERIODS
054400         REMAINDER CALC-APR-LEAP-REM.
054500     IF CALC-APR-LEAP-REM = ZERO AND CALC-APR-WK-MM > 02 THEN
054600        ADD 1 TO CALC-APR-WORK-DAYS
054700     END-IF.
054800 5000-EXIT.
054900     EXIT.
055000
055100*-----------------------------------------------------------------
055200* 6000-WRITE-REFUSED - LIST ONE REFUSED DECISION AND RAISE THE
055300*                      WARNING RETURN CODE
055400*-----------------------------------------------------------------
055500 6000-WRITE-REFUSED.
055600     ADD 1 TO CALC-APR-REFUSED-COUNT.
055700     WRITE CALC-APPROVAL-LIST-RECORD FROM CALC-APL-DETAIL-LINE.
055800     PERFORM 7900-SET-WARNING THRU 7900-EXIT.
055900 6000-EXIT.
056000     EXIT.
056100
056200*-----------------------------------------------------------------
056300* 7000-READ-PRIOR - READ THE NEXT CALCPNDO RECORD, FLAG EOF
056400*-----------------------------------------------------------------
056500 7000-READ-PRIOR.
056600     READ CALC-PEND-OLD-FILE
056700         AT END
056800             SET CALC-PDO-END-OF-FILE TO TRUE
056900     END-READ.
057000 7000-EXIT.
057100     EXIT.
057200
057300*-----------------------------------------------------------------
057400* 7100-READ-HOLD - READ THE NEXT CALCHLD RECORD, FLAG EOF
057500*-----------------------------------------------------------------
057600 7100-READ-HOLD.
057700     READ CALC-HOLD-FILE
057800         AT END
057900             SET CALC-HLD-END-OF-FILE TO TRUE
058000     END-READ.
058100 7100-EXIT.
058200     EXIT.
058300
058400*-----------------------------------------------------------------
058500* 7200-READ-DECISION - READ THE NEXT CALCAPR RECORD, FLAG EOF
058600*-----------------------------------------------------------------
058700 7200-READ-DECISION.
058800     READ CALC-DECISION-FILE
058900         AT END
059000             SET CALC-APD-END-OF-FILE TO TRUE
059100     END-READ.
059200 7200-EXIT.
059300     EXIT.
059400
059500*-----------------------------------------------------------------
059600* 7300-READ-AUDIT - READ THE NEXT CALCAUD RECORD, FLAG EOF
059700*-----------------------------------------------------------------
059800 7300-READ-AUDIT.
059900     READ CALC-AUDIT-FILE
060000         AT END
060100             SET CALC-AUD-END-OF-FILE TO TRUE
060200     END-READ.
060300 7300-EXIT.
060400     EXIT.
060500
060600*-----------------------------------------------------------------
060700* 7400-READ-EXCEPTION - READ THE NEXT CALCEXC RECORD, FLAG EOF
060800*-----------------------------------------------------------------
060900 7400-READ-EXCEPTION.
061000     READ CALC-EXCEPTION-FILE
061100         AT END
061200             SET CALC-EXC-END-OF-FILE TO TRUE
061300     END-READ.
061400 7400-EXIT.
061500     EXIT.
061600
061700*-----------------------------------------------------------------
061800* 7900-SET-WARNING - RAISE THE RETURN CODE TO 4 UNLESS IT IS
061900*                    ALREADY HIGHER
062000*-----------------------------------------------------------------
062100 7900-SET-WARNING.
062200     IF RETURN-CODE < 4 THEN
062300        MOVE 4 TO RETURN-CODE
062400     END-IF.
062500 7900-EXIT.
062600     EXIT.
062700
062800*-----------------------------------------------------------------
062900* 8000-FINALIZE - LIST EVERY DECISION THAT MATCHED NO PENDING
063000*                 ITEM, PRINT THE TOTALS AND CLOSE UP
063100*-----------------------------------------------------------------
063200 8000-FINALIZE.
063300     IF CALC-APD-TABLE-COUNT > ZERO THEN
063400        PERFORM 8100-CHECK-ONE-DECISION THRU 8100-EXIT
063500            VARYING CALC-APD-INDEX FROM 1 BY 1
063600            UNTIL CALC-APD-INDEX > CALC-APD-TABLE-COUNT
063700     END-IF.
063800     MOVE "DECISIONS READ" TO CALC-APT-LABEL.
063900     MOVE CALC-APR-DECISION-COUNT TO CALC-APT-COUNT.
064000     WRITE CALC-APPROVAL-LIST-RECORD FROM CALC-APL-TOTAL-LINE.
064100     MOVE "APPROVED - POSTED TO CALCAUD" TO CALC-APT-LABEL.
064200     MOVE CALC-APR-APPROVED-COUNT TO CALC-APT-COUNT.
064300     WRITE CALC-APPROVAL-LIST-RECORD FROM CALC-APL-TOTAL-LINE.
064400     MOVE "REJECTED - SENT TO CALCEXC" TO CALC-APT-LABEL.
064500     MOVE CALC-APR-REJECTED-COUNT TO CALC-APT-COUNT.
064600     WRITE CALC-APPROVAL-LIST-RECORD FROM CALC-APL-TOTAL-LINE.
064700     MOVE "DECISIONS REFUSED" TO CALC-APT-LABEL.
064800     MOVE CALC-APR-REFUSED-COUNT TO CALC-APT-COUNT.
064840     WRITE CALC-APPROVAL-LIST-RECORD FROM CALC-APL-TOTAL-LINE.
064880     MOVE "ALREADY POSTED - SKIPPED" TO CALC-APT-LABEL.
064920     MOVE CALC-APR-SKIPPED-COUNT TO CALC-APT-COUNT.
064960     WRITE CALC-APPROVAL-LIST-RECORD FROM CALC-APL-TOTAL-LINE.
065000     MOVE "ITEMS STILL PENDING" TO CALC-APT-LABEL.
065100     MOVE CALC-APR-PENDING-COUNT TO CALC-APT-COUNT.
065200     WRITE CALC-APPROVAL-LIST-RECORD FROM CALC-APL-TOTAL-LINE.
065300     MOVE "ITEMS PENDING MORE THAN ONE DAY" TO CALC-APT-LABEL.
065400     MOVE CALC-APR-AGED-COUNT TO CALC-APT-COUNT.
065500     WRITE CALC-PEND-AGE-RECORD FROM CALC-APL-TOTAL-LINE.
065600     CLOSE CALC-HOLD-FILE.
065700     CLOSE CALC-PEND-OLD-FILE.
065800     CLOSE CALC-PEND-NEW-FILE.
065900     CLOSE CALC-AUDIT-FILE.
066000     CLOSE CALC-EXCEPTION-FILE.
066100     CLOSE CALC-APPROVAL-LIST-FILE.
066200     CLOSE CALC-PEND-AGE-FILE.
066300 8000-EXIT.
066400     EXIT.
066500
066600*-----------------------------------------------------------------
066700* 8100-CHECK-ONE-DECISION - A DECISION NEVER MATCHED TO A PENDING
066800*                           ITEM NAMES NOTHING ON HOLD - A KEYING
066900*                           ERROR OR AN ITEM ALREADY DECIDED - SO
067000*                           IT IS LISTED AS REFUSED
067100*-----------------------------------------------------------------
067200 8100-CHECK-ONE-DECISION.
067300     IF CALC-APD-TBL-USED(CALC-APD-INDEX) = "N" THEN
067400        MOVE CALC-APD-TBL-KEY(CALC-APD-INDEX) TO CALC-APR-WK-KEY
067500        MOVE CALC-APR-WK-SUBMITTER TO CALC-ALD-SUBMITTER
067600        MOVE CALC-APR-WK-BATCH-NO TO CALC-ALD-BATCH-NO
067700        MOVE CALC-APR-WK-SEQ TO CALC-ALD-SEQ
067800        MOVE CALC-APD-TBL-ACTION(CALC-APD-INDEX)
067900            TO CALC-ALD-ACTION
068000        MOVE CALC-APD-TBL-APPROVER(CALC-APD-INDEX)
068100            TO CALC-ALD-APPROVER
068200        MOVE SPACES TO CALC-ALD-RESULT
068300        MOVE "REFUSED - NOT PENDING" TO CALC-ALD-OUTCOME
068400        PERFORM 6000-WRITE-REFUSED THRU 6000-EXIT
068500     END-IF.
068600 8100-EXIT.
068700     EXIT.
068800
068900*-----------------------------------------------------------------
069000* 9000-WRITE-RUN-LOG - APPEND ONE START OR END RECORD TO THE
069100*                      SHARED CALCRLOG RUN LOG.  THE READ TALLY
069200*                      COVERS PRIOR PLUS TODAY'S PENDING ITEMS;
069300*                      THE WRITE TALLY COVERS THE CALCAUD,
069400*                      CALCEXC AND CALCPNDN RECORDS WRITTEN.
069500*-----------------------------------------------------------------
069600 9000-WRITE-RUN-LOG.
069700     OPEN EXTEND CALC-RUN-LOG-FILE.
069800     MOVE "CALCAPPROVE" TO CALC-RL-PROGRAM.
069900     MOVE CALC-RL-EVENT-CODE TO CALC-RL-EVENT.
070000     ACCEPT CALC-RL-DATE FROM DATE.
070100     ACCEPT CALC-RL-TIME FROM TIME.
070200     MOVE CALC-APR-READ-COUNT TO CALC-RL-READ-COUNT.
070300     MOVE CALC-APR-OUT-COUNT TO CALC-RL-WRITE-COUNT.
070400     MOVE RETURN-CODE TO CALC-RL-RETURN-CODE.
070500     WRITE CALC-RUN-LOG-RECORD.
070600     CLOSE CALC-RUN-LOG-FILE.
070700 9000-EXIT.
070800     EXIT.
070900
071000 9999-EXIT.
071100     MOVE "E" TO CALC-RL-EVENT-CODE.
071200     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
071300     STOP RUN.
