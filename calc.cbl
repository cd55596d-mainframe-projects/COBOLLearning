004434*                 THE STORED HASH REMAINS THE UNSIGNED INTEGER
004435*                 PART OF THE RUNNING REMAINDER, WHICH CALCCORRECT
004436*                 NOW COMPUTES THE SAME ITERATIVE WAY.
004437* 10/15/2026  DW  CALCIN NOW CARRIES THE SUBMITTING DEPARTMENT
004438*                 (Dept-Code), VALIDATED AGAINST THE CALCDEPT
004439*                 REFERENCE FILE LOADED INTO A TABLE AT STARTUP.
004440*                 AN UNKNOWN DEPARTMENT IS ROUTED TO CALCEXC WITH
004441*                 REASON BADD; A VALID ONE IS CARRIED ONTO THE
004442*                 CALCAUD RECORD FOR THE MONTH-END CHARGEBACK
004443*                 RUN.  THE EXCEPTION RECORD CARRIES IT TOO.
004444* 10/15/2026  DW  CALCIN NOW OPENS WITH A BATCH HEADER RECORD
004445*                 (OPERATOR "H") NAMING THE SUBMITTER AND ITS
004446*                 BATCH NUMBER.  BEFORE ANY OUTPUT FILE IS OPENED
004447*                 THE BATCH IS CHECKED AGAINST THE CALCBREG BATCH
004448*                 REGISTRY: A BATCH ALREADY POSTED, OR A NUMBER
004449*                 THAT SKIPS OR GOES BACK FROM THE SUBMITTER'S
004450*                 LAST POSTED BATCH, IS REJECTED WITH RETURN CODE
004451*                 8 SO A RESENT FILE CANNOT POST TWICE.  A RUN
004452*                 THAT ENDS NORMALLY REGISTERS ITS BATCH WITH THE
004453*                 TRAILER COUNT AND HASH AND THE RUN DATE; AN
004454*                 ABENDED RUN DOES NOT, SO ITS RESTART IS STILL
004455*                 ACCEPTED.
004456* 10/15/2026  DW  A TRANSACTION WHOSE ABSOLUTE Result EXCEEDS ITS
004457*                 OPERATION TYPE'S LIMIT ON THE NEW CALCTHRS
004458*                 THRESHOLD FILE IS NO LONGER POSTED TO CALCAUD.
004459*                 IT IS WRITTEN TO THE CALCHLD PENDING-APPROVAL
004460*                 FILE, KEYED BY BATCH AND POSITION IN THE BATCH,
004461*                 AND MARKED HELD ON THE REPORT, SO A SECOND
004462*                 PERSON MUST APPROVE IT IN CALCAPPROVE BEFORE IT
004463*                 REACHES CALCSUMMARY AND THE GL.
004464* 10/15/2026  DW  CYCLE CONTROL GATE.  AT START THE PROGRAM NOW
004465*                 CHECKS ITS CALCCTL ROW AGAINST THE CYCLE'S
004466*                 CALCRLOG (COPY CALCGATE) AND REFUSES TO RUN -
004467*                 RETURN CODE 12 AND AN "R" RUN-LOG RECORD - IF A
004468*                 PREDECESSOR HAS NOT ENDED WITHIN ITS RETURN-CODE
004469*                 LIMIT AND IS NOT MARKED FOR BYPASS, OR IF IT HAS
004470*                 ALREADY RUN THIS CYCLE AND IS NOT MARKED FOR
004471*                 RERUN BY CALCCYCMARK.
004473* 10/15/2026  DW  THE CALCDEPT AND CALCTHRS LOOKUPS ARE SKIPPED
004474*                 WHEN THEIR TABLE IS EMPTY: EVERY DEPARTMENT IS
004475*                 THEN UNKNOWN (BADD) AND NO RESULT IS HELD.
004476
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
006710
006720     SELECT OPTIONAL CALC-RUN-LOG-FILE ASSIGN TO "CALCRLOG"
006730         ORGANIZATION IS LINE SEQUENTIAL.
006731
006732     SELECT OPTIONAL CALC-CONTROL-FILE ASSIGN TO "CALCCTL"
006733         ORGANIZATION IS LINE SEQUENTIAL.
006734
006735     SELECT OPTIONAL CALC-CYCLE-ACTION-FILE ASSIGN TO "CALCCACT"
006736         ORGANIZATION IS LINE SEQUENTIAL.
006740
006750     SELECT CALC-DEPARTMENT-FILE ASSIGN TO "CALCDEPT"
006760         ORGANIZATION IS LINE SEQUENTIAL.
006770
006780     SELECT OPTIONAL CALC-BATCH-REGISTRY-FILE ASSIGN TO "CALCBREG"
006790         ORGANIZATION IS LINE SEQUENTIAL.
006791
006792     SELECT CALC-THRESHOLD-FILE ASSIGN TO "CALCTHRS"
006793         ORGANIZATION IS LINE SEQUENTIAL.
006794
006795     SELECT CALC-HOLD-FILE ASSIGN TO "CALCHLD"
006796         ORGANIZATION IS LINE SEQUENTIAL.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
009110
009120 FD  CALC-RUN-LOG-FILE.
009130 COPY CALCRLG.
009131
009132 FD  CALC-CONTROL-FILE.
009133 COPY CALCCTL.
009134
009135 FD  CALC-CYCLE-ACTION-FILE.
009136 COPY CALCCAC.
009140
009150 FD  CALC-DEPARTMENT-FILE.
009160 COPY CALCDPT.
009170
009180 FD  CALC-BATCH-REGISTRY-FILE.
009190 COPY CALCBRG.
009191
009192 FD  CALC-THRESHOLD-FILE.
009193 COPY CALCTHR.
009194
009195 FD  CALC-HOLD-FILE.
009196 COPY CALCHLD.
009200
009300 WORKING-STORAGE SECTION.
009400 77  CALC-EOF-SWITCH        PIC X(01) VALUE "N".
011200 77  CALC-OPR-TABLE-MAX     PIC 9(02) VALUE 20.
011300 77  CALC-OPR-TABLE-COUNT   PIC 9(02) COMP VALUE ZERO.
011400 77  CALC-OPR-FOUND-TYPE    PIC X(02) VALUE SPACES.
011404 77  CALC-DPT-EOF-SWITCH    PIC X(01) VALUE "N".
011408     88  CALC-DPT-END-OF-FILE             VALUE "Y".
011412 77  CALC-DPT-TABLE-MAX     PIC 9(03) VALUE 200.
011416 77  CALC-DPT-TABLE-COUNT   PIC 9(03) COMP VALUE ZERO.
011420 77  CALC-BRG-EOF-SWITCH    PIC X(01) VALUE "N".
011424     88  CALC-BRG-END-OF-FILE             VALUE "Y".
011428 77  CALC-BAT-DUP-SWITCH    PIC X(01) VALUE "N".
011432     88  CALC-BAT-DUPLICATE               VALUE "Y".
011436 77  CALC-BAT-SUBMITTER     PIC X(08) VALUE SPACES.
011440 77  CALC-BAT-NUMBER        PIC 9(08) VALUE ZERO.
011444 77  CALC-BAT-LAST-NUMBER   PIC 9(08) VALUE ZERO.
011448 77  CALC-BAT-NEXT-NUMBER   PIC 9(08) VALUE ZERO.
011452 77  CALC-THR-EOF-SWITCH    PIC X(01) VALUE "N".
011456     88  CALC-THR-END-OF-FILE             VALUE "Y".
011460 77  CALC-THR-TABLE-MAX     PIC 9(02) VALUE 20.
011464 77  CALC-THR-TABLE-COUNT   PIC 9(02) COMP VALUE ZERO.
011468 77  CALC-THR-FOUND-LIMIT   PIC 9(09)V99 VALUE ZERO.
011472 77  CALC-HOLD-SWITCH       PIC X(01) VALUE "N".
011476     88  CALC-HOLD-FOR-APPROVAL           VALUE "Y".
011480 77  CALC-ABS-RESULT        PIC 9(09)V99 VALUE ZERO.
011500 77  CALC-D-RESULT-EDIT     PIC ---------9.99.
011510 77  CALC-TRL-FOUND-SWITCH  PIC X(01) VALUE "N".
011520     88  CALC-TRL-FOUND                   VALUE "Y".
011900             INDEXED BY CALC-OPR-INDEX.
012000         10  CALC-OPR-TBL-OPERATOR  PIC X(01).
012100         10  CALC-OPR-TBL-TYPE      PIC X(02).
012110 01  CALC-DPT-TABLE.
012120     05  CALC-DPT-ENTRY OCCURS 1 TO 200 TIMES
012130             DEPENDING ON CALC-DPT-TABLE-COUNT
012140             INDEXED BY CALC-DPT-INDEX.
012150         10  CALC-DPT-TBL-CODE      PIC X(04).
012157 01  CALC-THR-TABLE.
012164     05  CALC-THR-ENTRY OCCURS 1 TO 20 TIMES
012171             DEPENDING ON CALC-THR-TABLE-COUNT
012178             INDEXED BY CALC-THR-INDEX.
012185         10  CALC-THR-TBL-TYPE      PIC X(02).
012192         10  CALC-THR-TBL-LIMIT     PIC 9(09)V99.
012200 01  CALC-RUN-DATE.
012300     05  CALC-RD-YY             PIC 99.
012400     05  CALC-RD-MM             PIC 99.
012600 01  Result         PIC S9(09)V99 VALUE ZEROS.
012700 COPY CALCHDG.
012800 COPY CALCDET.
012810 COPY CALCGTW.
012900
013000 PROCEDURE DIVISION.
013100*-----------------------------------------------------------------
013200* 0000-MAINLINE
013300*-----------------------------------------------------------------
013400 0000-MAINLINE.
013401     MOVE "Iteration-If" TO CALC-GT-PROGRAM.
013402     PERFORM 0100-CHECK-CYCLE-GATE THRU 0100-EXIT.
013403     IF CALC-GT-REFUSED THEN
013404        MOVE "R" TO CALC-RL-EVENT-CODE
013405        PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
013406        STOP RUN
013407     END-IF.
013410     MOVE "S" TO CALC-RL-EVENT-CODE.
013420     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
013500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013700         UNTIL CALC-END-OF-FILE.
013800     PERFORM 8000-FINALIZE THRU 8000-EXIT.
013900     GO TO 9999-EXIT.
013910
013920 COPY CALCGATE.
014000
014100*-----------------------------------------------------------------
014200* 1000-INITIALIZE - OPEN THE FILES, LOAD THE OPERATOR TABLE, PRINT
014600*                   BEFORE THE PRINT/AUDIT/EXCEPTION FILES ARE
014700*                   OPENED SO A RESTART RUN CAN EXTEND THEM RATHER
014800*                   THAN TRUNCATE THE PRE-ABEND PORTION OF THE RUN.
014810*                   THE BATCH HEADER, TRAILER AND BATCH REGISTRY
014820*                   ARE ALL CHECKED BEFORE ANY OUTPUT FILE IS
014830*                   OPENED.
014900*-----------------------------------------------------------------
015000 1000-INITIALIZE.
015100     OPEN INPUT CALC-TRANS-FILE.
015105     PERFORM 1250-VALIDATE-HEADER THRU 1250-EXIT.
015110     PERFORM 1150-VALIDATE-TRAILER THRU 1150-EXIT.
015120     CLOSE CALC-TRANS-FILE.
015125     PERFORM 1450-CHECK-BATCH-REGISTRY THRU 1450-EXIT.
015130     OPEN INPUT CALC-TRANS-FILE.
015140     MOVE "N" TO CALC-EOF-SWITCH.
015200     PERFORM 1100-GET-RESTART-COUNT THRU 1100-EXIT.
015400        OPEN OUTPUT CALC-PRINT-FILE
015500        OPEN OUTPUT CALC-AUDIT-FILE
015600        OPEN OUTPUT CALC-EXCEPTION-FILE
015610        OPEN OUTPUT CALC-HOLD-FILE
015700     ELSE
015800        OPEN EXTEND CALC-PRINT-FILE
015900        OPEN EXTEND CALC-AUDIT-FILE
016000        OPEN EXTEND CALC-EXCEPTION-FILE
016010        OPEN EXTEND CALC-HOLD-FILE
016100     END-IF.
016200     OPEN OUTPUT CALC-CHECKPOINT-FILE.
016300     PERFORM 1300-LOAD-OPERATOR-TABLE THRU 1300-EXIT.
016310     PERFORM 1350-LOAD-DEPARTMENT-TABLE THRU 1350-EXIT.
016320     PERFORM 1400-LOAD-THRESHOLD-TABLE THRU 1400-EXIT.
016400     ACCEPT CALC-RUN-DATE FROM DATE.
016500     PERFORM 1050-WRITE-HEADING THRU 1050-EXIT.
016600     PERFORM 7000-READ-TRANS THRU 7000-EXIT.
016610*    THE FIRST RECORD IS THE BATCH HEADER 1250-VALIDATE-HEADER
016620*    ALREADY ACCEPTED - STEP PAST IT TO THE FIRST TRANSACTION.
016630     PERFORM 7000-READ-TRANS THRU 7000-EXIT.
016700     PERFORM 1200-SKIP-TO-RESTART THRU 1200-EXIT.
016800 1000-EXIT.
016900     EXIT.
020200     EXIT.
020210
020220*-----------------------------------------------------------------
020230* 1150-VALIDATE-TRAILER - READ THE REST OF CALCIN AND CONFIRM THE
020240*                         TRAILER RECORD'S STATED COUNT AND HASH
020250*                         AGAINST WHAT IS ACTUALLY ON THE FILE
020260*                         BEFORE ANY OUTPUT FILE IS OPENED.  THE
021300     EXIT.
021400
021500*-----------------------------------------------------------------
021502* 1250-VALIDATE-HEADER - READ THE FIRST CALCIN RECORD, WHICH MUST
021504*                        BE THE BATCH HEADER (OPERATOR "H") WITH A
021506*                        SUBMITTER ID AND A NUMERIC, NONZERO BATCH
021508*                        NUMBER, AND KEEP THE BATCH IDENTITY FOR
021510*                        THE REGISTRY CHECK
021512*-----------------------------------------------------------------
021514 1250-VALIDATE-HEADER.
021516     PERFORM 7000-READ-TRANS THRU 7000-EXIT.
021518     IF CALC-END-OF-FILE OR Operator NOT = "H" THEN
021520        DISPLAY "CALCIN BATCH HEADER RECORD NOT FOUND"
021522        DISPLAY "ABORTING RUN"
021524        MOVE 16 TO RETURN-CODE
021526        GO TO 9999-EXIT
021528     END-IF.
021530     IF Batch-Submitter = SPACES
021532        OR Batch-Number NOT NUMERIC THEN
021534        DISPLAY "CALCIN BATCH HEADER INVALID - SUBMITTER: "
021536            Batch-Submitter " BATCH: " Batch-Number-X
021538        DISPLAY "ABORTING RUN"
021540        MOVE 16 TO RETURN-CODE
021542        GO TO 9999-EXIT
021544     END-IF.
021546     IF Batch-Number = ZERO THEN
021548        DISPLAY "CALCIN BATCH HEADER INVALID - SUBMITTER: "
021550            Batch-Submitter " BATCH: " Batch-Number-X
021552        DISPLAY "ABORTING RUN"
021554        MOVE 16 TO RETURN-CODE
021556        GO TO 9999-EXIT
021558     END-IF.
021560     MOVE Batch-Submitter TO CALC-BAT-SUBMITTER.
021562     MOVE Batch-Number TO CALC-BAT-NUMBER.
021564 1250-EXIT.
021566     EXIT.
021568
021570*-----------------------------------------------------------------
021600* 1300-LOAD-OPERATOR-TABLE - READ THE OPERATOR REFERENCE FILE INTO
021700*                            CALC-OPR-TABLE SO Operator VALIDATION
021800*                            AND DISPATCH ARE BOTH DATA-DRIVEN
024800 1310-EXIT.
024900     EXIT.
025000
025001*-----------------------------------------------------------------
025002* 1350-LOAD-DEPARTMENT-TABLE - READ THE CALCDEPT REFERENCE FILE
025003*                              INTO CALC-DPT-TABLE SO EVERY
025004*                              TRANSACTION'S Dept-Code CAN BE
025005*                              VALIDATED
025006*-----------------------------------------------------------------
025007 1350-LOAD-DEPARTMENT-TABLE.
025008     OPEN INPUT CALC-DEPARTMENT-FILE.
025009     PERFORM 7300-READ-DEPARTMENT THRU 7300-EXIT.
025010     PERFORM 1360-LOAD-ONE-DEPARTMENT THRU 1360-EXIT
025011         UNTIL CALC-DPT-END-OF-FILE.
025012     CLOSE CALC-DEPARTMENT-FILE.
025013 1350-EXIT.
025014     EXIT.
025015
025016*-----------------------------------------------------------------
025017* 1360-LOAD-ONE-DEPARTMENT - ADD ONE DEPARTMENT CODE TO THE TABLE.
025018*                            STOPS LOADING AT CALC-DPT-TABLE-MAX
025019*                            INSTEAD OF WRITING PAST THE TABLE'S
025020*                            DECLARED BOUND.
025021*-----------------------------------------------------------------
025022 1360-LOAD-ONE-DEPARTMENT.
025023     IF CALC-DPT-TABLE-COUNT < CALC-DPT-TABLE-MAX THEN
025024        ADD 1 TO CALC-DPT-TABLE-COUNT
025025        MOVE CALC-DPT-CODE TO
025026            CALC-DPT-TBL-CODE(CALC-DPT-TABLE-COUNT)
025027        PERFORM 7300-READ-DEPARTMENT THRU 7300-EXIT
025028     ELSE
025029        DISPLAY "CALC-DPT-TABLE FULL - DISCARDING DEPARTMENT "
025030            CALC-DPT-CODE
025031        SET CALC-DPT-END-OF-FILE TO TRUE
025032     END-IF.
025033 1360-EXIT.
025034     EXIT.
025035
025036*-----------------------------------------------------------------
025037* 1400-LOAD-THRESHOLD-TABLE - READ THE CALCTHRS APPROVAL THRESHOLD
025038*                             FILE INTO CALC-THR-TABLE SO EVERY
025039*                             CALCULATED Result CAN BE CHECKED
025040*                             AGAINST ITS OPERATION TYPE'S LIMIT
025041*-----------------------------------------------------------------
025042 1400-LOAD-THRESHOLD-TABLE.
025043     OPEN INPUT CALC-THRESHOLD-FILE.
025044     PERFORM 7500-READ-THRESHOLD THRU 7500-EXIT.
025045     PERFORM 1410-LOAD-ONE-THRESHOLD THRU 1410-EXIT
025046         UNTIL CALC-THR-END-OF-FILE.
025047     CLOSE CALC-THRESHOLD-FILE.
025048 1400-EXIT.
025049     EXIT.
025050
025051*-----------------------------------------------------------------
025052* 1410-LOAD-ONE-THRESHOLD - ADD ONE TYPE/LIMIT PAIR TO THE TABLE.
025053*                           STOPS LOADING AT CALC-THR-TABLE-MAX
025054*                           INSTEAD OF WRITING PAST THE TABLE'S
025055*                           DECLARED BOUND.
025056*-----------------------------------------------------------------
025057 1410-LOAD-ONE-THRESHOLD.
025058     IF CALC-THR-TABLE-COUNT < CALC-THR-TABLE-MAX THEN
025059        ADD 1 TO CALC-THR-TABLE-COUNT
025060        MOVE CALC-THR-TYPE TO
025061            CALC-THR-TBL-TYPE(CALC-THR-TABLE-COUNT)
025062        MOVE CALC-THR-LIMIT TO
025063            CALC-THR-TBL-LIMIT(CALC-THR-TABLE-COUNT)
025064        PERFORM 7500-READ-THRESHOLD THRU 7500-EXIT
025065     ELSE
025066        DISPLAY "CALC-THR-TABLE FULL - DISCARDING THRESHOLD "
025067            CALC-THR-TYPE
025068        SET CALC-THR-END-OF-FILE TO TRUE
025069     END-IF.
025070 1410-EXIT.
025071     EXIT.
025072
025100*-----------------------------------------------------------------
025101* 1450-CHECK-BATCH-REGISTRY - SCAN THE CALCBREG BATCH REGISTRY FOR
025102*                             THE SUBMITTER'S BATCHES.  THE RUN IS
025103*                             REJECTED, BEFORE ANY OUTPUT FILE IS
025104*                             OPENED, IF THIS BATCH WAS ALREADY
025105*                             POSTED OR IS NOT THE NEXT NUMBER
025106*                             AFTER THE SUBMITTER'S HIGHEST POSTED
025107*                             BATCH.  A SUBMITTER'S FIRST BATCH
025108*                             MUST BE NUMBER 1.
025109*-----------------------------------------------------------------
025110 1450-CHECK-BATCH-REGISTRY.
025111     MOVE ZERO TO CALC-BAT-LAST-NUMBER.
025112     MOVE "N" TO CALC-BAT-DUP-SWITCH.
025113     MOVE "N" TO CALC-BRG-EOF-SWITCH.
025114     OPEN INPUT CALC-BATCH-REGISTRY-FILE.
025115     PERFORM 7400-READ-REGISTRY THRU 7400-EXIT.
025116     PERFORM 1460-SCAN-ONE-BATCH THRU 1460-EXIT
025117         UNTIL CALC-BRG-END-OF-FILE.
025118     CLOSE CALC-BATCH-REGISTRY-FILE.
025119     IF CALC-BAT-DUPLICATE THEN
025120        DISPLAY "CALCIN BATCH " CALC-BAT-SUBMITTER " "
025121            CALC-BAT-NUMBER " WAS ALREADY POSTED - REJECTING RUN"
025122        MOVE 8 TO RETURN-CODE
025123        GO TO 9999-EXIT
025124     END-IF.
025125     ADD 1 TO CALC-BAT-LAST-NUMBER GIVING CALC-BAT-NEXT-NUMBER.
025126     IF CALC-BAT-NUMBER NOT = CALC-BAT-NEXT-NUMBER THEN
025127        DISPLAY "CALCIN BATCH " CALC-BAT-SUBMITTER " "
025128            CALC-BAT-NUMBER " IS OUT OF SEQUENCE - REJECTING RUN"
025129        DISPLAY "  LAST POSTED: " CALC-BAT-LAST-NUMBER
025130            " EXPECTED: " CALC-BAT-NEXT-NUMBER
025131        MOVE 8 TO RETURN-CODE
025132        GO TO 9999-EXIT
025133     END-IF.
025134 1450-EXIT.
025135     EXIT.
025136
025137*-----------------------------------------------------------------
025138* 1460-SCAN-ONE-BATCH - NOTE ONE REGISTRY ENTRY FOR THIS RUN'S
025139*                       SUBMITTER: AN EXACT MATCH IS A DUPLICATE,
025140*                       AND THE HIGHEST NUMBER SEEN IS THE LAST
025141*                       BATCH POSTED
025142*-----------------------------------------------------------------
025143 1460-SCAN-ONE-BATCH.
025144     IF CALC-BRG-SUBMITTER = CALC-BAT-SUBMITTER THEN
025145        IF CALC-BRG-BATCH-NO = CALC-BAT-NUMBER THEN
025146           SET CALC-BAT-DUPLICATE TO TRUE
025147        END-IF
025148        IF CALC-BRG-BATCH-NO > CALC-BAT-LAST-NUMBER THEN
025149           MOVE CALC-BRG-BATCH-NO TO CALC-BAT-LAST-NUMBER
025150        END-IF
025151     END-IF.
025152     PERFORM 7400-READ-REGISTRY THRU 7400-EXIT.
025153 1460-EXIT.
025154     EXIT.
025155
025156*-----------------------------------------------------------------
025200* Calculator - VALIDATE ONE TRANSACTION, APPLY THE OPERATOR OR
025300*             ROUTE IT TO THE EXCEPTION FILE, PRINT THE DETAIL
025400*             LINE, CHECKPOINT, AND READ THE NEXT.  OPERATOR "T"
025450*             MARKS THE CALCIN TRAILER RECORD, ALREADY VERIFIED
025460*             BY 1150-VALIDATE-TRAILER, SO IT ENDS THE RUN
025470*             WITHOUT BEING POSTED AS A TRANSACTION.  A RESULT
025480*             OVER ITS CALCTHRS LIMIT GOES TO THE CALCHLD
025490*             PENDING-APPROVAL FILE INSTEAD OF CALCAUD.
025500*-----------------------------------------------------------------
025600 Calculator.
025610     IF Operator = "T" THEN
025900        PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
026000     ELSE
026100        MOVE SPACE TO CALC-STATUS-CODE
026110        MOVE "N" TO CALC-HOLD-SWITCH
026200        IF CALC-OPR-FOUND-TYPE = "AD" THEN
026300           ADD Num1, Num2 GIVING Result
026400               ON SIZE ERROR
029500              END-DIVIDE
029600           END-IF
029700        END-IF
029800        IF CALC-HOLD-FOR-APPROVAL THEN
029820           PERFORM 6950-WRITE-HOLD THRU 6950-EXIT
029840        ELSE
029860           PERFORM 6900-WRITE-AUDIT THRU 6900-EXIT
029880        END-IF
029900     END-IF.
030000     ADD 1 TO CALC-RECORD-COUNT.
030100     PERFORM 4000-CHECK-CHECKPOINT THRU 4000-EXIT.
030700* 3000-VALIDATE-TRANS - CHECK FOR NON-NUMERIC INPUT OR AN
030800*                       UNRECOGNIZED OPERATOR.  Operator IS LOOKED
030900*                       UP IN CALC-OPR-TABLE RATHER THAN TESTED
031000*                       AGAINST HARDCODED LITERALS.  A RECORD
031010*                       THAT PASSES THOSE CHECKS MUST ALSO NAME A
031020*                       DEPARTMENT ON CALC-DPT-TABLE.
031100*-----------------------------------------------------------------
031200 3000-VALIDATE-TRANS.
031300     SET CALC-RECORD-VALID TO TRUE.
033710           END-IF
033720        END-IF
033730     END-IF.
033740     IF CALC-RECORD-VALID THEN
033741        IF CALC-DPT-TABLE-COUNT = ZERO THEN
033742           SET CALC-RECORD-INVALID TO TRUE
033743           MOVE "BADD" TO CALC-REASON-CODE
033744           MOVE "UNKNOWN DEPARTMENT CODE" TO CALC-REASON-TEXT
033745           GO TO 3000-EXIT
033746        END-IF
033750        SET CALC-DPT-INDEX TO 1
033760        SEARCH CALC-DPT-ENTRY
033770            AT END
033780                SET CALC-RECORD-INVALID TO TRUE
033790                MOVE "BADD" TO CALC-REASON-CODE
033800                MOVE "UNKNOWN DEPARTMENT CODE"
033810                    TO CALC-REASON-TEXT
033820            WHEN CALC-DPT-TBL-CODE(CALC-DPT-INDEX) = Dept-Code
033830                CONTINUE
033840        END-SEARCH
033850     END-IF.
033900 3000-EXIT.
034000     EXIT.
034100
037400     MOVE Operator TO CALC-E-OPERATOR.
037500     MOVE CALC-REASON-CODE TO CALC-E-REASON-CODE.
037600     MOVE CALC-REASON-TEXT TO CALC-E-REASON-TEXT.
037610     MOVE Dept-Code TO CALC-E-DEPT.
037700     WRITE CALC-EXCEPTION-RECORD.
037710     ADD 1 TO CALC-OUT-WRITE-COUNT.
037800 5000-EXIT.
038200* 6000-WRITE-DETAIL - PRINT ONE CALCULATED TRANSACTION LINE.  THE
038300*                     RESULT IS EDITED THROUGH CALC-D-RESULT-EDIT
038400*                     SO THE REPORT SHOWS A ZERO-SUPPRESSED AMOUNT
038500*                     RATHER THAN A RAW ZERO-PADDED NUMBER.  THE
038510*                     RESULT IS CHECKED AGAINST ITS APPROVAL
038520*                     THRESHOLD HERE AND MARKED HELD IF OVER IT.
038600*-----------------------------------------------------------------
038700 6000-WRITE-DETAIL.
038800     IF CALC-LINE-COUNT NOT LESS THAN CALC-LINES-PER-PAGE THEN
039300     MOVE Num2 TO CALC-D-NUM2.
039400     MOVE Result TO CALC-D-RESULT-EDIT.
039500     MOVE CALC-D-RESULT-EDIT TO CALC-D-RESULT.
039510     PERFORM 6800-CHECK-THRESHOLD THRU 6800-EXIT.
039520     IF CALC-HOLD-FOR-APPROVAL THEN
039530        MOVE "HELD" TO CALC-D-HOLD-FLAG
039540     ELSE
039550        MOVE SPACES TO CALC-D-HOLD-FLAG
039560     END-IF.
039600     WRITE CALC-PRINT-RECORD FROM CALC-RPT-DETAIL-LINE.
039700     ADD 1 TO CALC-LINE-COUNT.
039800 6000-EXIT.
041000     MOVE Operator TO CALC-D-OPERATOR.
041100     MOVE Num2 TO CALC-D-NUM2.
041200     MOVE "DIV BY ZERO" TO CALC-D-RESULT.
041210     MOVE SPACES TO CALC-D-HOLD-FLAG.
041300     WRITE CALC-PRINT-RECORD FROM CALC-RPT-DETAIL-LINE.
041400     ADD 1 TO CALC-LINE-COUNT.
041500     MOVE ZERO TO Result.
042900     MOVE Operator TO CALC-D-OPERATOR.
043000     MOVE Num2 TO CALC-D-NUM2.
043100     MOVE "OVERFLOW" TO CALC-D-RESULT.
043110     MOVE SPACES TO CALC-D-HOLD-FLAG.
043200     WRITE CALC-PRINT-RECORD FROM CALC-RPT-DETAIL-LINE.
043300     ADD 1 TO CALC-LINE-COUNT.
043400     MOVE ZERO TO Result.
043500     MOVE "O" TO CALC-STATUS-CODE.
043600 6600-EXIT.
043700     EXIT.
043703
043706*-----------------------------------------------------------------
043709* 6800-CHECK-THRESHOLD - LOOK UP THE OPERATION TYPE'S APPROVAL
043712*                        LIMIT AND SET CALC-HOLD-FOR-APPROVAL IF
043715*                        THE ABSOLUTE Result EXCEEDS IT.  A TYPE
043718*                        WITH NO CALCTHRS ROW IS NEVER HELD.
043721*-----------------------------------------------------------------
043724 6800-CHECK-THRESHOLD.
043727     MOVE "N" TO CALC-HOLD-SWITCH.
043730     IF Result < ZERO THEN
043733        SUBTRACT Result FROM ZERO GIVING CALC-ABS-RESULT
043736     ELSE
043739        MOVE Result TO CALC-ABS-RESULT
043742     END-IF.
043745     IF CALC-THR-TABLE-COUNT = ZERO THEN
043746        GO TO 6800-EXIT
043747     END-IF.
043748     SET CALC-THR-INDEX TO 1.
043749     SEARCH CALC-THR-ENTRY
043751         AT END
043754             CONTINUE
043757         WHEN CALC-THR-TBL-TYPE(CALC-THR-INDEX)
043760             = CALC-OPR-FOUND-TYPE
043763             MOVE CALC-THR-TBL-LIMIT(CALC-THR-INDEX)
043766                 TO CALC-THR-FOUND-LIMIT
043769             IF CALC-ABS-RESULT > CALC-THR-FOUND-LIMIT THEN
043772                SET CALC-HOLD-FOR-APPROVAL TO TRUE
043775             END-IF
043778     END-SEARCH.
043781 6800-EXIT.
043784     EXIT.
043800
043900*-----------------------------------------------------------------
044000* 6900-WRITE-AUDIT - WRITE ONE AUDIT TRAIL RECORD.  CARRIES THE
045300     MOVE Num2 TO CALC-A-NUM2.
045400     MOVE Result TO CALC-A-RESULT.
045500     MOVE CALC-STATUS-CODE TO CALC-A-STATUS.
045510     MOVE Dept-Code TO CALC-A-DEPT.
045520     MOVE SPACE TO CALC-A-APPROVAL.
045530     MOVE SPACES TO CALC-A-APPROVER.
045600     WRITE CALC-AUDIT-RECORD.
045610     ADD 1 TO CALC-OUT-WRITE-COUNT.
045700 6900-EXIT.
045800     EXIT.
045803
045806*-----------------------------------------------------------------
045809* 6950-WRITE-HOLD - WRITE ONE PENDING-APPROVAL RECORD IN PLACE OF
045812*                   THE AUDIT RECORD.  THE KEY IS THE BATCH
045815*                   IDENTITY FROM THE CALCIN HEADER PLUS THE
045818*                   TRANSACTION'S POSITION IN THE BATCH, WHICH A
045821*                   RESTART RUN RECOUNTS THE SAME WAY.
045824*-----------------------------------------------------------------
045827 6950-WRITE-HOLD.
045830     MOVE CALC-BAT-SUBMITTER TO CALC-H-SUBMITTER.
045833     MOVE CALC-BAT-NUMBER TO CALC-H-BATCH-NO.
045836     ADD 1 TO CALC-RECORD-COUNT GIVING CALC-H-SEQ.
045839     ACCEPT CALC-H-DATE FROM DATE.
045842     ACCEPT CALC-H-TIME FROM TIME.
045845     MOVE Operator TO CALC-H-OPERATOR.
045848     MOVE CALC-OPR-FOUND-TYPE TO CALC-H-TYPE.
045851     MOVE Num1 TO CALC-H-NUM1.
045854     MOVE Num2 TO CALC-H-NUM2.
045857     MOVE Result TO CALC-H-RESULT.
045860     MOVE Dept-Code TO CALC-H-DEPT.
045863     MOVE CALC-THR-FOUND-LIMIT TO CALC-H-LIMIT.
045866     WRITE CALC-HOLD-RECORD.
045869     ADD 1 TO CALC-OUT-WRITE-COUNT.
045872 6950-EXIT.
045875     EXIT.
045900
046000*-----------------------------------------------------------------
046100* 7000-READ-TRANS - READ THE NEXT CALCULATION REQUEST, FLAG EOF
048900 7200-EXIT.
049000     EXIT.
049100
049103*-----------------------------------------------------------------
049106* 7300-READ-DEPARTMENT - READ THE NEXT CALCDEPT RECORD, FLAG EOF
049109*-----------------------------------------------------------------
049112 7300-READ-DEPARTMENT.
049115     READ CALC-DEPARTMENT-FILE
049118         AT END
049121             SET CALC-DPT-END-OF-FILE TO TRUE
049124     END-READ.
049127 7300-EXIT.
049130     EXIT.
049133
049136*-----------------------------------------------------------------
049139* 7400-READ-REGISTRY - READ THE NEXT CALCBREG RECORD, FLAG EOF
049142*-----------------------------------------------------------------
049145 7400-READ-REGISTRY.
049148     READ CALC-BATCH-REGISTRY-FILE
049151         AT END
049154             SET CALC-BRG-END-OF-FILE TO TRUE
049157     END-READ.
049160 7400-EXIT.
049163     EXIT.
049166
049169*-----------------------------------------------------------------
049172* 7500-READ-THRESHOLD - READ THE NEXT CALCTHRS RECORD, FLAG EOF
049175*-----------------------------------------------------------------
049178 7500-READ-THRESHOLD.
049181     READ CALC-THRESHOLD-FILE
049184         AT END
049187             SET CALC-THR-END-OF-FILE TO TRUE
049190     END-READ.
049193 7500-EXIT.
049196     EXIT.
049199
049200*-----------------------------------------------------------------
049300* 8000-FINALIZE - CLOSE UP AND REGISTER THE POSTED BATCH
049400*-----------------------------------------------------------------
049500 8000-FINALIZE.
049600     CLOSE CALC-TRANS-FILE.
049700     CLOSE CALC-PRINT-FILE.
049800     CLOSE CALC-AUDIT-FILE.
049900     CLOSE CALC-EXCEPTION-FILE.
049910     CLOSE CALC-HOLD-FILE.
050000     CLOSE CALC-CHECKPOINT-FILE.
050010     PERFORM 8100-REGISTER-BATCH THRU 8100-EXIT.
050100 8000-EXIT.
050200     EXIT.
050204
050208*-----------------------------------------------------------------
050212* 8100-REGISTER-BATCH - APPEND THIS RUN'S BATCH TO THE CALCBREG
050216*                       REGISTRY WITH ITS TRAILER COUNT AND HASH
050220*                       AND THE RUN DATE AND TIME.  ONLY A RUN
050224*                       THAT REACHES 8000-FINALIZE REGISTERS, SO
050228*                       THE RESTART OF AN ABENDED RUN PASSES
050232*                       1450-CHECK-BATCH-REGISTRY.
050236*-----------------------------------------------------------------
050240 8100-REGISTER-BATCH.
050244     OPEN EXTEND CALC-BATCH-REGISTRY-FILE.
050248     MOVE CALC-BAT-SUBMITTER TO CALC-BRG-SUBMITTER.
050252     MOVE CALC-BAT-NUMBER TO CALC-BRG-BATCH-NO.
050256     MOVE CALC-RUN-DATE TO CALC-BRG-RUN-DATE.
050260     ACCEPT CALC-BRG-RUN-TIME FROM TIME.
050264     MOVE CALC-TRL-STATED-COUNT TO CALC-BRG-COUNT.
050268     MOVE CALC-TRL-STATED-HASH TO CALC-BRG-HASH.
050272     WRITE CALC-BATCH-REGISTRY-RECORD.
050276     CLOSE CALC-BATCH-REGISTRY-FILE.
050280 8100-EXIT.
050284     EXIT.
050300
050310*-----------------------------------------------------------------
050320* 9000-WRITE-RUN-LOG - APPEND ONE START OR END RECORD TO THE
