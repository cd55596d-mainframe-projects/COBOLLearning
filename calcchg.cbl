000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CALCCHARGEBACK.
000300 AUTHOR. D WALKER.
000400 INSTALLATION. BILLING SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* DATE        INIT  DESCRIPTION
001100* ----------  ----  -------------------------------------------
001200* 10/15/2026  DW    NEW PROGRAM.  MONTH-END DEPARTMENT CHARGEBACK
001300*                   FOR THE CALCULATOR SERVICE.  READS CALCMTDC,
001400*                   THE LIST OF ARCHIVED DAILY CALCAUD FILES
001500*                   CALCARCHIVE KEEPS, THE SAME WAY CALCMTDSUMM
001600*                   DOES, AND COUNTS EVERY AUDIT RECORD DATED IN
001700*                   THE BILLING MONTH (THE RUN DATE'S MONTH) BY
001800*                   SUBMITTING DEPARTMENT AND OPERATION TYPE.
001900*                   EACH DEPARTMENT ON CALCDEPT IS CHARGED THE
002000*                   CALCFEE RATE FOR ITS TYPE ON EVERY POSTED
002100*                   TRANSACTION EXCEPT A DIVIDE-BY-ZERO; CALCEXC
002200*                   EXCEPTIONS NEVER REACH CALCAUD, SO THEY ARE
002300*                   NEVER CHARGED.  PRINTS A STATEMENT PER
002400*                   DEPARTMENT AND A SUMMARY BY OPERATION TYPE
002500*                   WHOSE COUNT LINES TIE THE STATEMENTS BACK TO
002600*                   THE AUDIT RECORDS READ.  A RECORD WHOSE
002700*                   DEPARTMENT IS BLANK OR NOT ON CALCDEPT IS
002800*                   SHOWN UNBILLED ON ITS OWN STATEMENT.  RETURN
002900*                   CODE 4 FOR UNBILLED RECORDS OR A TYPE WITH NO
003000*                   FEE; 8 FOR AN OVERFLOWED AMOUNT OR A COUNT
003100*                   THAT DOES NOT TIE.  RUNS ON THE LAST DAY OF
003200*                   THE MONTH, AFTER CALCARCHIVE.  APPENDS START
003300*                   AND END RECORDS TO THE SHARED CALCRLOG RUN
003400*                   LOG LIKE THE REST OF THE CYCLE.
003410* 10/15/2026  DW    AN OVERFLOW RESULT IS NO LONGER CHARGED.  LIKE
003420*                   A DIVIDE-BY-ZERO IT WAS ZEROED AND NEVER
003430*                   PRODUCED, AND CALCSUMMARY AND CALCPROOF LEAVE
003440*                   BOTH OUT OF THEIR TOTALS, SO BOTH NOW COUNT AS
003450*                   NO-CHARGE ON THE DEPARTMENT STATEMENTS.
003500*-----------------------------------------------------------------
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CALC-MTD-CONTROL-FILE ASSIGN TO "CALCMTDC"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200
004300     SELECT CALC-AUDIT-FILE ASSIGN USING CALC-CHG-AUDIT-FILENAME
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500
004600     SELECT CALC-DEPARTMENT-FILE ASSIGN TO "CALCDEPT"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800
004900     SELECT CALC-FEE-FILE ASSIGN TO "CALCFEE"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100
005200     SELECT CALC-CHARGEBACK-FILE ASSIGN TO "CALCCHGR"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500     SELECT OPTIONAL CALC-RUN-LOG-FILE ASSIGN TO "CALCRLOG"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  CALC-MTD-CONTROL-FILE.
006100 COPY CALCMTDC.
006200
006300 FD  CALC-AUDIT-FILE.
006400 COPY CALCAUD.
006500
006600 FD  CALC-DEPARTMENT-FILE.
006700 COPY CALCDPT.
006800
006900 FD  CALC-FEE-FILE.
007000 COPY CALCFEE.
007100
007200 FD  CALC-CHARGEBACK-FILE
007300             RECORD CONTAINS 80 CHARACTERS.
007400 01  CALC-CHARGEBACK-RECORD     PIC X(80).
007500
007600 FD  CALC-RUN-LOG-FILE.
007700 COPY CALCRLG.
007800
007900 WORKING-STORAGE SECTION.
008000 77  CALC-CHG-AUDIT-FILENAME PIC X(30) VALUE SPACES.
008100 77  CALC-MTC-EOF-SWITCH    PIC X(01) VALUE "N".
008200     88  CALC-MTC-END-OF-FILE             VALUE "Y".
008300 77  CALC-AUD-EOF-SWITCH    PIC X(01) VALUE "N".
008400     88  CALC-AUD-END-OF-FILE             VALUE "Y".
008500 77  CALC-DPT-EOF-SWITCH    PIC X(01) VALUE "N".
008600     88  CALC-DPT-END-OF-FILE             VALUE "Y".
008700 77  CALC-FEE-EOF-SWITCH    PIC X(01) VALUE "N".
008800     88  CALC-FEE-END-OF-FILE             VALUE "Y".
008900 77  CALC-CHG-TYPE-SWITCH   PIC X(01) VALUE "N".
009000     88  CALC-CHG-TYPE-FOUND              VALUE "Y".
009100*    ONE ROW PAST CALC-DPT-TABLE-MAX IS HELD BACK FOR THE
009200*    UNBILLED CATCH-ALL - RECORDS WITH NO VALID DEPARTMENT.
009300 77  CALC-DPT-TABLE-MAX     PIC 9(03) VALUE 200.
009400 77  CALC-DPT-TABLE-COUNT   PIC 9(03) COMP VALUE ZERO.
009500 77  CALC-CHG-DPT-SUB       PIC 9(03) COMP VALUE ZERO.
009600 77  CALC-CHG-TYPE-SUB      PIC 9(01) COMP VALUE ZERO.
009700 77  CALC-CHG-DAY-COUNT     PIC 9(03) COMP VALUE ZERO.
009800 77  CALC-CHG-READ-COUNT    PIC 9(07) COMP VALUE ZERO.
009900 77  CALC-CHG-OUTSIDE-COUNT PIC 9(07) COMP VALUE ZERO.
010000 77  CALC-CHG-MONTH-COUNT   PIC 9(07) COMP VALUE ZERO.
010100 77  CALC-CHG-BADTYPE-COUNT PIC 9(07) COMP VALUE ZERO.
010200 77  CALC-CHG-BILLED-COUNT  PIC 9(07) COMP VALUE ZERO.
010300 77  CALC-CHG-UNBILLED-COUNT PIC 9(07) COMP VALUE ZERO.
010400 77  CALC-CHG-TIED-COUNT    PIC 9(07) COMP VALUE ZERO.
010500 77  CALC-CHG-DEPT-COUNT    PIC 9(03) COMP VALUE ZERO.
010600 77  CALC-CHG-DEPT-POSTED   PIC 9(07) COMP VALUE ZERO.
010700 77  CALC-CHG-DEPT-NO-CHG   PIC 9(07) COMP VALUE ZERO.
010800 77  CALC-CHG-DEPT-CHARGED  PIC 9(07) COMP VALUE ZERO.
010900 77  CALC-CHG-LINE-NO-CHG   PIC 9(07) COMP VALUE ZERO.
011000 77  CALC-CHG-LINE-CHARGED  PIC 9(07) COMP VALUE ZERO.
011100 77  CALC-CHG-LINE-NORMAL   PIC 9(07) COMP VALUE ZERO.
011200 77  CALC-CHG-LINE-AMOUNT   PIC S9(09)V99 VALUE ZERO.
011300 77  CALC-CHG-DEPT-AMOUNT   PIC S9(09)V99 VALUE ZERO.
011400 77  CALC-CHG-GRAND-AMOUNT  PIC S9(09)V99 VALUE ZERO.
011500 77  CALC-CHG-TOT-POSTED    PIC 9(07) COMP VALUE ZERO.
011600 77  CALC-CHG-TOT-NORMAL    PIC 9(07) COMP VALUE ZERO.
011700 77  CALC-CHG-TOT-OVFL      PIC 9(07) COMP VALUE ZERO.
011800 77  CALC-CHG-TOT-DIVZ      PIC 9(07) COMP VALUE ZERO.
011900 77  CALC-CHG-TOT-CHARGED   PIC 9(07) COMP VALUE ZERO.
012000 77  CALC-CHG-LINE-SWITCH   PIC X(01) VALUE "N".
012100     88  CALC-CHG-LINE-OVERFLOW           VALUE "Y".
012200 77  CALC-CHG-DEPT-SWITCH   PIC X(01) VALUE "N".
012300     88  CALC-CHG-DEPT-OVERFLOW           VALUE "Y".
012400 77  CALC-CHG-GRAND-SWITCH  PIC X(01) VALUE "N".
012500     88  CALC-CHG-GRAND-OVERFLOW          VALUE "Y".
012600 77  CALC-CHG-RATE-EDIT     PIC ZZ9.99.
012700 77  CALC-CHG-AMOUNT-EDIT   PIC ZZZZZZZZ9.99-.
012800 77  CALC-RL-EVENT-CODE     PIC X(01) VALUE SPACE.
012900 77  CALC-OUT-WRITE-COUNT   PIC 9(07) COMP VALUE ZERO.
013000*    THE FOUR OPERATION TYPES Iteration-If POSTS, WITH THE
013100*    CALCFEE RATE FOR EACH AND THE MONTH'S SUMMARY COUNTS.
013200 01  CALC-CHG-TYPE-TABLE.
013300     05  CALC-CHG-TYPE-ENTRY OCCURS 4 TIMES
013400             INDEXED BY CALC-CHG-TYPE-INDEX.
013500         10  CALC-CHG-TYP-CODE      PIC X(02).
013600         10  CALC-CHG-TYP-RATE      PIC 9(03)V99.
013700         10  CALC-CHG-TYP-RATE-SW   PIC X(01).
013800             88  CALC-CHG-TYP-HAS-RATE        VALUE "Y".
013900         10  CALC-CHG-TYP-POSTED    PIC 9(07) COMP.
014000         10  CALC-CHG-TYP-OVFL      PIC 9(07) COMP.
014100         10  CALC-CHG-TYP-DIVZ      PIC 9(07) COMP.
014200         10  CALC-CHG-TYP-CHARGED   PIC 9(07) COMP.
014300         10  CALC-CHG-TYP-AMOUNT    PIC S9(09)V99.
014400         10  CALC-CHG-TYP-AMT-SW    PIC X(01).
014500             88  CALC-CHG-TYP-AMT-OVERFLOW    VALUE "Y".
014600*    ONE ROW PER CALCDEPT DEPARTMENT PLUS THE UNBILLED CATCH-ALL,
014700*    WITH THE MONTH'S POSTED, OVERFLOW AND DIVIDE-BY-ZERO COUNTS
014800*    BY TYPE IN THE SAME ORDER AS CALC-CHG-TYPE-TABLE.
014900 01  CALC-DPT-TABLE.
015000     05  CALC-DPT-ENTRY OCCURS 1 TO 201 TIMES
015100             DEPENDING ON CALC-DPT-TABLE-COUNT
015200             INDEXED BY CALC-DPT-INDEX.
015300         10  CALC-DPT-TBL-CODE      PIC X(04).
015400         10  CALC-DPT-TBL-NAME      PIC X(30).
015500         10  CALC-DPT-TBL-TYPE OCCURS 4 TIMES.
015600             15  CALC-DPT-TBL-POSTED    PIC 9(07) COMP.
015650             15  CALC-DPT-TBL-OVFL      PIC 9(07) COMP.
015700             15  CALC-DPT-TBL-DIVZ      PIC 9(07) COMP.
015800 01  CALC-CHG-RUN-DATE.
015900     05  CALC-CHG-RD-YYMM       PIC 9(04).
016000     05  CALC-CHG-RD-DD         PIC 99.
016100 01  CALC-CHG-RD-PARTS REDEFINES CALC-CHG-RUN-DATE.
016200     05  CALC-CHG-RD-YY         PIC 99.
016300     05  CALC-CHG-RD-MM         PIC 99.
016400     05  FILLER                 PIC 99.
016500 01  CALC-CHG-AUDIT-DATE.
016600     05  CALC-CHG-AD-YYMM       PIC 9(04).
016700     05  CALC-CHG-AD-DD         PIC 99.
016800 COPY CALCCHG.
016900
017000 PROCEDURE DIVISION.
017100*-----------------------------------------------------------------
017200* 0000-MAINLINE
017300*-----------------------------------------------------------------
017400 0000-MAINLINE.
017500     MOVE "S" TO CALC-RL-EVENT-CODE.
017600     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
017700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017800     PERFORM 2000-PROCESS-ONE-DAY THRU 2000-EXIT
017900         UNTIL CALC-MTC-END-OF-FILE.
018000     PERFORM 8000-FINALIZE THRU 8000-EXIT.
018100     GO TO 9999-EXIT.
018200
018300*-----------------------------------------------------------------
018400* 1000-INITIALIZE - CLEAR THE TABLES, TAKE THE BILLING MONTH FROM
018500*                   THE RUN DATE, LOAD THE DEPARTMENTS AND THE
018600*                   FEE SCHEDULE, OPEN THE CONTROL AND REPORT
018700*                   FILES AND PRIME THE CONTROL READ
018800*-----------------------------------------------------------------
018900 1000-INITIALIZE.
019000     INITIALIZE CALC-CHG-TYPE-TABLE.
019100     MOVE "AD" TO CALC-CHG-TYP-CODE(1).
019200     MOVE "SU" TO CALC-CHG-TYP-CODE(2).
019300     MOVE "MU" TO CALC-CHG-TYP-CODE(3).
019400     MOVE "DV" TO CALC-CHG-TYP-CODE(4).
019500     ACCEPT CALC-CHG-RUN-DATE FROM DATE.
019600     PERFORM 1100-LOAD-DEPARTMENT-TABLE THRU 1100-EXIT.
019700     PERFORM 1200-LOAD-FEE-SCHEDULE THRU 1200-EXIT.
019800     OPEN INPUT CALC-MTD-CONTROL-FILE.
019900     OPEN OUTPUT CALC-CHARGEBACK-FILE.
020000     MOVE CALC-CHG-RD-MM TO CALC-CHH-MONTH-MM.
020100     MOVE CALC-CHG-RD-YY TO CALC-CHH-MONTH-YY.
020200     PERFORM 7000-READ-CONTROL THRU 7000-EXIT.
020300 1000-EXIT.
020400     EXIT.
020500
020600*-----------------------------------------------------------------
020700* 1100-LOAD-DEPARTMENT-TABLE - READ CALCDEPT INTO CALC-DPT-TABLE,
020800*                              THEN ADD THE UNBILLED CATCH-ALL
020900*                              ROW AFTER THE LAST DEPARTMENT
021000*-----------------------------------------------------------------
021100 1100-LOAD-DEPARTMENT-TABLE.
021200     OPEN INPUT CALC-DEPARTMENT-FILE.
021300     PERFORM 7200-READ-DEPARTMENT THRU 7200-EXIT.
021400     PERFORM 1110-LOAD-ONE-DEPARTMENT THRU 1110-EXIT
021500         UNTIL CALC-DPT-END-OF-FILE.
021600     CLOSE CALC-DEPARTMENT-FILE.
021700     ADD 1 TO CALC-DPT-TABLE-COUNT.
021800     INITIALIZE CALC-DPT-ENTRY(CALC-DPT-TABLE-COUNT).
021900     MOVE "****" TO CALC-DPT-TBL-CODE(CALC-DPT-TABLE-COUNT).
022000     MOVE "NO VALID DEPARTMENT - UNBILLED"
022100         TO CALC-DPT-TBL-NAME(CALC-DPT-TABLE-COUNT).
022200 1100-EXIT.
022300     EXIT.
022400
022500*-----------------------------------------------------------------
022600* 1110-LOAD-ONE-DEPARTMENT - ADD ONE DEPARTMENT TO THE TABLE.
022700*                            STOPS LOADING AT CALC-DPT-TABLE-MAX,
022800*                            LEAVING ROOM FOR THE CATCH-ALL ROW -
022900*                            A DISCARDED DEPARTMENT'S RECORDS
023000*                            FALL TO THE CATCH-ALL, UNBILLED.
023100*-----------------------------------------------------------------
023200 1110-LOAD-ONE-DEPARTMENT.
023300     IF CALC-DPT-TABLE-COUNT < CALC-DPT-TABLE-MAX THEN
023400        ADD 1 TO CALC-DPT-TABLE-COUNT
023500        INITIALIZE CALC-DPT-ENTRY(CALC-DPT-TABLE-COUNT)
023600        MOVE CALC-DPT-CODE TO
023700            CALC-DPT-TBL-CODE(CALC-DPT-TABLE-COUNT)
023800        MOVE CALC-DPT-NAME TO
023900            CALC-DPT-TBL-NAME(CALC-DPT-TABLE-COUNT)
024000        PERFORM 7200-READ-DEPARTMENT THRU 7200-EXIT
024100     ELSE
024200        DISPLAY "CALC-DPT-TABLE FULL - DISCARDING DEPARTMENT "
024300            CALC-DPT-CODE
024400        SET CALC-DPT-END-OF-FILE TO TRUE
024500     END-IF.
024600 1110-EXIT.
024700     EXIT.
024800
024900*-----------------------------------------------------------------
025000* 1200-LOAD-FEE-SCHEDULE - READ CALCFEE AND SET THE RATE FOR EACH
025100*                          OPERATION TYPE IT NAMES
025200*-----------------------------------------------------------------
025300 1200-LOAD-FEE-SCHEDULE.
025400     OPEN INPUT CALC-FEE-FILE.
025500     PERFORM 7300-READ-FEE THRU 7300-EXIT.
025600     PERFORM 1210-LOAD-ONE-FEE THRU 1210-EXIT
025700         UNTIL CALC-FEE-END-OF-FILE.
025800     CLOSE CALC-FEE-FILE.
025900 1200-EXIT.
026000     EXIT.
026100
026200*-----------------------------------------------------------------
026300* 1210-LOAD-ONE-FEE - STORE ONE CALCFEE RATE AGAINST ITS TYPE.  A
026400*                     TYPE Iteration-If NEVER POSTS, OR A RATE
026500*                     THAT IS NOT NUMERIC, IS IGNORED AND LOGGED.
026600*-----------------------------------------------------------------
026700 1210-LOAD-ONE-FEE.
026800     SET CALC-CHG-TYPE-INDEX TO 1.
026900     SEARCH CALC-CHG-TYPE-ENTRY
027000         AT END
027100             DISPLAY "CALCFEE TYPE " CALC-FEE-TYPE
027200                 " IS NOT A POSTED TYPE - IGNORED"
027300             PERFORM 7900-SET-WARNING THRU 7900-EXIT
027400         WHEN CALC-CHG-TYP-CODE(CALC-CHG-TYPE-INDEX)
027500                 = CALC-FEE-TYPE
027600             IF CALC-FEE-RATE NUMERIC THEN
027700                MOVE CALC-FEE-RATE
027800                    TO CALC-CHG-TYP-RATE(CALC-CHG-TYPE-INDEX)
027900                SET CALC-CHG-TYP-HAS-RATE(CALC-CHG-TYPE-INDEX)
028000                    TO TRUE
028100             ELSE
028200                DISPLAY "CALCFEE RATE NOT NUMERIC FOR TYPE "
028300                    CALC-FEE-TYPE " - IGNORED"
028400                PERFORM 7900-SET-WARNING THRU 7900-EXIT
028500             END-IF
028600     END-SEARCH.
028700     PERFORM 7300-READ-FEE THRU 7300-EXIT.
028800 1210-EXIT.
028900     EXIT.
029000
029100*-----------------------------------------------------------------
029200* 2000-PROCESS-ONE-DAY - OPEN THE NAMED CALCAUD FILE AND COUNT ITS
029300*                        RECORDS
029400*-----------------------------------------------------------------
029500 2000-PROCESS-ONE-DAY.
029600     MOVE CALC-MTC-FILENAME TO CALC-CHG-AUDIT-FILENAME.
029700     OPEN INPUT CALC-AUDIT-FILE.
029800     MOVE "N" TO CALC-AUD-EOF-SWITCH.
029900     PERFORM 7100-READ-AUDIT THRU 7100-EXIT.
030000     PERFORM 2100-PROCESS-RECORD THRU 2100-EXIT
030100         UNTIL CALC-AUD-END-OF-FILE.
030200     CLOSE CALC-AUDIT-FILE.
030300     ADD 1 TO CALC-CHG-DAY-COUNT.
030400     PERFORM 7000-READ-CONTROL THRU 7000-EXIT.
030500 2000-EXIT.
030600     EXIT.
030700
030800*-----------------------------------------------------------------
030900* 2100-PROCESS-RECORD - COUNT ONE AUDIT RECORD DATED IN THE
031000*                       BILLING MONTH AGAINST ITS OPERATION TYPE
031100*                       AND ITS DEPARTMENT.  A DEPARTMENT NOT ON
031200*                       CALCDEPT COUNTS ON THE CATCH-ALL ROW.
031300*-----------------------------------------------------------------
031400 2100-PROCESS-RECORD.
031500     ADD 1 TO CALC-CHG-READ-COUNT.
031600     MOVE CALC-A-DATE TO CALC-CHG-AUDIT-DATE.
031700     IF CALC-CHG-AD-YYMM NOT = CALC-CHG-RD-YYMM THEN
031800        ADD 1 TO CALC-CHG-OUTSIDE-COUNT
031900        GO TO 2100-READ-NEXT
032000     END-IF.
032100     ADD 1 TO CALC-CHG-MONTH-COUNT.
032200     MOVE "N" TO CALC-CHG-TYPE-SWITCH.
032300     SET CALC-CHG-TYPE-INDEX TO 1.
032400     SEARCH CALC-CHG-TYPE-ENTRY
032500         AT END
032600             CONTINUE
032700         WHEN CALC-CHG-TYP-CODE(CALC-CHG-TYPE-INDEX)
032800                 = CALC-A-TYPE
032900             SET CALC-CHG-TYPE-FOUND TO TRUE
033000     END-SEARCH.
033100     IF NOT CALC-CHG-TYPE-FOUND THEN
033200        ADD 1 TO CALC-CHG-BADTYPE-COUNT
033300        PERFORM 7900-SET-WARNING THRU 7900-EXIT
033400        GO TO 2100-READ-NEXT
033500     END-IF.
033600     SET CALC-CHG-TYPE-SUB TO CALC-CHG-TYPE-INDEX.
033700     ADD 1 TO CALC-CHG-TYP-POSTED(CALC-CHG-TYPE-SUB).
033800     IF CALC-A-STATUS-OVERFLOW THEN
033900        ADD 1 TO CALC-CHG-TYP-OVFL(CALC-CHG-TYPE-SUB)
034000     END-IF.
034100     IF CALC-A-STATUS-DIV-ZERO THEN
034200        ADD 1 TO CALC-CHG-TYP-DIVZ(CALC-CHG-TYPE-SUB)
034300     END-IF.
034400     SET CALC-DPT-INDEX TO 1.
034500     SEARCH CALC-DPT-ENTRY
034600         AT END
034700             SET CALC-DPT-INDEX TO CALC-DPT-TABLE-COUNT
034800         WHEN CALC-DPT-TBL-CODE(CALC-DPT-INDEX) = CALC-A-DEPT
034900             CONTINUE
035000     END-SEARCH.
035100     SET CALC-CHG-DPT-SUB TO CALC-DPT-INDEX.
035200     ADD 1 TO CALC-DPT-TBL-POSTED(CALC-CHG-DPT-SUB,
035300                                  CALC-CHG-TYPE-SUB).
035310     IF CALC-A-STATUS-OVERFLOW THEN
035320        ADD 1 TO CALC-DPT-TBL-OVFL(CALC-CHG-DPT-SUB,
035330                                   CALC-CHG-TYPE-SUB)
035340     END-IF.
035400     IF CALC-A-STATUS-DIV-ZERO THEN
035500        ADD 1 TO CALC-DPT-TBL-DIVZ(CALC-CHG-DPT-SUB,
035600                                   CALC-CHG-TYPE-SUB)
035700     END-IF.
035800 2100-READ-NEXT.
035900     PERFORM 7100-READ-AUDIT THRU 7100-EXIT.
036000 2100-EXIT.
036100     EXIT.
036200
036300*-----------------------------------------------------------------
036400* 3000-PRINT-STATEMENTS - ONE STATEMENT PER DEPARTMENT THAT POSTED
036500*                         IN THE MONTH, THE UNBILLED CATCH-ALL
036600*                         LAST
036700*-----------------------------------------------------------------
036800 3000-PRINT-STATEMENTS.
036900     PERFORM 3100-PRINT-ONE-DEPT THRU 3100-EXIT
037000         VARYING CALC-CHG-DPT-SUB FROM 1 BY 1
037100         UNTIL CALC-CHG-DPT-SUB > CALC-DPT-TABLE-COUNT.
037200 3000-EXIT.
037300     EXIT.
037400
037500*-----------------------------------------------------------------
037600* 3100-PRINT-ONE-DEPT - PRINT ONE DEPARTMENT'S STATEMENT: HEADING,
037700*                       A LINE PER OPERATION TYPE AND A TOTAL.  A
037800*                       DEPARTMENT WITH NOTHING POSTED IS SKIPPED.
037900*-----------------------------------------------------------------
038000 3100-PRINT-ONE-DEPT.
038100     COMPUTE CALC-CHG-DEPT-POSTED =
038200         CALC-DPT-TBL-POSTED(CALC-CHG-DPT-SUB, 1)
038300       + CALC-DPT-TBL-POSTED(CALC-CHG-DPT-SUB, 2)
038400       + CALC-DPT-TBL-POSTED(CALC-CHG-DPT-SUB, 3)
038500       + CALC-DPT-TBL-POSTED(CALC-CHG-DPT-SUB, 4).
038600     IF CALC-CHG-DEPT-POSTED = ZERO THEN
038700        GO TO 3100-EXIT
038800     END-IF.
038900     ADD CALC-CHG-DEPT-POSTED TO CALC-CHG-TIED-COUNT.
039000     IF CALC-CHG-DPT-SUB = CALC-DPT-TABLE-COUNT THEN
039100        ADD CALC-CHG-DEPT-POSTED TO CALC-CHG-UNBILLED-COUNT
039200        PERFORM 7900-SET-WARNING THRU 7900-EXIT
039300     ELSE
039400        ADD CALC-CHG-DEPT-POSTED TO CALC-CHG-BILLED-COUNT
039500        ADD 1 TO CALC-CHG-DEPT-COUNT
039600     END-IF.
039700     MOVE ZERO TO CALC-CHG-DEPT-NO-CHG.
039800     MOVE ZERO TO CALC-CHG-DEPT-CHARGED.
039900     MOVE ZERO TO CALC-CHG-DEPT-AMOUNT.
040000     MOVE "N" TO CALC-CHG-DEPT-SWITCH.
040100     MOVE SPACES TO CALC-CHARGEBACK-RECORD.
040200     PERFORM 7400-WRITE-LINE THRU 7400-EXIT.
040300     MOVE "DEPARTMENT CHARGEBACK STATEMENT" TO CALC-CHH-TITLE.
040400     MOVE CALC-CHG-HEADING-LINE TO CALC-CHARGEBACK-RECORD.
040500     PERFORM 7400-WRITE-LINE THRU 7400-EXIT.
040600     MOVE CALC-DPT-TBL-CODE(CALC-CHG-DPT-SUB) TO CALC-CHN-DEPT.
040700     MOVE CALC-DPT-TBL-NAME(CALC-CHG-DPT-SUB) TO CALC-CHN-NAME.
040800     MOVE CALC-CHG-DEPT-LINE TO CALC-CHARGEBACK-RECORD.
040900     PERFORM 7400-WRITE-LINE THRU 7400-EXIT.
041000     MOVE CALC-CHG-COLUMN-LINE TO CALC-CHARGEBACK-RECORD.
041100     PERFORM 7400-WRITE-LINE THRU 7400-EXIT.
041200     PERFORM 3200-PRINT-TYPE-LINE THRU 3200-EXIT
041300         VARYING CALC-CHG-TYPE-SUB FROM 1 BY 1
041400         UNTIL CALC-CHG-TYPE-SUB > 4.
041500     MOVE "  TOTAL " TO CALC-CHD-LABEL.
041600     MOVE CALC-CHG-DEPT-POSTED TO CALC-CHD-POSTED.
041700     MOVE CALC-CHG-DEPT-NO-CHG TO CALC-CHD-NO-CHARGE.
041800     MOVE CALC-CHG-DEPT-CHARGED TO CALC-CHD-CHARGED.
041900     MOVE SPACES TO CALC-CHD-RATE.
042000     IF CALC-CHG-DEPT-OVERFLOW THEN
042100        MOVE "OVERFLOW" TO CALC-CHD-AMOUNT
042200     ELSE
042300        MOVE CALC-CHG-DEPT-AMOUNT TO CALC-CHG-AMOUNT-EDIT
042400        MOVE CALC-CHG-AMOUNT-EDIT TO CALC-CHD-AMOUNT
042500     END-IF.
042600     MOVE CALC-CHG-DETAIL-LINE TO CALC-CHARGEBACK-RECORD.
042700     PERFORM 7400-WRITE-LINE THRU 7400-EXIT.
042800 3100-EXIT.
042900     EXIT.
043000
043100*-----------------------------------------------------------------
043200* 3200-PRINT-TYPE-LINE - PRICE ONE OPERATION TYPE FOR THE CURRENT
043300*                        DEPARTMENT.  AN OVERFLOW OR A
043350*                        DIVIDE-BY-ZERO PRODUCED NO RESULT AND IS
043400*                        NOT CHARGED; NEITHER IS ANYTHING ON THE
043500*                        CATCH-ALL ROW.  THE CHARGED COUNT AND
043600*                        AMOUNT ROLL INTO THE DEPARTMENT TOTAL AND
043700*                        THE TYPE'S SUMMARY LINE.
043800*-----------------------------------------------------------------
043900 3200-PRINT-TYPE-LINE.
044000     MOVE SPACES TO CALC-CHD-LABEL.
044100     MOVE CALC-CHG-TYP-CODE(CALC-CHG-TYPE-SUB)
044200         TO CALC-CHD-TYPE.
044300     MOVE CALC-DPT-TBL-POSTED(CALC-CHG-DPT-SUB, CALC-CHG-TYPE-SUB)
044400         TO CALC-CHD-POSTED.
044500     IF CALC-CHG-DPT-SUB = CALC-DPT-TABLE-COUNT THEN
044600        MOVE CALC-DPT-TBL-POSTED(CALC-CHG-DPT-SUB,
044700                                 CALC-CHG-TYPE-SUB)
044800            TO CALC-CHG-LINE-NO-CHG
044900        MOVE "   N/A" TO CALC-CHD-RATE
045000     ELSE
045100        ADD CALC-DPT-TBL-OVFL(CALC-CHG-DPT-SUB,
045200                              CALC-CHG-TYPE-SUB)
045250            CALC-DPT-TBL-DIVZ(CALC-CHG-DPT-SUB,
045270                              CALC-CHG-TYPE-SUB)
045300            GIVING CALC-CHG-LINE-NO-CHG
045400        IF CALC-CHG-TYP-HAS-RATE(CALC-CHG-TYPE-SUB) THEN
045500           MOVE CALC-CHG-TYP-RATE(CALC-CHG-TYPE-SUB)
045600               TO CALC-CHG-RATE-EDIT
045700           MOVE CALC-CHG-RATE-EDIT TO CALC-CHD-RATE
045800        ELSE
045900           MOVE "NO FEE" TO CALC-CHD-RATE
046000        END-IF
046100     END-IF.
046200     SUBTRACT CALC-CHG-LINE-NO-CHG
046300         FROM CALC-DPT-TBL-POSTED(CALC-CHG-DPT-SUB,
046400                                  CALC-CHG-TYPE-SUB)
046500         GIVING CALC-CHG-LINE-CHARGED.
046600     IF CALC-CHG-LINE-CHARGED > ZERO
046700        AND NOT CALC-CHG-TYP-HAS-RATE(CALC-CHG-TYPE-SUB) THEN
046800        PERFORM 7900-SET-WARNING THRU 7900-EXIT
046900     END-IF.
047000     MOVE CALC-CHG-LINE-NO-CHG TO CALC-CHD-NO-CHARGE.
047100     MOVE CALC-CHG-LINE-CHARGED TO CALC-CHD-CHARGED.
047200     ADD CALC-CHG-LINE-NO-CHG TO CALC-CHG-DEPT-NO-CHG.
047300     ADD CALC-CHG-LINE-CHARGED TO CALC-CHG-DEPT-CHARGED.
047400     ADD CALC-CHG-LINE-CHARGED
047500         TO CALC-CHG-TYP-CHARGED(CALC-CHG-TYPE-SUB).
047600     MOVE "N" TO CALC-CHG-LINE-SWITCH.
047700     MULTIPLY CALC-CHG-LINE-CHARGED
047800         BY CALC-CHG-TYP-RATE(CALC-CHG-TYPE-SUB)
047900         GIVING CALC-CHG-LINE-AMOUNT
048000         ON SIZE ERROR
048100             SET CALC-CHG-LINE-OVERFLOW TO TRUE
048200     END-MULTIPLY.
048300     IF CALC-CHG-LINE-OVERFLOW THEN
048400        MOVE "OVERFLOW" TO CALC-CHD-AMOUNT
048500        SET CALC-CHG-DEPT-OVERFLOW TO TRUE
048600        SET CALC-CHG-TYP-AMT-OVERFLOW(CALC-CHG-TYPE-SUB) TO TRUE
048700        SET CALC-CHG-GRAND-OVERFLOW TO TRUE
048800        MOVE 8 TO RETURN-CODE
048900     ELSE
049000        MOVE CALC-CHG-LINE-AMOUNT TO CALC-CHG-AMOUNT-EDIT
049100        MOVE CALC-CHG-AMOUNT-EDIT TO CALC-CHD-AMOUNT
049200        PERFORM 3300-ADD-LINE-AMOUNT THRU 3300-EXIT
049300     END-IF.
049400     MOVE CALC-CHG-DETAIL-LINE TO CALC-CHARGEBACK-RECORD.
049500     PERFORM 7400-WRITE-LINE THRU 7400-EXIT.
049600 3200-EXIT.
049700     EXIT.
049800
049900*-----------------------------------------------------------------
050000* 3300-ADD-LINE-AMOUNT - ADD A PRICED LINE INTO THE DEPARTMENT,
050100*                        TYPE AND GRAND TOTALS, FLAGGING ANY THAT
050200*                        OVERFLOWS
050300*-----------------------------------------------------------------
050400 3300-ADD-LINE-AMOUNT.
050500     ADD CALC-CHG-LINE-AMOUNT TO CALC-CHG-DEPT-AMOUNT
050600         ON SIZE ERROR
050700             SET CALC-CHG-DEPT-OVERFLOW TO TRUE
050800             MOVE 8 TO RETURN-CODE
050900     END-ADD.
051000     ADD CALC-CHG-LINE-AMOUNT
051100         TO CALC-CHG-TYP-AMOUNT(CALC-CHG-TYPE-SUB)
051200         ON SIZE ERROR
051300             SET CALC-CHG-TYP-AMT-OVERFLOW(CALC-CHG-TYPE-SUB)
051400                 TO TRUE
051500             MOVE 8 TO RETURN-CODE
051600     END-ADD.
051700     ADD CALC-CHG-LINE-AMOUNT TO CALC-CHG-GRAND-AMOUNT
051800         ON SIZE ERROR
051900             SET CALC-CHG-GRAND-OVERFLOW TO TRUE
052000             MOVE 8 TO RETURN-CODE
052100     END-ADD.
052200 3300-EXIT.
052300     EXIT.
052400
052500*-----------------------------------------------------------------
052600* 4000-PRINT-SUMMARY - THE MONTH BY OPERATION TYPE, THEN THE
052700*                      COUNT LINES THAT TIE THE STATEMENTS BACK
052800*                      TO THE AUDIT RECORDS READ
052900*-----------------------------------------------------------------
053000 4000-PRINT-SUMMARY.
053100     MOVE SPACES TO CALC-CHARGEBACK-RECORD.
053200     PERFORM 7400-WRITE-LINE THRU 7400-EXIT.
053300     MOVE "CHARGEBACK SUMMARY" TO CALC-CHH-TITLE.
053400     MOVE CALC-CHG-HEADING-LINE TO CALC-CHARGEBACK-RECORD.
053500     PERFORM 7400-WRITE-LINE THRU 7400-EXIT.
053600     MOVE CALC-CHG-SUMMARY-COLUMN-LINE TO CALC-CHARGEBACK-RECORD.
053700     PERFORM 7400-WRITE-LINE THRU 7400-EXIT.
053800     PERFORM 4100-PRINT-SUMMARY-TYPE THRU 4100-EXIT
053900         VARYING CALC-CHG-TYPE-SUB FROM 1 BY 1
054000         UNTIL CALC-CHG-TYPE-SUB > 4.
054100     MOVE "  TOTAL " TO CALC-CHS-LABEL.
054200     MOVE CALC-CHG-TOT-POSTED TO CALC-CHS-POSTED.
054300     MOVE CALC-CHG-TOT-NORMAL TO CALC-CHS-NORMAL.
054400     MOVE CALC-CHG-TOT-OVFL TO CALC-CHS-OVERFLOW.
054500     MOVE CALC-CHG-TOT-DIVZ TO CALC-CHS-DIV-ZERO.
054600     MOVE CALC-CHG-TOT-CHARGED TO CALC-CHS-CHARGED.
054700     IF CALC-CHG-GRAND-OVERFLOW THEN
054800        MOVE "OVERFLOW" TO CALC-CHS-AMOUNT
054900     ELSE
055000        MOVE CALC-CHG-GRAND-AMOUNT TO CALC-CHG-AMOUNT-EDIT
055100        MOVE CALC-CHG-AMOUNT-EDIT TO CALC-CHS-AMOUNT
055200     END-IF.
055300     MOVE CALC-CHG-SUMMARY-LINE TO CALC-CHARGEBACK-RECORD.
055400     PERFORM 7400-WRITE-LINE THRU 7400-EXIT.
055500     MOVE SPACES TO CALC-CHARGEBACK-RECORD.
055600     PERFORM 7400-WRITE-LINE THRU 7400-EXIT.
055700     MOVE "AUDIT RECORDS READ:" TO CALC-CHC-LABEL.
055800     MOVE CALC-CHG-READ-COUNT TO CALC-CHC-COUNT.
055900     PERFORM 4200-PRINT-COUNT THRU 4200-EXIT.
056000     MOVE "  DATED OUTSIDE THE BILLING MONTH:" TO CALC-CHC-LABEL.
056100     MOVE CALC-CHG-OUTSIDE-COUNT TO CALC-CHC-COUNT.
056200     PERFORM 4200-PRINT-COUNT THRU 4200-EXIT.
056300     MOVE "  DATED IN THE BILLING MONTH:" TO CALC-CHC-LABEL.
056400     MOVE CALC-CHG-MONTH-COUNT TO CALC-CHC-COUNT.
056500     PERFORM 4200-PRINT-COUNT THRU 4200-EXIT.
056600     MOVE "    ON DEPARTMENT STATEMENTS:" TO CALC-CHC-LABEL.
056700     MOVE CALC-CHG-BILLED-COUNT TO CALC-CHC-COUNT.
056800     PERFORM 4200-PRINT-COUNT THRU 4200-EXIT.
056900     MOVE "    UNBILLED - NO VALID DEPARTMENT:" TO CALC-CHC-LABEL.
057000     MOVE CALC-CHG-UNBILLED-COUNT TO CALC-CHC-COUNT.
057100     PERFORM 4200-PRINT-COUNT THRU 4200-EXIT.
057200     MOVE "    UNBILLED - UNKNOWN TYPE:" TO CALC-CHC-LABEL.
057300     MOVE CALC-CHG-BADTYPE-COUNT TO CALC-CHC-COUNT.
057400     PERFORM 4200-PRINT-COUNT THRU 4200-EXIT.
057500     ADD CALC-CHG-BADTYPE-COUNT TO CALC-CHG-TIED-COUNT.
057600     MOVE "  ACCOUNTED FOR:" TO CALC-CHC-LABEL.
057700     MOVE CALC-CHG-TIED-COUNT TO CALC-CHC-COUNT.
057800     IF CALC-CHG-TIED-COUNT = CALC-CHG-MONTH-COUNT
057900        AND CALC-CHG-TOT-POSTED + CALC-CHG-BADTYPE-COUNT
058000            = CALC-CHG-MONTH-COUNT THEN
058100        MOVE "OK" TO CALC-CHC-FLAG
058200     ELSE
058300        MOVE "MISMATCH" TO CALC-CHC-FLAG
058400        MOVE 8 TO RETURN-CODE
058500     END-IF.
058600     PERFORM 4200-PRINT-COUNT THRU 4200-EXIT.
058700     MOVE "DEPARTMENTS BILLED:" TO CALC-CHC-LABEL.
058800     MOVE CALC-CHG-DEPT-COUNT TO CALC-CHC-COUNT.
058900     PERFORM 4200-PRINT-COUNT THRU 4200-EXIT.
059000     MOVE "DAILY FILES INCLUDED:" TO CALC-CHC-LABEL.
059100     MOVE CALC-CHG-DAY-COUNT TO CALC-CHC-COUNT.
059200     PERFORM 4200-PRINT-COUNT THRU 4200-EXIT.
059300 4000-EXIT.
059400     EXIT.
059500
059600*-----------------------------------------------------------------
059700* 4100-PRINT-SUMMARY-TYPE - ONE OPERATION TYPE'S MONTH TOTALS,
059800*                           ALSO ADDED INTO THE SUMMARY TOTAL LINE
059900*-----------------------------------------------------------------
060000 4100-PRINT-SUMMARY-TYPE.
060100     MOVE SPACES TO CALC-CHS-LABEL.
060200     MOVE CALC-CHG-TYP-CODE(CALC-CHG-TYPE-SUB)
060300         TO CALC-CHS-TYPE.
060400     SUBTRACT CALC-CHG-TYP-OVFL(CALC-CHG-TYPE-SUB)
060500              CALC-CHG-TYP-DIVZ(CALC-CHG-TYPE-SUB)
060600         FROM CALC-CHG-TYP-POSTED(CALC-CHG-TYPE-SUB)
060700         GIVING CALC-CHG-LINE-NORMAL.
060800     MOVE CALC-CHG-TYP-POSTED(CALC-CHG-TYPE-SUB)
060900         TO CALC-CHS-POSTED.
061000     MOVE CALC-CHG-LINE-NORMAL TO CALC-CHS-NORMAL.
061100     MOVE CALC-CHG-TYP-OVFL(CALC-CHG-TYPE-SUB)
061200         TO CALC-CHS-OVERFLOW.
061300     MOVE CALC-CHG-TYP-DIVZ(CALC-CHG-TYPE-SUB)
061400         TO CALC-CHS-DIV-ZERO.
061500     MOVE CALC-CHG-TYP-CHARGED(CALC-CHG-TYPE-SUB)
061600         TO CALC-CHS-CHARGED.
061700     IF CALC-CHG-TYP-AMT-OVERFLOW(CALC-CHG-TYPE-SUB) THEN
061800        MOVE "OVERFLOW" TO CALC-CHS-AMOUNT
061900     ELSE
062000        MOVE CALC-CHG-TYP-AMOUNT(CALC-CHG-TYPE-SUB)
062100            TO CALC-CHG-AMOUNT-EDIT
062200        MOVE CALC-CHG-AMOUNT-EDIT TO CALC-CHS-AMOUNT
062300     END-IF.
062400     MOVE CALC-CHG-SUMMARY-LINE TO CALC-CHARGEBACK-RECORD.
062500     PERFORM 7400-WRITE-LINE THRU 7400-EXIT.
062600     ADD CALC-CHG-TYP-POSTED(CALC-CHG-TYPE-SUB)
062700         TO CALC-CHG-TOT-POSTED.
062800     ADD CALC-CHG-LINE-NORMAL TO CALC-CHG-TOT-NORMAL.
062900     ADD CALC-CHG-TYP-OVFL(CALC-CHG-TYPE-SUB)
063000         TO CALC-CHG-TOT-OVFL.
063100     ADD CALC-CHG-TYP-DIVZ(CALC-CHG-TYPE-SUB)
063200         TO CALC-CHG-TOT-DIVZ.
063300     ADD CALC-CHG-TYP-CHARGED(CALC-CHG-TYPE-SUB)
063400         TO CALC-CHG-TOT-CHARGED.
063500 4100-EXIT.
063600     EXIT.
063700
063800*-----------------------------------------------------------------
063900* 4200-PRINT-COUNT - WRITE ONE SUMMARY COUNT LINE AND CLEAR ITS
064000*                    FLAG FOR THE NEXT
064100*-----------------------------------------------------------------
064200 4200-PRINT-COUNT.
064300     MOVE CALC-CHG-COUNT-LINE TO CALC-CHARGEBACK-RECORD.
064400     PERFORM 7400-WRITE-LINE THRU 7400-EXIT.
064500     MOVE SPACES TO CALC-CHC-FLAG.
064600 4200-EXIT.
064700     EXIT.
064800
064900*-----------------------------------------------------------------
065000* 7000-READ-CONTROL - READ THE NEXT CALCMTDC FILE NAME, FLAG EOF
065100*-----------------------------------------------------------------
065200 7000-READ-CONTROL.
065300     READ CALC-MTD-CONTROL-FILE
065400         AT END
065500             SET CALC-MTC-END-OF-FILE TO TRUE
065600     END-READ.
065700 7000-EXIT.
065800     EXIT.
065900
066000*-----------------------------------------------------------------
066100* 7100-READ-AUDIT - READ THE NEXT RECORD OF THE CURRENT DAY'S
066200*                   CALCAUD FILE, FLAG EOF FOR THAT DAY
066300*-----------------------------------------------------------------
066400 7100-READ-AUDIT.
066500     READ CALC-AUDIT-FILE
066600         AT END
066700             SET CALC-AUD-END-OF-FILE TO TRUE
066800     END-READ.
066900 7100-EXIT.
067000     EXIT.
067100
067200*-----------------------------------------------------------------
067300* 7200-READ-DEPARTMENT - READ THE NEXT CALCDEPT RECORD, FLAG EOF
067400*-----------------------------------------------------------------
067500 7200-READ-DEPARTMENT.
067600     READ CALC-DEPARTMENT-FILE
067700         AT END
067800             SET CALC-DPT-END-OF-FILE TO TRUE
067900     END-READ.
068000 7200-EXIT.
068100     EXIT.
068200
068300*-----------------------------------------------------------------
068400* 7300-READ-FEE - READ THE NEXT CALCFEE RECORD, FLAG EOF
068500*-----------------------------------------------------------------
068600 7300-READ-FEE.
068700     READ CALC-FEE-FILE
068800         AT END
068900             SET CALC-FEE-END-OF-FILE TO TRUE
069000     END-READ.
069100 7300-EXIT.
069200     EXIT.
069300
069400*-----------------------------------------------------------------
069500* 7400-WRITE-LINE - WRITE THE PREPARED REPORT LINE AND COUNT IT
069600*-----------------------------------------------------------------
069700 7400-WRITE-LINE.
069800     WRITE CALC-CHARGEBACK-RECORD.
069900     ADD 1 TO CALC-OUT-WRITE-COUNT.
070000 7400-EXIT.
070100     EXIT.
070200
070300*-----------------------------------------------------------------
070400* 7900-SET-WARNING - RAISE THE RETURN CODE TO 4 UNLESS SOMETHING
070500*                    WORSE HAS ALREADY SET IT HIGHER
070600*-----------------------------------------------------------------
070700 7900-SET-WARNING.
070800     IF RETURN-CODE < 4 THEN
070900        MOVE 4 TO RETURN-CODE
071000     END-IF.
071100 7900-EXIT.
071200     EXIT.
071300
071400*-----------------------------------------------------------------
071500* 8000-FINALIZE - PRINT THE STATEMENTS AND THE SUMMARY, CLOSE UP
071600*-----------------------------------------------------------------
071700 8000-FINALIZE.
071800     PERFORM 3000-PRINT-STATEMENTS THRU 3000-EXIT.
071900     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
072000     CLOSE CALC-MTD-CONTROL-FILE.
072100     CLOSE CALC-CHARGEBACK-FILE.
072200 8000-EXIT.
072300     EXIT.
072400
072500*-----------------------------------------------------------------
072600* 9000-WRITE-RUN-LOG - APPEND ONE START OR END RECORD TO THE
072700*                      SHARED CALCRLOG RUN LOG FOR THE MORNING
072800*                      CALCCYCLE STATUS CHECK.  THE WRITE TALLY
072900*                      COVERS THE REPORT LINES.
073000*-----------------------------------------------------------------
073100 9000-WRITE-RUN-LOG.
073200     OPEN EXTEND CALC-RUN-LOG-FILE.
073300     MOVE "CALCCHARGEBACK" TO CALC-RL-PROGRAM.
073400     MOVE CALC-RL-EVENT-CODE TO CALC-RL-EVENT.
073500     ACCEPT CALC-RL-DATE FROM DATE.
073600     ACCEPT CALC-RL-TIME FROM TIME.
073700     MOVE CALC-CHG-READ-COUNT TO CALC-RL-READ-COUNT.
073800     MOVE CALC-OUT-WRITE-COUNT TO CALC-RL-WRITE-COUNT.
073900     MOVE RETURN-CODE TO CALC-RL-RETURN-CODE.
074000     WRITE CALC-RUN-LOG-RECORD.
074100     CLOSE CALC-RUN-LOG-FILE.
074200 9000-EXIT.
074300     EXIT.
074400
074500 9999-EXIT.
074600     MOVE "E" TO CALC-RL-EVENT-CODE.
074700     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
074800     STOP RUN.
