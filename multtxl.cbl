000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MULTTAXLIAB.
000300 AUTHOR. D WALKER.
000400 INSTALLATION. BILLING SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* DATE        INIT  DESCRIPTION
001100* ----------  ----  -------------------------------------------
001200* 10/15/2026  DW    NEW PROGRAM.  PERIOD-END SALES TAX LIABILITY
001300*                   REPORT.  READS MULTTXC, A LIST OF THE
001400*                   PERIOD'S MULTINV INVOICE FEEDS KEPT UNDER
001500*                   THEIR OWN FILE NAMES, THE SAME WAY CALCMTDSUMM
001600*                   READS CALCMTDC, AND TOTALS EVERY INVOICE
001700*                   TRAILER'S TAXABLE SALES, EXEMPT SALES AND TAX
001800*                   BY THE JURISDICTION ON THE TRAILER.  ONE LINE
001900*                   PRINTS PER MULTTAX JURISDICTION, SO A
002000*                   JURISDICTION WITH NO SALES STILL SHOWS ON THE
002100*                   FILING WORKSHEET AS ZERO.  AN INVOICE WHOSE
002200*                   JURISDICTION IS NOT ON MULTTAX IS TOTALLED ON
002300*                   A SEPARATE LINE AND LEAVES RETURN CODE 4, AS
002400*                   DOES AN OVERFLOWED TRAILER, WHICH CARRIES NO
002500*                   AMOUNTS AND IS COUNTED INSTEAD.  A RATE FILE
002600*                   TOO LARGE FOR THE TABLE ABORTS RETURN CODE 16
002700*                   BEFORE ANY OUTPUT IS OPENED.  APPENDS START
002800*                   AND END RECORDS TO THE SHARED CALCRLOG RUN LOG
002900*                   LIKE THE REST OF THE CYCLE.
002910* 10/15/2026  DW    A CREDIT MEMO TRAILER (DOC TYPE "C") IS TAKEN
002920*                   OFF ITS JURISDICTION'S TOTALS INSTEAD OF
002930*                   ADDED, SO RETURNED SALES AND THE TAX REFUNDED
002940*                   ON THEM REDUCE THE LIABILITY.  TOTALS ARE
002950*                   SIGNED.
003000*-----------------------------------------------------------------
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT MULT-TAX-CONTROL-FILE ASSIGN TO "MULTTXC"
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700
003800     SELECT MULT-INVOICE-FILE ASSIGN USING MULT-TXL-INV-FILENAME
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000
004100     SELECT MULT-TAX-RATE-FILE ASSIGN TO "MULTTAX"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300
004400     SELECT MULT-TXL-REPORT-FILE ASSIGN TO "MULTTXLR"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600
004700     SELECT OPTIONAL CALC-RUN-LOG-FILE ASSIGN TO "CALCRLOG"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  MULT-TAX-CONTROL-FILE.
005300 COPY MULTTXC.
005400
005500 FD  MULT-INVOICE-FILE.
005600 COPY MULTINV.
005700
005800 FD  MULT-TAX-RATE-FILE.
005900 COPY MULTTAX.
006000
006100 FD  MULT-TXL-REPORT-FILE
006200             RECORD CONTAINS 80 CHARACTERS.
006300 01  MULT-TXL-REPORT-RECORD     PIC X(80).
006400
006500 FD  CALC-RUN-LOG-FILE.
006600 COPY CALCRLG.
006700
006800 WORKING-STORAGE SECTION.
006900 77  MULT-TXL-INV-FILENAME  PIC X(30) VALUE SPACES.
007000 77  MULT-TXC-EOF-SWITCH    PIC X(01) VALUE "N".
007100     88  MULT-TXC-END-OF-FILE             VALUE "Y".
007200 77  MULT-INV-EOF-SWITCH    PIC X(01) VALUE "N".
007300     88  MULT-INV-END-OF-FILE             VALUE "Y".
007400 77  MULT-TAX-EOF-SWITCH    PIC X(01) VALUE "N".
007500     88  MULT-TAX-END-OF-FILE             VALUE "Y".
007600 77  MULT-TXL-TABLE-MAX     PIC 9(03) VALUE 050.
007700 77  MULT-TXL-TABLE-COUNT   PIC 9(03) COMP VALUE ZERO.
007800 77  MULT-TXL-SUB           PIC 9(03) COMP VALUE ZERO.
007900 77  MULT-TXL-FOUND-SUB     PIC 9(03) COMP VALUE ZERO.
008000 77  MULT-TXL-FULL-SWITCH   PIC X(01) VALUE "N".
008100     88  MULT-TXL-FILE-OVERFULL           VALUE "Y".
008200 77  MULT-TXL-FILE-COUNT    PIC 9(03) COMP VALUE ZERO.
008300 77  MULT-TXL-READ-COUNT    PIC 9(07) COMP VALUE ZERO.
008400 77  MULT-TXL-INV-TALLY     PIC 9(07) COMP VALUE ZERO.
008500 77  MULT-TXL-OVFL-TALLY    PIC 9(05) COMP VALUE ZERO.
008600 77  MULT-TXL-UNKNOWN-TALLY PIC 9(05) COMP VALUE ZERO.
008700 77  MULT-TXL-EXEMPT-AMT    PIC 9(09)V99 VALUE ZERO.
008800 77  MULT-TXL-AMOUNT-EDIT   PIC ZZZZZZZZZ9.99-.
008900 77  MULT-RL-EVENT-CODE     PIC X(01) VALUE SPACE.
009000 77  MULT-OUT-WRITE-COUNT   PIC 9(07) COMP VALUE ZERO.
009100*    ONE ROW PER MULTTAX JURISDICTION PLUS A LAST ROW, ADDED AFTER
009200*    THE LOAD, THAT COLLECTS INVOICES FOR JURISDICTIONS NOT ON THE
009300*    RATE FILE, SO THE GRAND TOTAL IS ALWAYS THE SUM OF THE ROWS.
009400 01  MULT-TXL-TABLE.
009500     05  MULT-TXL-ENTRY OCCURS 1 TO 51 TIMES
009600             DEPENDING ON MULT-TXL-TABLE-COUNT
009700             INDEXED BY MULT-TXL-INDEX.
009800         10  MULT-TXL-TBL-JURIS     PIC X(04).
009900         10  MULT-TXL-TBL-NAME      PIC X(20).
010000         10  MULT-TXL-TBL-TAXABLE   PIC S9(11)V99.
010100         10  MULT-TXL-TBL-EXEMPT    PIC S9(11)V99.
010200         10  MULT-TXL-TBL-TAX       PIC S9(11)V99.
010300         10  MULT-TXL-TBL-OVFL-SW   PIC X(01).
010400             88  MULT-TXL-TBL-OVERFLOW        VALUE "Y".
010500 01  MULT-TXL-GRAND-TOTALS.
010600     05  MULT-TXL-GRAND-TAXABLE PIC S9(11)V99 VALUE ZERO.
010700     05  MULT-TXL-GRAND-EXEMPT  PIC S9(11)V99 VALUE ZERO.
010800     05  MULT-TXL-GRAND-TAX     PIC S9(11)V99 VALUE ZERO.
010900     05  MULT-TXL-GRAND-OVFL-SW PIC X(01) VALUE "N".
011000         88  MULT-TXL-GRAND-OVERFLOW      VALUE "Y".
011100 01  MULT-TXL-RUN-DATE.
011200     05  MULT-TXL-RD-YY         PIC 99.
011300     05  MULT-TXL-RD-MM         PIC 99.
011400     05  MULT-TXL-RD-DD         PIC 99.
011500 COPY MULTTXR.
011600
011700 PROCEDURE DIVISION.
011800*-----------------------------------------------------------------
011900* 0000-MAINLINE
012000*-----------------------------------------------------------------
012100 0000-MAINLINE.
012200     MOVE "S" TO MULT-RL-EVENT-CODE.
012300     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
012400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012500     IF MULT-TXL-FILE-OVERFULL THEN
012600        DISPLAY "MULTTAX EXCEEDS " MULT-TXL-TABLE-MAX
012700            " JURISDICTIONS - FILE SUSPECT, RUN ABORTED"
012800        MOVE 16 TO RETURN-CODE
012900        GO TO 9999-EXIT
013000     END-IF.
013100     PERFORM 2000-PROCESS-ONE-DAY THRU 2000-EXIT
013200         UNTIL MULT-TXC-END-OF-FILE.
013300     PERFORM 8000-FINALIZE THRU 8000-EXIT.
013400     GO TO 9999-EXIT.
013500
013600*-----------------------------------------------------------------
013700* 1000-INITIALIZE - LOAD THE RATE FILE'S JURISDICTIONS INTO THE
013800*                   TABLE FIRST - AN OVERFULL FILE ABORTS THE RUN
013900*                   BEFORE ANY OUTPUT IS OPENED - THEN ADD THE
014000*                   CATCH-ALL ROW, OPEN THE CONTROL AND REPORT
014100*                   FILES, PRINT THE HEADINGS AND PRIME THE
014200*                   CONTROL READ
014300*-----------------------------------------------------------------
014400 1000-INITIALIZE.
014500     OPEN INPUT MULT-TAX-RATE-FILE.
014600     PERFORM 7200-READ-TAX-RATE THRU 7200-EXIT.
014700     PERFORM 1100-LOAD-ONE-JURIS THRU 1100-EXIT
014800         UNTIL MULT-TAX-END-OF-FILE.
014900     CLOSE MULT-TAX-RATE-FILE.
015000     IF MULT-TXL-FILE-OVERFULL THEN
015100        GO TO 1000-EXIT
015200     END-IF.
015300     ADD 1 TO MULT-TXL-TABLE-COUNT.
015400     MOVE "????" TO MULT-TXL-TBL-JURIS(MULT-TXL-TABLE-COUNT).
015500     MOVE "NOT ON RATE FILE" TO
015600         MULT-TXL-TBL-NAME(MULT-TXL-TABLE-COUNT).
015700     PERFORM 1200-CLEAR-ONE-ROW THRU 1200-EXIT.
015800     OPEN INPUT MULT-TAX-CONTROL-FILE.
015900     OPEN OUTPUT MULT-TXL-REPORT-FILE.
016000     ACCEPT MULT-TXL-RUN-DATE FROM DATE.
016100     MOVE MULT-TXL-RD-MM TO MULT-TXH-DATE-MM.
016200     MOVE MULT-TXL-RD-DD TO MULT-TXH-DATE-DD.
016300     MOVE MULT-TXL-RD-YY TO MULT-TXH-DATE-YY.
016400     WRITE MULT-TXL-REPORT-RECORD FROM MULT-TXR-HEADING-LINE.
016500     WRITE MULT-TXL-REPORT-RECORD FROM MULT-TXR-COLUMN-LINE.
016600     ADD 2 TO MULT-OUT-WRITE-COUNT.
016700     PERFORM 7000-READ-CONTROL THRU 7000-EXIT.
016800 1000-EXIT.
016900     EXIT.
017000
017100*-----------------------------------------------------------------
017200* 1100-LOAD-ONE-JURIS - ADD ONE MULTTAX JURISDICTION TO THE TABLE
017300*                       WITH ZERO TOTALS.  ONE ROW IS HELD BACK
017400*                       FOR THE CATCH-ALL, SO A FILE WITH MORE
017500*                       THAN MULT-TXL-TABLE-MAX ROWS IS OVERFULL.
017600*-----------------------------------------------------------------
017700 1100-LOAD-ONE-JURIS.
017800     IF MULT-TXL-TABLE-COUNT < MULT-TXL-TABLE-MAX THEN
017900        ADD 1 TO MULT-TXL-TABLE-COUNT
018000        MOVE MULT-TAX-JURIS TO
018100            MULT-TXL-TBL-JURIS(MULT-TXL-TABLE-COUNT)
018200        MOVE MULT-TAX-NAME TO
018300            MULT-TXL-TBL-NAME(MULT-TXL-TABLE-COUNT)
018400        PERFORM 1200-CLEAR-ONE-ROW THRU 1200-EXIT
018500        PERFORM 7200-READ-TAX-RATE THRU 7200-EXIT
018600     ELSE
018700        SET MULT-TXL-FILE-OVERFULL TO TRUE
018800        SET MULT-TAX-END-OF-FILE TO TRUE
018900     END-IF.
019000 1100-EXIT.
019100     EXIT.
019200
019300*-----------------------------------------------------------------
019400* 1200-CLEAR-ONE-ROW - ZERO THE TOTALS OF THE ROW JUST ADDED
019500*-----------------------------------------------------------------
019600 1200-CLEAR-ONE-ROW.
019700     MOVE ZERO TO MULT-TXL-TBL-TAXABLE(MULT-TXL-TABLE-COUNT).
019800     MOVE ZERO TO MULT-TXL-TBL-EXEMPT(MULT-TXL-TABLE-COUNT).
019900     MOVE ZERO TO MULT-TXL-TBL-TAX(MULT-TXL-TABLE-COUNT).
020000     MOVE "N" TO MULT-TXL-TBL-OVFL-SW(MULT-TXL-TABLE-COUNT).
020100 1200-EXIT.
020200     EXIT.
020300
020400*-----------------------------------------------------------------
020500* 2000-PROCESS-ONE-DAY - OPEN THE NAMED MULTINV FILE AND ROLL ITS
020600*                        INVOICE TRAILERS INTO THE TOTALS
020700*-----------------------------------------------------------------
020800 2000-PROCESS-ONE-DAY.
020900     MOVE MULT-TXC-FILENAME TO MULT-TXL-INV-FILENAME.
021000     OPEN INPUT MULT-INVOICE-FILE.
021100     MOVE "N" TO MULT-INV-EOF-SWITCH.
021200     PERFORM 7100-READ-INVOICE THRU 7100-EXIT.
021300     PERFORM 2100-PROCESS-RECORD THRU 2100-EXIT
021400         UNTIL MULT-INV-END-OF-FILE.
021500     CLOSE MULT-INVOICE-FILE.
021600     ADD 1 TO MULT-TXL-FILE-COUNT.
021700     PERFORM 7000-READ-CONTROL THRU 7000-EXIT.
021800 2000-EXIT.
021900     EXIT.
022000
022100*-----------------------------------------------------------------
022200* 2100-PROCESS-RECORD - ROLL ONE INVOICE TRAILER INTO ITS
022300*                       JURISDICTION'S ROW.  HEADERS AND DETAILS
022400*                       ARE PASSED OVER; THE TRAILER ALREADY
022500*                       CARRIES THE INVOICE'S TAX TOTALS.  THE
022600*                       EXEMPT AMOUNT IS THE INVOICE TOTAL LESS
022700*                       ITS TAXABLE PART.  A CREDIT MEMO'S
022710*                       AMOUNTS ARE SUBTRACTED.
022800*-----------------------------------------------------------------
022900 2100-PROCESS-RECORD.
023000     ADD 1 TO MULT-TXL-READ-COUNT.
023100     IF NOT MULT-INV-IS-TRAILER THEN
023200        GO TO 2100-READ-NEXT
023300     END-IF.
023400     ADD 1 TO MULT-TXL-INV-TALLY.
023500     IF MULT-INV-T-STATUS-OVERFLOW THEN
023600        ADD 1 TO MULT-TXL-OVFL-TALLY
023700        GO TO 2100-READ-NEXT
023800     END-IF.
023900     PERFORM 2200-FIND-JURIS THRU 2200-EXIT.
024000     SUBTRACT MULT-INV-T-TAXABLE FROM MULT-INV-T-TOTAL
024100         GIVING MULT-TXL-EXEMPT-AMT
024200         ON SIZE ERROR
024300             MOVE ZERO TO MULT-TXL-EXEMPT-AMT
024400     END-SUBTRACT.
024410     IF MULT-INV-DOC-CREDIT-MEMO THEN
024420        PERFORM 2300-TAKE-OFF-CREDIT THRU 2300-EXIT
024430        GO TO 2100-READ-NEXT
024440     END-IF.
024500     ADD MULT-INV-T-TAXABLE TO
024600         MULT-TXL-TBL-TAXABLE(MULT-TXL-FOUND-SUB)
024700         ON SIZE ERROR
024800             SET MULT-TXL-TBL-OVERFLOW(MULT-TXL-FOUND-SUB) TO TRUE
024900     END-ADD.
025000     ADD MULT-TXL-EXEMPT-AMT TO
025100         MULT-TXL-TBL-EXEMPT(MULT-TXL-FOUND-SUB)
025200         ON SIZE ERROR
025300             SET MULT-TXL-TBL-OVERFLOW(MULT-TXL-FOUND-SUB) TO TRUE
025400     END-ADD.
025500     ADD MULT-INV-T-TAX TO
025600         MULT-TXL-TBL-TAX(MULT-TXL-FOUND-SUB)
025700         ON SIZE ERROR
025800             SET MULT-TXL-TBL-OVERFLOW(MULT-TXL-FOUND-SUB) TO TRUE
025900     END-ADD.
026000 2100-READ-NEXT.
026100     PERFORM 7100-READ-INVOICE THRU 7100-EXIT.
026200 2100-EXIT.
026300     EXIT.
026400
026500*-----------------------------------------------------------------
026600* 2200-FIND-JURIS - LOCATE THE TRAILER'S JURISDICTION IN THE
026700*                   TABLE.  ONE NOT ON THE RATE FILE FALLS TO THE
026800*                   CATCH-ALL LAST ROW.
026900*-----------------------------------------------------------------
027000 2200-FIND-JURIS.
027100     MOVE MULT-TXL-TABLE-COUNT TO MULT-TXL-FOUND-SUB.
027200     SET MULT-TXL-INDEX TO 1.
027300     SEARCH MULT-TXL-ENTRY
027400         AT END
027500             ADD 1 TO MULT-TXL-UNKNOWN-TALLY
027600         WHEN MULT-TXL-TBL-JURIS(MULT-TXL-INDEX)
027700             = MULT-INV-T-TAX-JURIS
027800             SET MULT-TXL-FOUND-SUB TO MULT-TXL-INDEX
027900     END-SEARCH.
028000 2200-EXIT.
028100     EXIT.
028200
028204*-----------------------------------------------------------------
028208* 2300-TAKE-OFF-CREDIT - SUBTRACT ONE CREDIT MEMO TRAILER'S
028212*                        TAXABLE, EXEMPT AND TAX AMOUNTS FROM ITS
028216*                        JURISDICTION'S ROW
028220*-----------------------------------------------------------------
028224 2300-TAKE-OFF-CREDIT.
028228     SUBTRACT MULT-INV-T-TAXABLE FROM
028232         MULT-TXL-TBL-TAXABLE(MULT-TXL-FOUND-SUB)
028236         ON SIZE ERROR
028240             SET MULT-TXL-TBL-OVERFLOW(MULT-TXL-FOUND-SUB) TO TRUE
028244     END-SUBTRACT.
028248     SUBTRACT MULT-TXL-EXEMPT-AMT FROM
028252         MULT-TXL-TBL-EXEMPT(MULT-TXL-FOUND-SUB)
028256         ON SIZE ERROR
028260             SET MULT-TXL-TBL-OVERFLOW(MULT-TXL-FOUND-SUB) TO TRUE
028264     END-SUBTRACT.
028268     SUBTRACT MULT-INV-T-TAX FROM
028272         MULT-TXL-TBL-TAX(MULT-TXL-FOUND-SUB)
028276         ON SIZE ERROR
028280             SET MULT-TXL-TBL-OVERFLOW(MULT-TXL-FOUND-SUB) TO TRUE
028284     END-SUBTRACT.
028288 2300-EXIT.
028292     EXIT.
028296
028300*-----------------------------------------------------------------
028400* 7000-READ-CONTROL - READ THE NEXT MULTTXC FILE NAME, FLAG EOF
028500*-----------------------------------------------------------------
028600 7000-READ-CONTROL.
028700     READ MULT-TAX-CONTROL-FILE
028800         AT END
028900             SET MULT-TXC-END-OF-FILE TO TRUE
029000     END-READ.
029100 7000-EXIT.
029200     EXIT.
029300
029400*-----------------------------------------------------------------
029500* 7100-READ-INVOICE - READ THE NEXT RECORD OF THE CURRENT DAY'S
029600*                     MULTINV FILE, FLAG EOF FOR THAT DAY
029700*-----------------------------------------------------------------
029800 7100-READ-INVOICE.
029900     READ MULT-INVOICE-FILE
030000         AT END
030100             SET MULT-INV-END-OF-FILE TO TRUE
030200     END-READ.
030300 7100-EXIT.
030400     EXIT.
030500
030600*-----------------------------------------------------------------
030700* 7200-READ-TAX-RATE - READ THE NEXT MULTTAX RECORD, FLAG EOF
030800*-----------------------------------------------------------------
030900 7200-READ-TAX-RATE.
031000     READ MULT-TAX-RATE-FILE
031100         AT END
031200             SET MULT-TAX-END-OF-FILE TO TRUE
031300     END-READ.
031400 7200-EXIT.
031500     EXIT.
031600
031700*-----------------------------------------------------------------
031800* 8000-FINALIZE - PRINT ONE LINE PER JURISDICTION, THE CATCH-ALL
031900*                 LINE WHEN IT WAS USED, THE GRAND TOTAL AND THE
032000*                 COUNTS, AND CLOSE UP.  AN UNKNOWN JURISDICTION
032100*                 OR AN OVERFLOWED TRAILER LEAVES RETURN CODE 4;
032200*                 AN OVERFLOWED TOTAL LEAVES 8.
032300*-----------------------------------------------------------------
032400 8000-FINALIZE.
032500     PERFORM 8100-PRINT-ONE-JURIS THRU 8100-EXIT
032600         VARYING MULT-TXL-SUB FROM 1 BY 1
032700         UNTIL MULT-TXL-SUB > MULT-TXL-TABLE-COUNT.
032800     MOVE "TOTL" TO MULT-TXD-JURIS.
032900     MOVE "ALL JURISDICTIONS" TO MULT-TXD-NAME.
033000     IF MULT-TXL-GRAND-OVERFLOW THEN
033100        MOVE "OVERFLOW" TO MULT-TXD-TAXABLE
033200        MOVE "OVERFLOW" TO MULT-TXD-EXEMPT
033300        MOVE "OVERFLOW" TO MULT-TXD-TAX
033400     ELSE
033500        MOVE MULT-TXL-GRAND-TAXABLE TO MULT-TXL-AMOUNT-EDIT
033600        MOVE MULT-TXL-AMOUNT-EDIT TO MULT-TXD-TAXABLE
033700        MOVE MULT-TXL-GRAND-EXEMPT TO MULT-TXL-AMOUNT-EDIT
033800        MOVE MULT-TXL-AMOUNT-EDIT TO MULT-TXD-EXEMPT
033900        MOVE MULT-TXL-GRAND-TAX TO MULT-TXL-AMOUNT-EDIT
034000        MOVE MULT-TXL-AMOUNT-EDIT TO MULT-TXD-TAX
034100     END-IF.
034200     WRITE MULT-TXL-REPORT-RECORD FROM MULT-TXR-DETAIL-LINE.
034300     MOVE MULT-TXL-FILE-COUNT TO MULT-TXC-FILE-COUNT.
034400     MOVE MULT-TXL-INV-TALLY TO MULT-TXC-INV-COUNT.
034500     MOVE MULT-TXL-OVFL-TALLY TO MULT-TXC-OVFL-COUNT.
034600     WRITE MULT-TXL-REPORT-RECORD FROM MULT-TXR-COUNT-LINE.
034700     ADD 2 TO MULT-OUT-WRITE-COUNT.
034800     IF MULT-TXL-UNKNOWN-TALLY > ZERO
034900        OR MULT-TXL-OVFL-TALLY > ZERO THEN
035000        MOVE 4 TO RETURN-CODE
035100     END-IF.
035200     IF MULT-TXL-GRAND-OVERFLOW THEN
035300        MOVE 8 TO RETURN-CODE
035400     END-IF.
035500     CLOSE MULT-TAX-CONTROL-FILE.
035600     CLOSE MULT-TXL-REPORT-FILE.
035700 8000-EXIT.
035800     EXIT.
035900
036000*-----------------------------------------------------------------
036100* 8100-PRINT-ONE-JURIS - PRINT ONE JURISDICTION'S LINE AND ADD IT
036200*                        TO THE GRAND TOTAL.  THE CATCH-ALL ROW IS
036300*                        ONLY PRINTED WHEN AN INVOICE FELL TO IT.
036400*-----------------------------------------------------------------
036500 8100-PRINT-ONE-JURIS.
036600     IF MULT-TXL-SUB = MULT-TXL-TABLE-COUNT
036700        AND MULT-TXL-UNKNOWN-TALLY = ZERO THEN
036800        GO TO 8100-EXIT
036900     END-IF.
037000     MOVE MULT-TXL-TBL-JURIS(MULT-TXL-SUB) TO MULT-TXD-JURIS.
037100     MOVE MULT-TXL-TBL-NAME(MULT-TXL-SUB) TO MULT-TXD-NAME.
037200     IF MULT-TXL-TBL-OVERFLOW(MULT-TXL-SUB) THEN
037300        MOVE "OVERFLOW" TO MULT-TXD-TAXABLE
037400        MOVE "OVERFLOW" TO MULT-TXD-EXEMPT
037500        MOVE "OVERFLOW" TO MULT-TXD-TAX
037600        SET MULT-TXL-GRAND-OVERFLOW TO TRUE
037700     ELSE
037800        MOVE MULT-TXL-TBL-TAXABLE(MULT-TXL-SUB)
037900            TO MULT-TXL-AMOUNT-EDIT
038000        MOVE MULT-TXL-AMOUNT-EDIT TO MULT-TXD-TAXABLE
038100        MOVE MULT-TXL-TBL-EXEMPT(MULT-TXL-SUB)
038200            TO MULT-TXL-AMOUNT-EDIT
038300        MOVE MULT-TXL-AMOUNT-EDIT TO MULT-TXD-EXEMPT
038400        MOVE MULT-TXL-TBL-TAX(MULT-TXL-SUB)
038500            TO MULT-TXL-AMOUNT-EDIT
038600        MOVE MULT-TXL-AMOUNT-EDIT TO MULT-TXD-TAX
038700        PERFORM 8200-ADD-TO-GRAND THRU 8200-EXIT
038800     END-IF.
038900     WRITE MULT-TXL-REPORT-RECORD FROM MULT-TXR-DETAIL-LINE.
039000     ADD 1 TO MULT-OUT-WRITE-COUNT.
039100 8100-EXIT.
039200     EXIT.
039300
039400*-----------------------------------------------------------------
039500* 8200-ADD-TO-GRAND - ADD ONE JURISDICTION'S TOTALS TO THE GRAND
039600*                     TOTAL
039700*-----------------------------------------------------------------
039800 8200-ADD-TO-GRAND.
039900     ADD MULT-TXL-TBL-TAXABLE(MULT-TXL-SUB)
040000         TO MULT-TXL-GRAND-TAXABLE
040100         ON SIZE ERROR
040200             SET MULT-TXL-GRAND-OVERFLOW TO TRUE
040300     END-ADD.
040400     ADD MULT-TXL-TBL-EXEMPT(MULT-TXL-SUB)
040500         TO MULT-TXL-GRAND-EXEMPT
040600         ON SIZE ERROR
040700             SET MULT-TXL-GRAND-OVERFLOW TO TRUE
040800     END-ADD.
040900     ADD MULT-TXL-TBL-TAX(MULT-TXL-SUB)
041000         TO MULT-TXL-GRAND-TAX
041100         ON SIZE ERROR
041200             SET MULT-TXL-GRAND-OVERFLOW TO TRUE
041300     END-ADD.
041400 8200-EXIT.
041500     EXIT.
041600
041700*-----------------------------------------------------------------
041800* 9000-WRITE-RUN-LOG - APPEND ONE START OR END RECORD TO THE
041900*                      SHARED CALCRLOG RUN LOG.  THE READ TALLY
042000*                      COVERS THE MULTINV RECORDS; THE WRITE TALLY
042100*                      COVERS THE REPORT LINES.
042200*-----------------------------------------------------------------
042300 9000-WRITE-RUN-LOG.
042400     OPEN EXTEND CALC-RUN-LOG-FILE.
042500     MOVE "MULTTAXLIAB" TO CALC-RL-PROGRAM.
042600     MOVE MULT-RL-EVENT-CODE TO CALC-RL-EVENT.
042700     ACCEPT CALC-RL-DATE FROM DATE.
042800     ACCEPT CALC-RL-TIME FROM TIME.
042900     MOVE MULT-TXL-READ-COUNT TO CALC-RL-READ-COUNT.
043000     MOVE MULT-OUT-WRITE-COUNT TO CALC-RL-WRITE-COUNT.
043100     MOVE RETURN-CODE TO CALC-RL-RETURN-CODE.
043200     WRITE CALC-RUN-LOG-RECORD.
043300     CLOSE CALC-RUN-LOG-FILE.
043400 9000-EXIT.
043500     EXIT.
043600
043700 9999-EXIT.
043800     MOVE "E" TO MULT-RL-EVENT-CODE.
043900     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
044000     STOP RUN.
