000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MULTARPOST.
000300 AUTHOR. D WALKER.
000400 INSTALLATION. BILLING SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED. 10/15/2026.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------------
001000* DATE        INIT  DESCRIPTION
001100* ----------  ----  -------------------------------------------
001200* 10/15/2026  DW    NEW PROGRAM.  RECEIVABLES POSTING RUN.  ONCE
001300*                   MULTIPLY2VALUES WROTE AN INVOICE TO MULTINV
001400*                   NOTHING IN THE SYSTEM KNEW WHETHER IT WAS
001500*                   EVER PAID.  THIS RUN CHECKS EACH MULTINV
001600*                   HEADER/DETAIL/TRAILER SET (DETAIL COUNT AND
001700*                   AMOUNTS MUST AGREE WITH THE TRAILER, AND AN
001800*                   OVERFLOWED TRAILER IS NEVER POSTED), ASSIGNS
001900*                   THE NEXT INVOICE NUMBER, AND POSTS IT TO THE
002000*                   MULTOPN OPEN-ITEM FILE FOR MULTCASHAPPLY AND
002100*                   MULTARAGING.  AN INVOICE ALREADY ON MULTOPN
002200*                   FOR THE SAME CUSTOMER AND INVOICE DATE IS
002300*                   REFUSED, SO A RERUN CANNOT BILL TWICE.  THE
002400*                   NEW GENERATION IS WRITTEN TO MULTOPNN AND
002500*                   STAGED AS MULTOPN - THE CALCEXCN STAGING
002600*                   CONVENTION.  ANY REJECTED INVOICE LEAVES
002700*                   RETURN CODE 8 SO THE REGISTER IS REVIEWED
002800*                   BEFORE STAGING.  APPENDS START AND END RECORDS
002900*                   TO THE SHARED CALCRLOG RUN LOG LIKE THE REST
003000*                   OF THE CYCLE.
003003* 10/15/2026  DW    POSTS THE INVOICE TOTAL INCLUDING SALES TAX,
003006*                   THE AMOUNT THE CUSTOMER OWES, AND PROVES THE
003009*                   TRAILER TAX FIGURES ADD UP.  A CREDIT MEMO SET
003012*                   (DOC TYPE "C") POSTS AS ITS OWN OPEN ITEM,
003015*                   NUMBERED FROM THE SAME SERIES AND CARRYING DOC
003018*                   TYPE "C", AND IS COUNTED APART FROM INVOICES.
003021*                   EVERY LINE OF A POSTED SET IS APPENDED TO THE
003024*                   MULTHST INVOICE HISTORY (NEW GENERATION
003027*                   MULTHSTN) SO MULTIPLY2VALUES CAN PRICE AND
003030*                   LIMIT RETURNS.
003033* 10/15/2026  DW    CYCLE CONTROL GATE.  AT START THE PROGRAM NOW
003036*                   CHECKS ITS CALCCTL ROW AGAINST THE CYCLE'S
003039*                   CALCRLOG (COPY CALCGATE) AND REFUSES TO RUN -
003042*                   RETURN CODE 12 AND AN "R" RUN-LOG RECORD - IF
003045*                   A PREDECESSOR HAS NOT ENDED WITHIN ITS
003048*                   RETURN-CODE LIMIT AND IS NOT MARKED FOR
003051*                   BYPASS, OR IF IT HAS ALREADY RUN THIS CYCLE
003054*                   AND IS NOT MARKED FOR RERUN BY CALCCYCMARK.
003057* 10/15/2026  DW    AN ITEM PAID IN FULL IS NO LONGER CARRIED TO
003060*                   MULTOPNN, SO THE OPEN-ITEM FILE AND THE KEY
003063*                   TABLE HOLD ONLY WHAT IS STILL OWED.  THE NEXT
003066*                   INVOICE NUMBER IS NOW THE HIGHEST ON EITHER
003069*                   MULTOPN OR THE MULTHST HISTORY, SINCE A PAID
003072*                   INVOICE SURVIVES ONLY THERE, AND THE DUPLICATE
003075*                   CHECK COVERS THE ITEMS STILL OPEN.
003078*                   MULTCASHAPPLY NOW TAKES MULTOPNN AS ITS INPUT.
003081* 10/15/2026  DW    THE MULTINV HEADERS ARE COUNTED BEFORE ANY
003084*                   OUTPUT IS OPENED.  A FEED WITH MORE SETS THAN
003087*                   THE KEY TABLE HAS ROOM FOR BESIDE THE OPEN
003090*                   ITEMS ABORTS RETURN CODE 16, SO NO SET IS EVER
003093*                   POSTED WITHOUT ITS KEY JOINING THE DUPLICATE
003096*                   CHECK.
003100*-----------------------------------------------------------------
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT MULT-INVOICE-FILE ASSIGN TO "MULTINV"
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800
003900     SELECT OPTIONAL MULT-OPEN-ITEM-FILE ASSIGN TO "MULTOPN"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100
004200     SELECT MULT-OPN-NEW-FILE ASSIGN TO "MULTOPNN"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400
004410     SELECT OPTIONAL MULT-HISTORY-FILE ASSIGN TO "MULTHST"
004420         ORGANIZATION IS LINE SEQUENTIAL.
004430
004440     SELECT MULT-HST-NEW-FILE ASSIGN TO "MULTHSTN"
004450         ORGANIZATION IS LINE SEQUENTIAL.
004460
004500     SELECT MULT-ARP-REPORT-FILE ASSIGN TO "MULTARPR"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700
004800     SELECT OPTIONAL CALC-RUN-LOG-FILE ASSIGN TO "CALCRLOG"
004900         ORGANIZATION IS LINE SEQUENTIAL.
004910
004920     SELECT OPTIONAL CALC-CONTROL-FILE ASSIGN TO "CALCCTL"
004930         ORGANIZATION IS LINE SEQUENTIAL.
004940
004950     SELECT OPTIONAL CALC-CYCLE-ACTION-FILE ASSIGN TO "CALCCACT"
004960         ORGANIZATION IS LINE SEQUENTIAL.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  MULT-INVOICE-FILE.
005400 COPY MULTINV.
005500
005600 FD  MULT-OPEN-ITEM-FILE.
005700 COPY MULTOPN.
005800
005900*    SAME LAYOUT AS MULTOPN.CPY - A SECOND COPY OF THE BOOK WOULD
006000*    DUPLICATE ITS DATA NAMES, SO THE OUTPUT RECORD IS DECLARED
006100*    IN LINE.
006200 FD  MULT-OPN-NEW-FILE.
006300 01  MULT-ONW-RECORD.
006400     05  MULT-ONW-INVOICE-NO       PIC 9(07).
006500     05  MULT-ONW-CUSTOMER-ID      PIC X(05).
006600     05  MULT-ONW-INV-DATE         PIC 9(06).
006700     05  MULT-ONW-ORIG-AMOUNT      PIC 9(09)V99.
006800     05  MULT-ONW-PAID-AMOUNT      PIC 9(09)V99.
006900     05  MULT-ONW-BALANCE          PIC 9(09)V99.
007000     05  MULT-ONW-STATUS           PIC X(01).
007010     05  MULT-ONW-DOC-TYPE         PIC X(01).
007100
007105 FD  MULT-HISTORY-FILE.
007110 COPY MULTHST.
007115
007120*    SAME LAYOUT AS MULTHST.CPY, DECLARED IN LINE FOR THE SAME
007125*    REASON AS MULT-ONW-RECORD.
007130 FD  MULT-HST-NEW-FILE.
007135 01  MULT-HNW-RECORD.
007140     05  MULT-HNW-RECORD-TYPE      PIC X(01).
007145     05  MULT-HNW-INVOICE-NO       PIC 9(07).
007150     05  MULT-HNW-CUSTOMER-ID      PIC X(05).
007155     05  MULT-HNW-ITEM             PIC X(06).
007160     05  MULT-HNW-DATE             PIC 9(06).
007165     05  MULT-HNW-QUANTITY         PIC 9(05).
007170     05  MULT-HNW-LIST-PRICE       PIC 9(05)V99.
007175     05  MULT-HNW-DISC-PCT         PIC 9(02)V99.
007180     05  MULT-HNW-NET-PRICE        PIC 9(05)V99.
007185     05  MULT-HNW-TAX-CODE         PIC X(01).
007190     05  MULT-HNW-MEMO-NO          PIC 9(07).
007195
007200 FD  MULT-ARP-REPORT-FILE
007300             RECORD CONTAINS 80 CHARACTERS.
007400 01  MULT-ARP-REPORT-RECORD     PIC X(80).
007500
007600 FD  CALC-RUN-LOG-FILE.
007700 COPY CALCRLG.
007710
007720 FD  CALC-CONTROL-FILE.
007730 COPY CALCCTL.
007740
007750 FD  CALC-CYCLE-ACTION-FILE.
007760 COPY CALCCAC.
007800
007900 WORKING-STORAGE SECTION.
008000 77  MULT-INV-EOF-SWITCH    PIC X(01) VALUE "N".
008100     88  MULT-INV-END-OF-FILE             VALUE "Y".
008200 77  MULT-OPN-EOF-SWITCH    PIC X(01) VALUE "N".
008300     88  MULT-OPN-END-OF-FILE             VALUE "Y".
008310 77  MULT-HST-EOF-SWITCH    PIC X(01) VALUE "N".
008320     88  MULT-HST-END-OF-FILE             VALUE "Y".
008400 77  MULT-ARP-KEY-MAX       PIC 9(05) VALUE 10000.
008500 77  MULT-ARP-KEY-COUNT     PIC 9(05) COMP VALUE ZERO.
008600 77  MULT-ARP-FULL-SWITCH   PIC X(01) VALUE "N".
008700     88  MULT-ARP-FILE-OVERFULL           VALUE "Y".
008710 77  MULT-ARP-FEED-SETS     PIC 9(07) COMP VALUE ZERO.
008720 77  MULT-ARP-KEY-ROOM      PIC 9(05) COMP VALUE ZERO.
008730 77  MULT-ARP-FEED-SWITCH   PIC X(01) VALUE "N".
008740     88  MULT-ARP-FEED-OVERFULL           VALUE "Y".
008800 77  MULT-ARP-DUP-SWITCH    PIC X(01) VALUE "N".
008900     88  MULT-ARP-ALREADY-POSTED          VALUE "Y".
009000 77  MULT-ARP-LAST-INVOICE  PIC 9(07) VALUE ZERO.
009100 77  MULT-ARP-SET-SWITCH    PIC X(01) VALUE "N".
009200     88  MULT-ARP-SET-OPEN                VALUE "Y".
009300 77  MULT-ARP-SET-CUSTOMER  PIC X(05) VALUE SPACES.
009400 77  MULT-ARP-SET-DATE      PIC 9(06) VALUE ZERO.
009410 77  MULT-ARP-SET-DOC-TYPE  PIC X(01) VALUE SPACE.
009420     88  MULT-ARP-SET-CREDIT-MEMO         VALUE "C".
009430 77  MULT-ARP-LIN-MAX       PIC 9(03) VALUE 999.
009440 77  MULT-ARP-LIN-COUNT     PIC 9(03) COMP VALUE ZERO.
009450 77  MULT-ARP-LIN-SUB       PIC 9(03) COMP VALUE ZERO.
009500 77  MULT-ARP-SET-LINES     PIC 9(05) COMP VALUE ZERO.
009600 77  MULT-ARP-SET-TOTAL     PIC 9(09)V99 VALUE ZERO.
009700 77  MULT-ARP-SET-ERROR     PIC X(20) VALUE SPACES.
009800 77  MULT-ARP-SET-AMOUNT    PIC 9(09)V99 VALUE ZERO.
009900 77  MULT-ARP-STATUS-TEXT   PIC X(20) VALUE SPACES.
010000 77  MULT-ARP-POSTED-TALLY  PIC 9(05) COMP VALUE ZERO.
010100 77  MULT-ARP-REJECT-TALLY  PIC 9(05) COMP VALUE ZERO.
010200 77  MULT-ARP-POSTED-TOTAL  PIC 9(09)V99 VALUE ZERO.
010210 77  MULT-ARP-MEMO-TALLY    PIC 9(05) COMP VALUE ZERO.
010220 77  MULT-ARP-MEMO-TOTAL    PIC 9(09)V99 VALUE ZERO.
010230 77  MULT-ARP-MEMO-OVFL-SW  PIC X(01) VALUE "N".
010240     88  MULT-ARP-MEMO-OVERFLOW           VALUE "Y".
010250 77  MULT-ARP-TAX-CHECK     PIC 9(10)V99 VALUE ZERO.
010300 77  MULT-ARP-TOTAL-EDIT    PIC ZZZZZZZZ9.99.
010400 77  MULT-ARP-TOTAL-OVFL-SW PIC X(01) VALUE "N".
010500     88  MULT-ARP-TOTAL-OVERFLOW          VALUE "Y".
010600 77  MULT-ARP-READ-COUNT    PIC 9(07) COMP VALUE ZERO.
010700 77  MULT-RL-EVENT-CODE     PIC X(01) VALUE SPACE.
010800 77  MULT-OUT-WRITE-COUNT   PIC 9(07) COMP VALUE ZERO.
010900 01  MULT-ARP-KEY-TABLE.
011000     05  MULT-ARP-KEY-ENTRY OCCURS 1 TO 10000 TIMES
011100             DEPENDING ON MULT-ARP-KEY-COUNT
011200             INDEXED BY MULT-ARP-KEY-INDEX.
011300         10  MULT-ARP-TBL-CUSTOMER  PIC X(05).
011400         10  MULT-ARP-TBL-DATE      PIC 9(06).
011408         10  MULT-ARP-TBL-DOC-TYPE  PIC X(01).
011416 01  MULT-ARP-LIN-TABLE.
011424     05  MULT-ARP-LIN-ENTRY OCCURS 1 TO 999 TIMES
011432             DEPENDING ON MULT-ARP-LIN-COUNT.
011440         10  MULT-ARP-LIN-ITEM        PIC X(06).
011448         10  MULT-ARP-LIN-QUANTITY    PIC 9(05).
011456         10  MULT-ARP-LIN-LIST-PRICE  PIC 9(05)V99.
011464         10  MULT-ARP-LIN-DISC-PCT    PIC 9(02)V99.
011472         10  MULT-ARP-LIN-NET-PRICE   PIC 9(05)V99.
011480         10  MULT-ARP-LIN-TAX-CODE    PIC X(01).
011488         10  MULT-ARP-LIN-ORIG-INV    PIC 9(07).
011500 COPY MULTARP.
011510 COPY CALCGTW.
011600
011700 PROCEDURE DIVISION.
011800*-----------------------------------------------------------------
011900* 0000-MAINLINE
012000*-----------------------------------------------------------------
012100 0000-MAINLINE.
012110     MOVE "MULTARPOST" TO CALC-GT-PROGRAM.
012120     PERFORM 0100-CHECK-CYCLE-GATE THRU 0100-EXIT.
012130     IF CALC-GT-REFUSED THEN
012140        MOVE "R" TO MULT-RL-EVENT-CODE
012150        PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT
012160        STOP RUN
012170     END-IF.
012200     MOVE "S" TO MULT-RL-EVENT-CODE.
012300     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
012400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012500     IF MULT-ARP-FILE-OVERFULL THEN
012600        DISPLAY "MULTOPN EXCEEDS " MULT-ARP-KEY-MAX
012700            " OPEN ITEMS - FILE SUSPECT, RUN ABORTED"
012800        DISPLAY "NO MULTOPNN PRODUCED"
012900        MOVE 16 TO RETURN-CODE
013000        GO TO 9999-EXIT
013100     END-IF.
013110     IF MULT-ARP-FEED-OVERFULL THEN
013120        DISPLAY "MULTINV HOLDS " MULT-ARP-FEED-SETS
013130            " SETS - ROOM FOR ONLY " MULT-ARP-KEY-ROOM
013140            " BESIDE THE OPEN ITEMS, RUN ABORTED"
013150        DISPLAY "NO MULTOPNN PRODUCED"
013160        MOVE 16 TO RETURN-CODE
013170        GO TO 9999-EXIT
013180     END-IF.
013200     PERFORM 2000-PROCESS-INVOICE-REC THRU 2000-EXIT
013300         UNTIL MULT-INV-END-OF-FILE.
013400     PERFORM 8000-FINALIZE THRU 8000-EXIT.
013500     GO TO 9999-EXIT.
013510
013520 COPY CALCGATE.
013600
013700*-----------------------------------------------------------------
013800* 1000-INITIALIZE - LOAD THE CUSTOMER/DATE KEY OF EVERY ITEM
013900*                   STILL OPEN ON MULTOPN AND THE HIGHEST
014000*                   INVOICE NUMBER ON MULTOPN - AN OVERFULL FILE,
014100*                   OR A MULTINV FEED WITH MORE SETS THAN THE KEY
014150*                   TABLE HAS ROOM FOR, ABORTS THE RUN BEFORE ANY
014160*                   OUTPUT IS OPENED -
014200*                   THEN CARRY THE OPEN ITEMS FORWARD TO MULTOPNN
014300*                   AND THE INVOICE HISTORY FORWARD TO MULTHSTN,
014310*                   TAKING ANY HIGHER INVOICE OR CREDIT MEMO
014320*                   NUMBER FROM IT, AND PRIME THE MULTINV READ
014400*-----------------------------------------------------------------
014500 1000-INITIALIZE.
014600     OPEN INPUT MULT-OPEN-ITEM-FILE.
014700     PERFORM 7100-READ-OPEN-ITEM THRU 7100-EXIT.
014800     PERFORM 1100-LOAD-ONE-KEY THRU 1100-EXIT
014900         UNTIL MULT-OPN-END-OF-FILE.
015000     CLOSE MULT-OPEN-ITEM-FILE.
015100     IF MULT-ARP-FILE-OVERFULL THEN
015200        GO TO 1000-EXIT
015300     END-IF.
015310     PERFORM 1050-COUNT-FEED-SETS THRU 1050-EXIT.
015320     IF MULT-ARP-FEED-OVERFULL THEN
015330        GO TO 1000-EXIT
015340     END-IF.
015400     OPEN INPUT MULT-INVOICE-FILE.
015500     OPEN OUTPUT MULT-OPN-NEW-FILE.
015510     OPEN OUTPUT MULT-HST-NEW-FILE.
015600     OPEN OUTPUT MULT-ARP-REPORT-FILE.
015700     WRITE MULT-ARP-REPORT-RECORD FROM MULT-ARP-HEADING-LINE.
015800     MOVE "N" TO MULT-OPN-EOF-SWITCH.
015900     OPEN INPUT MULT-OPEN-ITEM-FILE.
016000     PERFORM 7100-READ-OPEN-ITEM THRU 7100-EXIT.
016100     PERFORM 1200-CARRY-ONE-ITEM THRU 1200-EXIT
016200         UNTIL MULT-OPN-END-OF-FILE.
016300     CLOSE MULT-OPEN-ITEM-FILE.
016310     OPEN INPUT MULT-HISTORY-FILE.
016320     PERFORM 7200-READ-HISTORY THRU 7200-EXIT.
016330     PERFORM 1300-CARRY-ONE-HISTORY THRU 1300-EXIT
016340         UNTIL MULT-HST-END-OF-FILE.
016350     CLOSE MULT-HISTORY-FILE.
016400     PERFORM 7000-READ-INVOICE THRU 7000-EXIT.
016500 1000-EXIT.
016600     EXIT.
016700
016702*-----------------------------------------------------------------
016704* 1050-COUNT-FEED-SETS - COUNT THE MULTINV HEADERS BEFORE ANY
016706*                        OUTPUT IS OPENED.  EVERY SET POSTED ADDS
016708*                        A KEY, SO A FEED WHOSE SETS WOULD NOT FIT
016710*                        BESIDE THE OPEN ITEMS ABORTS THE RUN
016712*                        RATHER THAN POST PAST THE DUPLICATE
016714*                        CHECK.
016716*-----------------------------------------------------------------
016718 1050-COUNT-FEED-SETS.
016720     OPEN INPUT MULT-INVOICE-FILE.
016722     PERFORM 7000-READ-INVOICE THRU 7000-EXIT.
016724     PERFORM 1060-COUNT-ONE-RECORD THRU 1060-EXIT
016726         UNTIL MULT-INV-END-OF-FILE.
016728     CLOSE MULT-INVOICE-FILE.
016730     MOVE "N" TO MULT-INV-EOF-SWITCH.
016732     SUBTRACT MULT-ARP-KEY-COUNT FROM MULT-ARP-KEY-MAX
016734         GIVING MULT-ARP-KEY-ROOM.
016736     IF MULT-ARP-FEED-SETS > MULT-ARP-KEY-ROOM THEN
016738        SET MULT-ARP-FEED-OVERFULL TO TRUE
016740     END-IF.
016742 1050-EXIT.
016744     EXIT.
016746
016748*-----------------------------------------------------------------
016750* 1060-COUNT-ONE-RECORD - COUNT ONE MULTINV HEADER TOWARD THE SETS
016752*                         THE FEED WILL POST
016754*-----------------------------------------------------------------
016756 1060-COUNT-ONE-RECORD.
016758     IF MULT-INV-IS-HEADER THEN
016760        ADD 1 TO MULT-ARP-FEED-SETS
016762     END-IF.
016764     PERFORM 7000-READ-INVOICE THRU 7000-EXIT.
016766 1060-EXIT.
016768     EXIT.
016770
016800*-----------------------------------------------------------------
016900* 1100-LOAD-ONE-KEY - TRACK THE HIGHEST INVOICE NUMBER AND ADD
017000*                     ONE OPEN ITEM'S CUSTOMER, INVOICE DATE AND
017010*                     DOCUMENT TYPE TO THE KEY TABLE.  AN ITEM
017020*                     ALREADY PAID TAKES NO KEY.  AN ITEM PAST
017100*                     THE TABLE BOUND MARKS THE FILE OVERFULL
017200*                     AND THE RUN ABORTS RATHER THAN POST
017300*                     AGAINST A PARTIAL DUPLICATE CHECK.
017500*-----------------------------------------------------------------
017600 1100-LOAD-ONE-KEY.
017610     IF MULT-OPN-INVOICE-NO > MULT-ARP-LAST-INVOICE THEN
017620        MOVE MULT-OPN-INVOICE-NO TO MULT-ARP-LAST-INVOICE
017630     END-IF.
017640     IF MULT-OPN-PAID THEN
017650        PERFORM 7100-READ-OPEN-ITEM THRU 7100-EXIT
017660        GO TO 1100-EXIT
017670     END-IF.
017700     IF MULT-ARP-KEY-COUNT < MULT-ARP-KEY-MAX THEN
017800        ADD 1 TO MULT-ARP-KEY-COUNT
017900        MOVE MULT-OPN-CUSTOMER-ID TO
018000            MULT-ARP-TBL-CUSTOMER(MULT-ARP-KEY-COUNT)
018100        MOVE MULT-OPN-INV-DATE TO
018200            MULT-ARP-TBL-DATE(MULT-ARP-KEY-COUNT)
018210        MOVE MULT-OPN-DOC-TYPE TO
018220            MULT-ARP-TBL-DOC-TYPE(MULT-ARP-KEY-COUNT)
018600        PERFORM 7100-READ-OPEN-ITEM THRU 7100-EXIT
018700     ELSE
018800        SET MULT-ARP-FILE-OVERFULL TO TRUE
018900        SET MULT-OPN-END-OF-FILE TO TRUE
019000     END-IF.
019100 1100-EXIT.
019200     EXIT.
019300
019400*-----------------------------------------------------------------
019500* 1200-CARRY-ONE-ITEM - COPY ONE EXISTING OPEN ITEM UNCHANGED TO
019600*                       THE NEW GENERATION.  AN ITEM PAID IN
019650*                       FULL IS DROPPED.
019700*-----------------------------------------------------------------
019800 1200-CARRY-ONE-ITEM.
019850     IF NOT MULT-OPN-PAID THEN
019900        WRITE MULT-ONW-RECORD FROM MULT-OPEN-ITEM-RECORD
020000        ADD 1 TO MULT-OUT-WRITE-COUNT
020050     END-IF.
020100     PERFORM 7100-READ-OPEN-ITEM THRU 7100-EXIT.
020200 1200-EXIT.
020300     EXIT.
020400
020405*-----------------------------------------------------------------
020410* 1300-CARRY-ONE-HISTORY - COPY ONE EXISTING INVOICE HISTORY
020415*                          RECORD UNCHANGED TO THE NEW GENERATION
020420*                          AND TRACK THE HIGHEST NUMBER ON IT - A
020425*                          BILLED LINE'S INVOICE OR A RETURN
020430*                          LINE'S CREDIT MEMO
020435*-----------------------------------------------------------------
020440 1300-CARRY-ONE-HISTORY.
020445     WRITE MULT-HNW-RECORD FROM MULT-HISTORY-RECORD.
020450     IF MULT-HST-IS-BILLED THEN
020455        IF MULT-HST-INVOICE-NO > MULT-ARP-LAST-INVOICE THEN
020460           MOVE MULT-HST-INVOICE-NO TO MULT-ARP-LAST-INVOICE
020465        END-IF
020470     ELSE
020475        IF MULT-HST-MEMO-NO > MULT-ARP-LAST-INVOICE THEN
020480           MOVE MULT-HST-MEMO-NO TO MULT-ARP-LAST-INVOICE
020485        END-IF
020490     END-IF.
020493     PERFORM 7200-READ-HISTORY THRU 7200-EXIT.
020496 1300-EXIT.
020498     EXIT.
020499
020500*-----------------------------------------------------------------
020600* 2000-PROCESS-INVOICE-REC - ROUTE ONE MULTINV RECORD BY TYPE.  A
020700*                            HEADER OPENS AN INVOICE SET, DETAILS
020800*                            ACCUMULATE INTO IT, AND THE TRAILER
020900*                            CLOSES IT AND POSTS OR REJECTS IT.
021000*-----------------------------------------------------------------
021100 2000-PROCESS-INVOICE-REC.
021200     ADD 1 TO MULT-ARP-READ-COUNT.
021300     IF MULT-INV-IS-HEADER THEN
021400        PERFORM 2100-START-SET THRU 2100-EXIT
021500     ELSE
021600        IF MULT-INV-IS-DETAIL THEN
021700           PERFORM 2200-ADD-DETAIL THRU 2200-EXIT
021800        ELSE
021900           IF MULT-INV-IS-TRAILER THEN
022000              PERFORM 2300-CLOSE-SET THRU 2300-EXIT
022100           ELSE
022200              PERFORM 2600-BAD-RECORD-TYPE THRU 2600-EXIT
022300           END-IF
022400        END-IF
022500     END-IF.
022600     PERFORM 7000-READ-INVOICE THRU 7000-EXIT.
022700 2000-EXIT.
022800     EXIT.
022900
023000*-----------------------------------------------------------------
023100* 2100-START-SET - BEGIN A NEW INVOICE SET.  A SET STILL OPEN HERE
023200*                  NEVER GOT ITS TRAILER AND IS REJECTED FIRST.
023300*-----------------------------------------------------------------
023400 2100-START-SET.
023500     IF MULT-ARP-SET-OPEN THEN
023600        MOVE ZERO TO MULT-ARP-SET-AMOUNT
023700        MOVE "NO TRAILER" TO MULT-ARP-STATUS-TEXT
023800        PERFORM 2500-REJECT-SET THRU 2500-EXIT
023900     END-IF.
024000     MOVE MULT-INV-CUSTOMER-ID TO MULT-ARP-SET-CUSTOMER.
024100     MOVE MULT-INV-H-DATE TO MULT-ARP-SET-DATE.
024110     MOVE MULT-INV-DOC-TYPE TO MULT-ARP-SET-DOC-TYPE.
024200     MOVE ZERO TO MULT-ARP-SET-LINES.
024210     MOVE ZERO TO MULT-ARP-LIN-COUNT.
024300     MOVE ZERO TO MULT-ARP-SET-TOTAL.
024400     MOVE SPACES TO MULT-ARP-SET-ERROR.
024500     SET MULT-ARP-SET-OPEN TO TRUE.
024600 2100-EXIT.
024700     EXIT.
024800
024900*-----------------------------------------------------------------
025000* 2200-ADD-DETAIL - COUNT ONE DETAIL LINE AND ADD ITS AMOUNT TO
025100*                   THE SET TOTAL, AND HOLD THE LINE FOR THE
025110*                   INVOICE HISTORY.  A DETAIL OUTSIDE ANY SET HAS
025200*                   NO INVOICE TO BELONG TO AND IS LOGGED.
025300*-----------------------------------------------------------------
025400 2200-ADD-DETAIL.
025500     IF NOT MULT-ARP-SET-OPEN THEN
025600        DISPLAY "MULTINV DETAIL OUTSIDE AN INVOICE AT RECORD "
025700            MULT-ARP-READ-COUNT " - CUSTOMER "
025800            MULT-INV-CUSTOMER-ID
025900        MOVE 8 TO RETURN-CODE
026000        GO TO 2200-EXIT
026100     END-IF.
026200     IF MULT-INV-CUSTOMER-ID NOT = MULT-ARP-SET-CUSTOMER THEN
026300        MOVE "CUSTOMER MISMATCH" TO MULT-ARP-SET-ERROR
026400     END-IF.
026500     ADD 1 TO MULT-ARP-SET-LINES.
026600     ADD MULT-INV-D-AMOUNT TO MULT-ARP-SET-TOTAL
026700         ON SIZE ERROR
026800             MOVE "DETAIL TOTAL OVERFLOW" TO MULT-ARP-SET-ERROR
026900     END-ADD.
026905     IF MULT-ARP-LIN-COUNT NOT LESS THAN MULT-ARP-LIN-MAX THEN
026910        MOVE "TOO MANY LINES" TO MULT-ARP-SET-ERROR
026915        GO TO 2200-EXIT
026920     END-IF.
026925     ADD 1 TO MULT-ARP-LIN-COUNT.
026930     MOVE MULT-INV-D-ITEM TO
026932         MULT-ARP-LIN-ITEM(MULT-ARP-LIN-COUNT).
026935     MOVE MULT-INV-D-QUANTITY TO
026940         MULT-ARP-LIN-QUANTITY(MULT-ARP-LIN-COUNT).
026945     MOVE MULT-INV-D-LIST-PRICE TO
026950         MULT-ARP-LIN-LIST-PRICE(MULT-ARP-LIN-COUNT).
026955     MOVE MULT-INV-D-DISC-PCT TO
026960         MULT-ARP-LIN-DISC-PCT(MULT-ARP-LIN-COUNT).
026965     MOVE MULT-INV-D-PRICE TO
026970         MULT-ARP-LIN-NET-PRICE(MULT-ARP-LIN-COUNT).
026975     MOVE MULT-INV-D-TAX-CODE TO
026980         MULT-ARP-LIN-TAX-CODE(MULT-ARP-LIN-COUNT).
026985     MOVE MULT-INV-D-ORIG-INVOICE TO
026990         MULT-ARP-LIN-ORIG-INV(MULT-ARP-LIN-COUNT).
027000 2200-EXIT.
027100     EXIT.
027200
027300*-----------------------------------------------------------------
027400* 2300-CLOSE-SET - PROVE THE SET AGAINST ITS TRAILER AND POST IT,
027500*                  OR REJECT IT WITH THE FIRST REASON FOUND.  AN
027600*                  OVERFLOWED TRAILER CARRIES A ZERO TOTAL AND IS
027700*                  NEVER POSTED; A SET ALREADY ON MULTOPN IS A
027800*                  RERUN AND IS REFUSED.  THE AMOUNT POSTED IS
027810*                  THE INVOICE TOTAL INCLUDING TAX, WHICH MUST
027820*                  EQUAL THE LINE TOTAL PLUS THE TAX.
027900*-----------------------------------------------------------------
028000 2300-CLOSE-SET.
028100     IF NOT MULT-ARP-SET-OPEN THEN
028200        DISPLAY "MULTINV TRAILER OUTSIDE AN INVOICE AT RECORD "
028300            MULT-ARP-READ-COUNT " - CUSTOMER "
028400            MULT-INV-CUSTOMER-ID
028500        MOVE 8 TO RETURN-CODE
028600        GO TO 2300-EXIT
028700     END-IF.
028800     MOVE MULT-INV-T-INV-TOTAL TO MULT-ARP-SET-AMOUNT.
028900     MOVE MULT-ARP-SET-ERROR TO MULT-ARP-STATUS-TEXT.
029000     IF MULT-ARP-STATUS-TEXT = SPACES
029100        AND MULT-INV-CUSTOMER-ID NOT = MULT-ARP-SET-CUSTOMER THEN
029200        MOVE "CUSTOMER MISMATCH" TO MULT-ARP-STATUS-TEXT
029300     END-IF.
029310     IF MULT-ARP-STATUS-TEXT = SPACES
029320        AND MULT-INV-DOC-TYPE NOT = MULT-ARP-SET-DOC-TYPE THEN
029330        MOVE "DOC TYPE MISMATCH" TO MULT-ARP-STATUS-TEXT
029340     END-IF.
029400     IF MULT-ARP-STATUS-TEXT = SPACES
029500        AND MULT-INV-T-STATUS-OVERFLOW THEN
029600        MOVE "TRAILER OVERFLOW" TO MULT-ARP-STATUS-TEXT
029700     END-IF.
029800     IF MULT-ARP-STATUS-TEXT = SPACES
029900        AND MULT-INV-T-LINE-COUNT NOT = MULT-ARP-SET-LINES THEN
030000        MOVE "LINE COUNT MISMATCH" TO MULT-ARP-STATUS-TEXT
030100     END-IF.
030200     IF MULT-ARP-STATUS-TEXT = SPACES
030300        AND MULT-INV-T-TOTAL NOT = MULT-ARP-SET-TOTAL THEN
030400        MOVE "TOTAL MISMATCH" TO MULT-ARP-STATUS-TEXT
030500     END-IF.
030510     ADD MULT-INV-T-TOTAL MULT-INV-T-TAX
030512         GIVING MULT-ARP-TAX-CHECK.
030520     IF MULT-ARP-STATUS-TEXT = SPACES
030530        AND MULT-INV-T-INV-TOTAL NOT = MULT-ARP-TAX-CHECK THEN
030540        MOVE "TAX TOTAL MISMATCH" TO MULT-ARP-STATUS-TEXT
030550     END-IF.
030600     IF MULT-ARP-STATUS-TEXT = SPACES THEN
030700        PERFORM 2350-CHECK-POSTED THRU 2350-EXIT
030800        IF MULT-ARP-ALREADY-POSTED THEN
030900           MOVE "ALREADY POSTED" TO MULT-ARP-STATUS-TEXT
031000        END-IF
031100     END-IF.
031200     IF MULT-ARP-STATUS-TEXT = SPACES THEN
031300        PERFORM 2400-POST-ITEM THRU 2400-EXIT
031400     ELSE
031500        PERFORM 2500-REJECT-SET THRU 2500-EXIT
031600     END-IF.
031700     MOVE "N" TO MULT-ARP-SET-SWITCH.
031800 2300-EXIT.
031900     EXIT.
032000
032100*-----------------------------------------------------------------
032200* 2350-CHECK-POSTED - LOOK FOR THE SET'S CUSTOMER, INVOICE DATE
032300*                     AND DOCUMENT TYPE AMONG THE ITEMS ALREADY ON
032310*                     MULTOPN.  MULTIPLY2VALUES WRITES AT MOST ONE
032400*                     INVOICE AND ONE CREDIT MEMO PER CUSTOMER PER
032500*                     RUN, SO THE THREE TOGETHER IDENTIFY A
032600*                     DOCUMENT.
032700*-----------------------------------------------------------------
032800 2350-CHECK-POSTED.
032900     MOVE "N" TO MULT-ARP-DUP-SWITCH.
033000     IF MULT-ARP-KEY-COUNT = ZERO THEN
033100        GO TO 2350-EXIT
033200     END-IF.
033300     SET MULT-ARP-KEY-INDEX TO 1.
033400     SEARCH MULT-ARP-KEY-ENTRY
033500         AT END
033600             CONTINUE
033700         WHEN MULT-ARP-TBL-CUSTOMER(MULT-ARP-KEY-INDEX)
033800                 = MULT-ARP-SET-CUSTOMER
033900          AND MULT-ARP-TBL-DATE(MULT-ARP-KEY-INDEX)
034000                 = MULT-ARP-SET-DATE
034010          AND MULT-ARP-TBL-DOC-TYPE(MULT-ARP-KEY-INDEX)
034020                 = MULT-ARP-SET-DOC-TYPE
034100             SET MULT-ARP-ALREADY-POSTED TO TRUE
034200     END-SEARCH.
034300 2350-EXIT.
034400     EXIT.
034500
034600*-----------------------------------------------------------------
034700* 2400-POST-ITEM - ASSIGN THE NEXT INVOICE NUMBER AND WRITE THE
034800*                  OPEN ITEM.  THE KEY JOINS THE TABLE SO A SECOND
034900*                  COPY OF THE SAME SET IN THIS FEED IS REFUSED
034950*                  TOO - 1050 HAS ALREADY PROVED THE TABLE HAS
035000*                  ROOM FOR EVERY SET.  A ZERO-VALUE INVOICE IS
035100*                  POSTED ALREADY PAID AND DROPS OFF THE NEXT
035110*                  GENERATION.  A CREDIT MEMO TAKES THE NEXT
035120*                  NUMBER IN THE SAME SERIES AND KEEPS DOC TYPE
035130*                  "C".  THE SET'S LINES ARE THEN APPENDED TO THE
035140*                  HISTORY.
035200*-----------------------------------------------------------------
035300 2400-POST-ITEM.
035400     ADD 1 TO MULT-ARP-LAST-INVOICE.
035500     MOVE MULT-ARP-LAST-INVOICE TO MULT-ONW-INVOICE-NO.
035600     MOVE MULT-ARP-SET-CUSTOMER TO MULT-ONW-CUSTOMER-ID.
035700     MOVE MULT-ARP-SET-DATE TO MULT-ONW-INV-DATE.
035800     MOVE MULT-ARP-SET-AMOUNT TO MULT-ONW-ORIG-AMOUNT.
035900     MOVE ZERO TO MULT-ONW-PAID-AMOUNT.
036000     MOVE MULT-ARP-SET-AMOUNT TO MULT-ONW-BALANCE.
036100     IF MULT-ARP-SET-AMOUNT = ZERO THEN
036200        MOVE "P" TO MULT-ONW-STATUS
036300     ELSE
036400        MOVE "O" TO MULT-ONW-STATUS
036500     END-IF.
036510     MOVE MULT-ARP-SET-DOC-TYPE TO MULT-ONW-DOC-TYPE.
036600     WRITE MULT-ONW-RECORD.
036700     ADD 1 TO MULT-OUT-WRITE-COUNT.
036800     ADD 1 TO MULT-ARP-KEY-COUNT.
036900     MOVE MULT-ARP-SET-CUSTOMER TO
037000         MULT-ARP-TBL-CUSTOMER(MULT-ARP-KEY-COUNT).
037100     MOVE MULT-ARP-SET-DATE TO
037200         MULT-ARP-TBL-DATE(MULT-ARP-KEY-COUNT).
037300     MOVE MULT-ARP-SET-DOC-TYPE TO
037400         MULT-ARP-TBL-DOC-TYPE(MULT-ARP-KEY-COUNT).
037407     PERFORM 2450-WRITE-HISTORY THRU 2450-EXIT
037414         VARYING MULT-ARP-LIN-SUB FROM 1 BY 1
037421         UNTIL MULT-ARP-LIN-SUB > MULT-ARP-LIN-COUNT.
037428     MOVE MULT-ARP-LAST-INVOICE TO MULT-ARP-INVOICE-NO.
037435     IF MULT-ARP-SET-CREDIT-MEMO THEN
037442        ADD 1 TO MULT-ARP-MEMO-TALLY
037449        ADD MULT-ARP-SET-AMOUNT TO MULT-ARP-MEMO-TOTAL
037456            ON SIZE ERROR
037463                SET MULT-ARP-MEMO-OVERFLOW TO TRUE
037470        END-ADD
037477        MOVE "CREDIT MEMO POSTED" TO MULT-ARP-STATUS
037484        GO TO 2400-REGISTER
037491     END-IF.
037500     ADD 1 TO MULT-ARP-POSTED-TALLY.
037600     ADD MULT-ARP-SET-AMOUNT TO MULT-ARP-POSTED-TOTAL
037700         ON SIZE ERROR
037800             SET MULT-ARP-TOTAL-OVERFLOW TO TRUE
037900     END-ADD.
038100     MOVE "POSTED" TO MULT-ARP-STATUS.
038110 2400-REGISTER.
038200     PERFORM 2700-WRITE-REGISTER-LINE THRU 2700-EXIT.
038300 2400-EXIT.
038400     EXIT.
038500
038502*-----------------------------------------------------------------
038504* 2450-WRITE-HISTORY - APPEND ONE LINE OF THE POSTED SET TO THE
038506*                      INVOICE HISTORY.  AN INVOICE LINE IS A
038508*                      BILLED RECORD UNDER THE NUMBER JUST
038510*                      ASSIGNED; A CREDIT MEMO LINE IS A RETURN
038512*                      RECORD UNDER THE INVOICE IT CREDITS, WITH
038514*                      THE CREDIT MEMO NUMBER BESIDE IT.
038516*-----------------------------------------------------------------
038518 2450-WRITE-HISTORY.
038520     IF MULT-ARP-SET-CREDIT-MEMO THEN
038522        MOVE "R" TO MULT-HNW-RECORD-TYPE
038524        MOVE MULT-ARP-LIN-ORIG-INV(MULT-ARP-LIN-SUB)
038526            TO MULT-HNW-INVOICE-NO
038528        MOVE MULT-ARP-LAST-INVOICE TO MULT-HNW-MEMO-NO
038530     ELSE
038532        MOVE "B" TO MULT-HNW-RECORD-TYPE
038534        MOVE MULT-ARP-LAST-INVOICE TO MULT-HNW-INVOICE-NO
038536        MOVE ZERO TO MULT-HNW-MEMO-NO
038538     END-IF.
038540     MOVE MULT-ARP-SET-CUSTOMER TO MULT-HNW-CUSTOMER-ID.
038542     MOVE MULT-ARP-LIN-ITEM(MULT-ARP-LIN-SUB) TO MULT-HNW-ITEM.
038544     MOVE MULT-ARP-SET-DATE TO MULT-HNW-DATE.
038546     MOVE MULT-ARP-LIN-QUANTITY(MULT-ARP-LIN-SUB)
038548         TO MULT-HNW-QUANTITY.
038550     MOVE MULT-ARP-LIN-LIST-PRICE(MULT-ARP-LIN-SUB)
038552         TO MULT-HNW-LIST-PRICE.
038554     MOVE MULT-ARP-LIN-DISC-PCT(MULT-ARP-LIN-SUB)
038556         TO MULT-HNW-DISC-PCT.
038558     MOVE MULT-ARP-LIN-NET-PRICE(MULT-ARP-LIN-SUB)
038560         TO MULT-HNW-NET-PRICE.
038562     MOVE MULT-ARP-LIN-TAX-CODE(MULT-ARP-LIN-SUB)
038564         TO MULT-HNW-TAX-CODE.
038566     WRITE MULT-HNW-RECORD.
038568 2450-EXIT.
038570     EXIT.
038572
038600*-----------------------------------------------------------------
038700* 2500-REJECT-SET - PRINT THE SET UNPOSTED WITH ITS REASON AND
038800*                   LEAVE RETURN CODE 8 SO THE FEED IS REVIEWED
038900*-----------------------------------------------------------------
039000 2500-REJECT-SET.
039100     ADD 1 TO MULT-ARP-REJECT-TALLY.
039200     MOVE SPACES TO MULT-ARP-INVOICE-NO.
039300     MOVE MULT-ARP-STATUS-TEXT TO MULT-ARP-STATUS.
039400     PERFORM 2700-WRITE-REGISTER-LINE THRU 2700-EXIT.
039500     MOVE 8 TO RETURN-CODE.
039600 2500-EXIT.
039700     EXIT.
039800
039900*-----------------------------------------------------------------
040000* 2600-BAD-RECORD-TYPE - A RECORD THAT IS NOT H, D OR T CANNOT BE
040100*                        PLACED.  THE OPEN SET, IF ANY, IS MARKED
040200*                        SO IT IS NOT POSTED ON A PARTIAL PICTURE.
040300*-----------------------------------------------------------------
040400 2600-BAD-RECORD-TYPE.
040500     DISPLAY "MULTINV RECORD TYPE " MULT-INV-RECORD-TYPE
040600         " NOT RECOGNIZED AT RECORD " MULT-ARP-READ-COUNT.
040700     IF MULT-ARP-SET-OPEN THEN
040800        MOVE "BAD RECORD TYPE" TO MULT-ARP-SET-ERROR
040900     END-IF.
041000     MOVE 8 TO RETURN-CODE.
041100 2600-EXIT.
041200     EXIT.
041300
041400*-----------------------------------------------------------------
041500* 2700-WRITE-REGISTER-LINE - PRINT ONE POSTING REGISTER LINE FOR
041600*                            THE CURRENT SET
041700*-----------------------------------------------------------------
041800 2700-WRITE-REGISTER-LINE.
041900     MOVE MULT-ARP-SET-CUSTOMER TO MULT-ARP-CUSTOMER-ID.
042000     MOVE MULT-ARP-SET-DATE TO MULT-ARP-INV-DATE.
042100     MOVE MULT-ARP-SET-AMOUNT TO MULT-ARP-AMOUNT.
042200     WRITE MULT-ARP-REPORT-RECORD FROM MULT-ARP-DETAIL-LINE.
042300 2700-EXIT.
042400     EXIT.
042500
042600*-----------------------------------------------------------------
042700* 7000-READ-INVOICE - READ THE NEXT MULTINV RECORD, FLAG EOF
042800*-----------------------------------------------------------------
042900 7000-READ-INVOICE.
043000     READ MULT-INVOICE-FILE
043100         AT END
043200             SET MULT-INV-END-OF-FILE TO TRUE
043300     END-READ.
043400 7000-EXIT.
043500     EXIT.
043600
043700*-----------------------------------------------------------------
043800* 7100-READ-OPEN-ITEM - READ THE NEXT MULTOPN RECORD, FLAG EOF
043900*-----------------------------------------------------------------
044000 7100-READ-OPEN-ITEM.
044100     READ MULT-OPEN-ITEM-FILE
044200         AT END
044300             SET MULT-OPN-END-OF-FILE TO TRUE
044400     END-READ.
044500 7100-EXIT.
044600     EXIT.
044700
044708*-----------------------------------------------------------------
044716* 7200-READ-HISTORY - READ THE NEXT MULTHST RECORD, FLAG EOF
044724*-----------------------------------------------------------------
044732 7200-READ-HISTORY.
044740     READ MULT-HISTORY-FILE
044748         AT END
044756             SET MULT-HST-END-OF-FILE TO TRUE
044764     END-READ.
044772 7200-EXIT.
044780     EXIT.
044788
044800*-----------------------------------------------------------------
044900* 8000-FINALIZE - REJECT A SET LEFT OPEN AT END OF FILE, PRINT
045000*                 THE INVOICE AND CREDIT MEMO TOTAL LINES AND
045010*                 CLOSE UP
045100*-----------------------------------------------------------------
045200 8000-FINALIZE.
045300     IF MULT-ARP-SET-OPEN THEN
045400        MOVE ZERO TO MULT-ARP-SET-AMOUNT
045500        MOVE "NO TRAILER" TO MULT-ARP-STATUS-TEXT
045600        PERFORM 2500-REJECT-SET THRU 2500-EXIT
045700     END-IF.
045800     MOVE MULT-ARP-POSTED-TALLY TO MULT-ARP-POSTED-COUNT.
045900     MOVE MULT-ARP-REJECT-TALLY TO MULT-ARP-REJECT-COUNT.
046000     IF MULT-ARP-TOTAL-OVERFLOW THEN
046100        MOVE "OVERFLOW - SEE LOG" TO MULT-ARP-T-TOTAL
046200     ELSE
046300        MOVE MULT-ARP-POSTED-TOTAL TO MULT-ARP-TOTAL-EDIT
046400        MOVE MULT-ARP-TOTAL-EDIT TO MULT-ARP-T-TOTAL
046500     END-IF.
046600     WRITE MULT-ARP-REPORT-RECORD FROM MULT-ARP-TOTAL-LINE.
046610     MOVE MULT-ARP-MEMO-TALLY TO MULT-ARP-MEMO-COUNT.
046620     IF MULT-ARP-MEMO-OVERFLOW THEN
046630        MOVE "OVERFLOW - SEE LOG" TO MULT-ARP-M-TOTAL
046640     ELSE
046650        MOVE MULT-ARP-MEMO-TOTAL TO MULT-ARP-TOTAL-EDIT
046660        MOVE MULT-ARP-TOTAL-EDIT TO MULT-ARP-M-TOTAL
046670     END-IF.
046680     WRITE MULT-ARP-REPORT-RECORD FROM MULT-ARP-CREDIT-LINE.
046700     CLOSE MULT-INVOICE-FILE.
046800     CLOSE MULT-OPN-NEW-FILE.
046810     CLOSE MULT-HST-NEW-FILE.
046900     CLOSE MULT-ARP-REPORT-FILE.
047000 8000-EXIT.
047100     EXIT.
047200
047300*-----------------------------------------------------------------
047400* 9000-WRITE-RUN-LOG - APPEND ONE START OR END RECORD TO THE
047500*                      SHARED CALCRLOG RUN LOG.  THE READ TALLY
047600*                      COVERS THE MULTINV RECORDS; THE WRITE TALLY
047700*                      COVERS THE MULTOPNN OPEN ITEMS.
047800*-----------------------------------------------------------------
047900 9000-WRITE-RUN-LOG.
048000     OPEN EXTEND CALC-RUN-LOG-FILE.
048100     MOVE "MULTARPOST" TO CALC-RL-PROGRAM.
048200     MOVE MULT-RL-EVENT-CODE TO CALC-RL-EVENT.
048300     ACCEPT CALC-RL-DATE FROM DATE.
048400     ACCEPT CALC-RL-TIME FROM TIME.
048500     MOVE MULT-ARP-READ-COUNT TO CALC-RL-READ-COUNT.
048600     MOVE MULT-OUT-WRITE-COUNT TO CALC-RL-WRITE-COUNT.
048700     MOVE RETURN-CODE TO CALC-RL-RETURN-CODE.
048800     WRITE CALC-RUN-LOG-RECORD.
048900     CLOSE CALC-RUN-LOG-FILE.
049000 9000-EXIT.
049100     EXIT.
049200
049300 9999-EXIT.
049400     MOVE "E" TO MULT-RL-EVENT-CODE.
049500     PERFORM 9000-WRITE-RUN-LOG THRU 9000-EXIT.
049600     STOP RUN.
