000100*-----------------------------------------------------------------
000200* CALCGTW.CPY
000300* WORKING STORAGE FOR THE CYCLE CONTROL GATE (CALCGATE.CPY).  THE
000400* STEP TABLE HOLDS ONE ENTRY PER CALCCTL ROW, POSTED WITH THE
000500* STEP'S STATE ON THE CYCLE'S CALCRLOG (NOT RUN, STARTED, ENDED
000600* OR REFUSED), THE TIME OF ITS LATEST START, ITS LATEST RETURN
000700* CODE AND ANY CALCCACT RERUN OR BYPASS MARK DATED AFTER THAT
000800* START.  CALC-GT-PROGRAM IS SET BY THE HOST PROGRAM TO ITS OWN
000900* RUN-LOG NAME BEFORE THE GATE IS PERFORMED.
001000*-----------------------------------------------------------------
001100 01  CALC-GT-WORK-AREA.
001200     05  CALC-GT-PROGRAM           PIC X(16) VALUE SPACES.
001300     05  CALC-GT-KEY               PIC X(16) VALUE SPACES.
001400     05  CALC-GT-CTL-EOF-SW        PIC X(01) VALUE "N".
001500         88  CALC-GT-CTL-EOF             VALUE "Y".
001600     05  CALC-GT-LOG-EOF-SW        PIC X(01) VALUE "N".
001700         88  CALC-GT-LOG-EOF             VALUE "Y".
001800     05  CALC-GT-ACT-EOF-SW        PIC X(01) VALUE "N".
001900         88  CALC-GT-ACT-EOF             VALUE "Y".
002000     05  CALC-GT-FOUND-SW          PIC X(01) VALUE "N".
002100         88  CALC-GT-FOUND               VALUE "Y".
002200     05  CALC-GT-REFUSE-SW         PIC X(01) VALUE "N".
002300         88  CALC-GT-REFUSED             VALUE "Y".
002400     05  CALC-GT-ENDED-OK-SW       PIC X(01) VALUE "N".
002500         88  CALC-GT-ENDED-OK            VALUE "Y".
002600     05  CALC-GT-STEP-MAX          PIC 9(02) VALUE 40.
002700     05  CALC-GT-STEP-COUNT        PIC 9(02) COMP VALUE ZERO.
002800     05  CALC-GT-SELF              PIC 9(02) COMP VALUE ZERO.
002900     05  CALC-GT-PRED-SUB          PIC 9(02) COMP VALUE ZERO.
003000     05  CALC-GT-STAMP             PIC 9(14) VALUE ZERO.
003100     05  CALC-GT-RC-TEXT.
003200         10  FILLER                PIC X(09) VALUE "ENDED RC ".
003300         10  CALC-GT-RC-EDIT       PIC 99.
003400     05  CALC-GT-CONDITION         PIC X(20) VALUE SPACES.
003500 01  CALC-GT-STEP-TABLE.
003600     05  CALC-GT-STEP-ENTRY OCCURS 1 TO 40 TIMES
003700             DEPENDING ON CALC-GT-STEP-COUNT
003800             INDEXED BY CALC-GT-STEP-INDEX.
003900         10  CALC-GT-TBL-STEP      PIC X(16).
004000         10  CALC-GT-TBL-MAX-RC    PIC 9(02).
004100         10  CALC-GT-TBL-PREDECESSORS.
004200             15  CALC-GT-TBL-PRED  PIC X(16) OCCURS 5 TIMES.
004300         10  CALC-GT-TBL-STATE     PIC X(01).
004400             88  CALC-GT-NOT-RUN         VALUE " ".
004500             88  CALC-GT-STARTED         VALUE "S".
004600             88  CALC-GT-ENDED           VALUE "E".
004700             88  CALC-GT-WAS-REFUSED     VALUE "R".
004800         10  CALC-GT-TBL-START-STAMP PIC 9(14).
004900         10  CALC-GT-TBL-RC        PIC 9(02).
005000         10  CALC-GT-TBL-MARK      PIC X(01).
005100             88  CALC-GT-MARKED-RERUN    VALUE "R".
005200             88  CALC-GT-MARKED-BYPASS   VALUE "B".
005300         10  CALC-GT-TBL-MARK-OPER PIC X(08).
005400         10  CALC-GT-TBL-MARK-REASON PIC X(30).
