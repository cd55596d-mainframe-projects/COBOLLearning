000100*-----------------------------------------------------------------
000200* CALCCTL.CPY
000300* CYCLE CONTROL RECORD - ONE ROW PER STEP OF THE NIGHTLY CYCLE,
000400* IN RUN ORDER, MAINTAINED BY OPERATIONS.  EACH ROW NAMES THE
000500* STEP AS IT APPEARS ON CALCRLOG, THE HIGHEST RETURN CODE AT
000600* WHICH IT COUNTS AS HAVING ENDED ACCEPTABLY, AND UP TO FIVE
000700* PREDECESSOR STEPS (BLANK SLOTS UNUSED).  EVERY PROGRAM IN THE
000800* CYCLE CHECKS ITS OWN ROW AGAINST THE DAY'S CALCRLOG AT START
000900* AND REFUSES TO RUN, WITH RETURN CODE 12 AND AN "R" RUN-LOG
001000* RECORD, WHILE A PREDECESSOR HAS NOT ENDED ACCEPTABLY OR BEEN
001100* BYPASSED, OR WHEN IT HAS ALREADY RUN THIS CYCLE AND HAS NOT
001200* BEEN MARKED FOR RERUN (SEE CALCCAC.CPY).  A PROGRAM WITH NO
001300* ROW, OR NO CALCCTL AT ALL, RUNS UNGATED.  CALCCYCLE REPORTS
001400* THE STEPS IN THE ORDER THEY APPEAR HERE.  THE STANDARD CYCLE:
001500*     STEP              MAX RC  PREDECESSORS
001600*     MULTSTOGEN          04
001700*     MULTIPLY2VALUES     04    MULTSTOGEN
001800*     MULTARPOST          04    MULTIPLY2VALUES
001900*     MULTCASHAPPLY       04    MULTARPOST
002000*     MULTINVARCH         00    MULTARPOST
002100*     Iteration-If        04
002200*     CALCRECON           04    Iteration-If
002300*     CALCAPPROVE         04    CALCRECON
002400*     CALCSUMMARY         04    CALCAPPROVE
002500*     CALCPROOF           00    CALCSUMMARY
002600*     CALCAUDXLOAD        00    CALCPROOF
002700*     CALCDISPUTE         04    CALCAUDXLOAD
002800*     CALCCORRECT         04    CALCDISPUTE
002900*     CALCEXCAGE          04    CALCCORRECT
003000*     CALCOPRUSE          04    CALCEXCAGE
003100*     CALCARCHIVE         00    CALCPROOF  CALCOPRUSE
003200*     CALCMTDSUMM         04    CALCARCHIVE
003300*-----------------------------------------------------------------
003400 01  CALC-CONTROL-RECORD.
003500     05  CALC-CTL-STEP             PIC X(16).
003600     05  CALC-CTL-MAX-RC           PIC 9(02).
003700     05  CALC-CTL-PREDECESSORS.
003800         10  CALC-CTL-PREDECESSOR  PIC X(16) OCCURS 5 TIMES.
