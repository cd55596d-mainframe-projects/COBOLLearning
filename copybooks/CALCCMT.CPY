000100*-----------------------------------------------------------------
000200* CALCCMT.CPY
000300* CYCLE MARK TRANSACTION READ BY CALCCYCMARK.  ONE RECORD PER
000400* FAILED STEP OPERATIONS WANTS TO RERUN ("R") OR BYPASS ("B"),
000500* WITH THE OPERATOR'S OWN ID AND THE REASON, BOTH REQUIRED.
000600*-----------------------------------------------------------------
000700 01  CALC-CYCLE-MARK-TRANS.
000800     05  CALC-CMT-STEP             PIC X(16).
000900     05  CALC-CMT-ACTION           PIC X(01).
001000         88  CALC-CMT-RERUN              VALUE "R".
001100         88  CALC-CMT-BYPASS             VALUE "B".
001200     05  CALC-CMT-OPERATOR-ID      PIC X(08).
001300     05  CALC-CMT-REASON           PIC X(30).
