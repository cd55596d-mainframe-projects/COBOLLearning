000400* REPORT PRODUCED BY CALCCYCLE FROM THE CALCRLOG RUN LOG.  ONE
000500* STEP LINE PER EXPECTED CYCLE STEP, AN "ALSO LOGGED" LINE FOR
000600* ANY PROGRAM FOUND ON THE LOG OUTSIDE THE EXPECTED LIST, AND A
000700* ONE-LINE CYCLE VERDICT AT THE BOTTOM.  THE EXPECTED STEPS ARE
000710* THE CALCCTL CYCLE CONTROL ROWS; ANY RERUN OR BYPASS MARK
000720* ENTERED THROUGH CALCCYCMARK DURING THE CYCLE PRINTS ON AN
000730* ACTION LINE UNDER THE ACTION HEADING, AHEAD OF THE VERDICT.
000800*-----------------------------------------------------------------
000900 01  CALC-CYC-HEADING-LINE.
001000     05  FILLER                 PIC X(27) VALUE
003400     05  CALC-CYC-EXTRA-NM      PIC X(16).
003500     05  FILLER                 PIC X(51) VALUE SPACES.
003600
003605 01  CALC-CYC-ACTION-HEADING.
003610     05  FILLER                 PIC X(31) VALUE
003615             "RERUN/BYPASS ACTIONS THIS CYCLE".
003620     05  FILLER                 PIC X(49) VALUE SPACES.
003625
003630 01  CALC-CYC-ACTION-LINE.
003635     05  CALC-CYA-STEP          PIC X(16).
003640     05  FILLER                 PIC X(01) VALUE SPACE.
003645     05  CALC-CYA-ACTION        PIC X(06).
003650     05  FILLER                 PIC X(01) VALUE SPACE.
003655     05  CALC-CYA-DATE          PIC 9(06).
003660     05  FILLER                 PIC X(01) VALUE SPACE.
003665     05  CALC-CYA-TIME          PIC 9(08).
003670     05  FILLER                 PIC X(01) VALUE SPACE.
003675     05  CALC-CYA-OPERATOR-ID   PIC X(08).
003680     05  FILLER                 PIC X(01) VALUE SPACE.
003685     05  CALC-CYA-REASON        PIC X(30).
003690     05  FILLER                 PIC X(01) VALUE SPACE.
003695
003700 01  CALC-CYC-STATUS-LINE.
003800     05  FILLER                 PIC X(14) VALUE
003900             "CYCLE STATUS: ".
