000700* POSTINGS.  EACH PROOF LINE CARRIES AN OK/MISMATCH FLAG; THE
000800* TOTAL FIELDS ARE ALPHANUMERIC SO AN ACCUMULATOR OVERFLOW CAN
000900* PRINT "OVERFLOW" IN PLACE OF A WRONG NUMBER, THE SAME
001000* CONVENTION USED ON THE OTHER CONTROL REPORTS.  THE COUNT LINE'S
001010* FOURTH BUCKET IS THE DAY'S RESULTS HELD ON CALCHLD FOR
001020* DUAL-CONTROL APPROVAL RATHER THAN POSTED TO CALCAUD.
001100*-----------------------------------------------------------------
001200 01  CALC-PRF-HEADING-LINE.
001300     05  FILLER                 PIC X(29) VALUE
002400     05  FILLER                 PIC X(06) VALUE
002500             "  EXC:".
002600     05  CALC-PRF-EXC-COUNT     PIC ZZZZZZ9.
002610     05  FILLER                 PIC X(07) VALUE
002620             "  PEND:".
002630     05  CALC-PRF-PEND-COUNT    PIC ZZZZZZ9.
002700     05  FILLER                 PIC X(02) VALUE SPACES.
002800     05  CALC-PRF-COUNT-FLAG    PIC X(08).
002900     05  FILLER                 PIC X(05) VALUE SPACES.
003000
003100 01  CALC-PRF-TYPE-LINE.
003200     05  FILLER                 PIC X(06) VALUE
