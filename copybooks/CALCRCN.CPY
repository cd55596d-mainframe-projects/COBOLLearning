002230             "ACTUAL EXCEPTION RECORD COUNT: ".
002240     05  CALC-RCN-EXC-COUNT     PIC ZZZZZZ9.
002250     05  FILLER                 PIC X(42) VALUE SPACES.
002251
002252 01  CALC-RCN-HELD-LINE.
002253     05  FILLER                 PIC X(30) VALUE
002254             "HELD FOR APPROVAL (CALCHLD): ".
002255     05  CALC-RCN-HELD-COUNT    PIC ZZZZZZ9.
002256     05  FILLER                 PIC X(43) VALUE SPACES.
002260
002300 01  CALC-RCN-TRAIL-LINE.
002400     05  FILLER                 PIC X(32) VALUE
