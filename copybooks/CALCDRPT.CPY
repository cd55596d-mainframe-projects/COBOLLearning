003800     05  FILLER                 PIC X(10) VALUE
003900             "  RESULT: ".
004000     05  CALC-DRPT-RESULT       PIC ---------9.99.
004100     05  FILLER                 PIC X(08) VALUE
004110             "  DEPT: ".
004120     05  CALC-DRPT-DEPT         PIC X(04).
