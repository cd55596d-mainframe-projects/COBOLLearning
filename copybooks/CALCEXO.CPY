001700     05  CALC-EXO-OPERATOR         PIC X(01).
001800     05  CALC-EXO-REASON-CODE      PIC X(04).
001900     05  CALC-EXO-REASON-TEXT      PIC X(30).
002000     05  CALC-EXO-DEPT             PIC X(04).
