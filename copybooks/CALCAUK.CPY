000400* TIME SO A SINGLE TRANSACTION CAN BE PULLED DIRECTLY FOR
000500* DISPUTE RESEARCH INSTEAD OF SCANNING THE WHOLE DAY'S CALCAUD.
000600* CALCAUDXLOAD BUILDS THIS FILE FROM CALCAUD; CALCDISPUTE READS
000700* IT RANDOM BY CALC-AIX-KEY.  CALC-AIX-DEPT CARRIES THE
000710* SUBMITTING DEPARTMENT FROM CALC-A-DEPT.
000800*-----------------------------------------------------------------
000900 01  CALC-AUDIT-INDEXED-RECORD.
001000     05  CALC-AIX-KEY.
001900         88  CALC-AIX-STATUS-NORMAL       VALUE SPACE.
002000         88  CALC-AIX-STATUS-OVERFLOW     VALUE "O".
002100         88  CALC-AIX-STATUS-DIV-ZERO     VALUE "Z".
002200     05  CALC-AIX-DEPT             PIC X(04).
