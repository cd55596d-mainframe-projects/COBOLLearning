000200* CALCDET.CPY
000300* WORKING-STORAGE DETAIL LINE FOR THE CALCULATOR TRANSACTION
000400* REPORT.  MOVED TO CALC-PRINT-RECORD VIA WRITE ... FROM.
000410* CALC-D-HOLD-FLAG MARKS A RESULT HELD FOR APPROVAL ON CALCHLD
000420* INSTEAD OF POSTED TO CALCAUD.
000500*-----------------------------------------------------------------
000600 01  CALC-RPT-DETAIL-LINE.
000700     05  FILLER                 PIC X(06) VALUE
001600     05  FILLER                 PIC X(10) VALUE
001700                 "  RESULT: ".
001800     05  CALC-D-RESULT          PIC X(13).
001900     05  FILLER                 PIC X(02) VALUE SPACES.
002000     05  CALC-D-HOLD-FLAG       PIC X(10) VALUE SPACES.
