000600* CALC-TRANS-RECORD FOR REPROCESSING THROUGH Iteration-If.  THE
000610* VALUES ARE SIGNED WITH TWO IMPLIED DECIMAL PLACES AND A
000620* LEADING SEPARATE SIGN, MATCHING CALCREC.CPY.
000630* CALC-COR-DEPT IS THE CORRECTED DEPARTMENT CODE - LEFT BLANK, THE
000640* REGENERATED TRANSACTION KEEPS THE DEPARTMENT THE EXCEPTION
000650* CARRIED, SO ONLY A BADD EXCEPTION NEEDS ONE KEYED.
000700*-----------------------------------------------------------------
000800 01  CALC-CORRECTION-RECORD.
000900     05  CALC-COR-DATE             PIC 9(06).
001200     05  CALC-COR-NUM2             PIC S9(05)V99
001210                                   SIGN IS LEADING SEPARATE.
001300     05  CALC-COR-OPERATOR         PIC X(01).
001400     05  CALC-COR-DEPT             PIC X(04).
