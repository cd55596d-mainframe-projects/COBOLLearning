000100*-----------------------------------------------------------------
000200* MULTAGP.CPY
000300* CONTROL CARD FOR THE MULTARAGING MONTH-END AGED TRIAL BALANCE.
000400* MULT-AGP-HOLD-DAYS IS THE AGE IN DAYS PAST WHICH A SINGLE OPEN
000500* ITEM PUTS ITS CUSTOMER ON CREDIT HOLD ON MULTCST.  A MISSING OR
000600* NON-NUMERIC CARD FALLS BACK TO THE PROGRAM DEFAULT, WHICH IS
000700* PRINTED ON THE REPORT HEADING EITHER WAY.
000800*-----------------------------------------------------------------
000900 01  MULT-AGE-PARM-RECORD.
001000     05  MULT-AGP-HOLD-DAYS        PIC 9(03).
001100     05  MULT-AGP-HOLD-DAYS-X REDEFINES MULT-AGP-HOLD-DAYS
001200                                   PIC X(03).
