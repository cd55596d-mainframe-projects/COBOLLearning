000100*-----------------------------------------------------------------
000200* MULTPRT.CPY
000300* MAINTENANCE TRANSACTION RECORD FOR THE MULTPRD PRODUCT MASTER
000400* AND ITS MULTPRH PRICE SCHEDULE, APPLIED BY MULTPRDMAINT.
000500* ACTION "A" ADDS AN ITEM WITH ITS DESCRIPTION, TAX CODE AND
000600* OPENING PRICE, EFFECTIVE THE RUN DATE.  ACTION "C" CHANGES AN
000700* ITEM'S DESCRIPTION.  ACTION "P" SCHEDULES A NEW PRICE FOR AN
000800* ITEM FROM MULT-PRT-EFF-DATE (YYMMDD); A DATE BEFORE THE RUN DATE
000900* OR ONE THE ITEM ALREADY HAS A PRICE FOR IS REJECTED.  FIELDS AN
001000* ACTION DOES NOT USE ARE LEFT BLANK.
001100*-----------------------------------------------------------------
001200 01  MULT-PRT-RECORD.
001300     05  MULT-PRT-ACTION           PIC X(01).
001400         88  MULT-PRT-ADD                VALUE "A".
001500         88  MULT-PRT-CHANGE-DESC        VALUE "C".
001600         88  MULT-PRT-PRICE-CHANGE       VALUE "P".
001700     05  MULT-PRT-ITEM             PIC X(06).
001800     05  MULT-PRT-DESC             PIC X(20).
001900     05  MULT-PRT-PRICE            PIC 9(05)V99.
002000     05  MULT-PRT-PRICE-X REDEFINES MULT-PRT-PRICE
002100                                   PIC X(07).
002200     05  MULT-PRT-TAX-CODE         PIC X(01).
002300     05  MULT-PRT-EFF-DATE         PIC 9(06).
002400     05  MULT-PRT-EFF-DATE-X REDEFINES MULT-PRT-EFF-DATE
002500                                   PIC X(06).
002600     05  MULT-PRT-EFF-DATE-R REDEFINES MULT-PRT-EFF-DATE.
002700         10  MULT-PRT-EFF-YY       PIC 99.
002800         10  MULT-PRT-EFF-MM       PIC 99.
002900         10  MULT-PRT-EFF-DD       PIC 99.
