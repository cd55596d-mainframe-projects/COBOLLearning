000100*-----------------------------------------------------------------
000200* MULTSTO.CPY
000300* STANDING ORDER RECORD - ONE RECORD PER RECURRING CUSTOMER ORDER
000400* FOR ONE ITEM, READ BY MULTSTOGEN TO BUILD THE DAY'S MULTIN.
000500* THE ORDER FALLS DUE EVERY 7 DAYS ("W") OR 14 DAYS ("B") COUNTED
000600* FROM MULT-STO-START-DATE, OR MONTHLY ("M") ON THE START DATE'S
000700* DAY OF THE MONTH - THE LAST DAY OF A SHORTER MONTH.  AN END DATE
000800* OF ZERO OR SPACES LEAVES THE ORDER OPEN-ENDED.  A SUSPENDED
000900* ORDER STAYS ON FILE BUT IS NOT GENERATED.  DATES ARE YYMMDD.
001000*-----------------------------------------------------------------
001100 01  MULT-STANDING-ORDER-RECORD.
001200     05  MULT-STO-ORDER-ID         PIC X(06).
001300     05  MULT-STO-CUSTOMER-ID      PIC X(05).
001400     05  MULT-STO-ITEM             PIC X(06).
001500     05  MULT-STO-QUANTITY         PIC 9(05).
001600     05  MULT-STO-FREQUENCY        PIC X(01).
001700         88  MULT-STO-WEEKLY             VALUE "W".
001800         88  MULT-STO-BIWEEKLY           VALUE "B".
001900         88  MULT-STO-MONTHLY            VALUE "M".
002000     05  MULT-STO-START-DATE       PIC 9(06).
002100     05  MULT-STO-START-DATE-X REDEFINES MULT-STO-START-DATE
002200                                   PIC X(06).
002300     05  MULT-STO-START-DATE-R REDEFINES MULT-STO-START-DATE.
002400         10  MULT-STO-START-YY     PIC 99.
002500         10  MULT-STO-START-MM     PIC 99.
002600         10  MULT-STO-START-DD     PIC 99.
002700     05  MULT-STO-END-DATE         PIC 9(06).
002800     05  MULT-STO-END-DATE-X REDEFINES MULT-STO-END-DATE
002900                                   PIC X(06).
003000     05  MULT-STO-END-DATE-R REDEFINES MULT-STO-END-DATE.
003100         10  MULT-STO-END-YY       PIC 99.
003200         10  MULT-STO-END-MM       PIC 99.
003300         10  MULT-STO-END-DD       PIC 99.
003400     05  MULT-STO-SUSPEND-FLAG     PIC X(01).
003500         88  MULT-STO-SUSPENDED          VALUE "Y".
