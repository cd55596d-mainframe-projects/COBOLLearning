000700* LOOKS UP EVERY TRANSACTION'S MULT-ITEM-NUMBER AGAINST IT - AN
000800* ITEM NOT ON THE MASTER IS ROUTED TO MULTEXC, AND A KEYED PRICE
000900* THAT DISAGREES WITH THE MASTER IS FLAGGED ON THE REPORT WHILE
001000* THE MASTER PRICE IS THE ONE EXTENDED.  MULT-PRD-TAX-CODE MARKS
001010* THE ITEM TAXABLE ("T") OR EXEMPT ("E") FOR SALES TAX; ANY OTHER
001020* VALUE IS TREATED AS TAXABLE, SO A BLANK CODE NEVER LETS A SALE
001030* GO UNTAXED BY ACCIDENT.
001040* THE FILE IS MAINTAINED BY MULTPRDMAINT, WHICH KEEPS EVERY PRICE
001050* AN ITEM HAS CARRIED OR IS SCHEDULED TO CARRY ON THE MULTPRH
001060* PRICE SCHEDULE.  MULT-PRD-PRICE IS THE PRICE IN FORCE AS OF THE
001070* LAST MAINTENANCE RUN; MULTIPLY2VALUES REPLACES IT WITH THE
001080* SCHEDULED PRICE EFFECTIVE ON ITS OWN RUN DATE.
001100*-----------------------------------------------------------------
001200 01  MULT-PRODUCT-RECORD.
001300     05  MULT-PRD-ITEM             PIC X(06).
001400     05  MULT-PRD-DESC             PIC X(20).
001500     05  MULT-PRD-PRICE            PIC 9(05)V99.
001600     05  MULT-PRD-TAX-CODE         PIC X(01).
001700         88  MULT-PRD-TAXABLE            VALUE "T".
001800         88  MULT-PRD-TAX-EXEMPT         VALUE "E".
