000100*-----------------------------------------------------------------
000200* MULTSGR.CPY
000300* STANDING ORDER GENERATION REGISTER - ONE RECORD PER STANDING
000400* ORDER OCCURRENCE MULTSTOGEN HAS WRITTEN TO MULTIN.  AN ORDER IS
000500* NEVER GENERATED TWICE FOR THE SAME MULT-SGR-DUE-DATE, AND A
000600* SECOND RUN FOR A RUN DATE ALREADY ON THE REGISTER IS REFUSED
000610* UNLESS THE STEP IS MARKED FOR RERUN, WHEN THE DAY'S RECORDS ARE
000620* RE-MERGED RATHER THAN ADDED AGAIN.  MULTSTOGEN REWRITES THE FILE
000700* EACH RUN, DROPPING RECORDS TOO OLD TO MATCH ANY ORDER AGAIN AND
000800* ANY OF THE DAY'S RECORDS A RERUN NO LONGER WROTE TO MULTIN.
000900*-----------------------------------------------------------------
001000 01  MULT-SGR-RECORD.
001100     05  MULT-SGR-ORDER-ID         PIC X(06).
001200     05  MULT-SGR-DUE-DATE         PIC 9(06).
001300     05  MULT-SGR-RUN-DATE         PIC 9(06).
001400     05  MULT-SGR-CUSTOMER-ID      PIC X(05).
001500     05  MULT-SGR-ITEM             PIC X(06).
001600     05  MULT-SGR-QUANTITY         PIC 9(05).
