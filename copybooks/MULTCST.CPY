000700* SAME WAY IT LOADS THE MULTDSC DISCOUNT SCHEDULE, AND SCREENS
000800* EVERY TRANSACTION'S MULT-CUSTOMER-ID AGAINST IT - AN UNKNOWN ID
000900* OR A CUSTOMER ON CREDIT HOLD IS ROUTED TO MULTEXC INSTEAD OF
001000* BEING EXTENDED AND INVOICED.  MULT-CST-TAX-JURIS NAMES THE
001010* MULTTAX SALES TAX JURISDICTION WHOSE RATE IS CHARGED ON THE
001020* CUSTOMER'S TAXABLE LINES; A CUSTOMER WHOSE SALES ARE NOT TAXED
001030* CARRIES A JURISDICTION WITH A ZERO RATE, SO EVERY CUSTOMER MUST
001040* NAME ONE THAT IS ON THE RATE TABLE.
001100*-----------------------------------------------------------------
001200 01  MULT-CUSTOMER-RECORD.
001300     05  MULT-CST-ID               PIC X(05).
001500     05  MULT-CST-STATUS           PIC X(01).
001600         88  MULT-CST-ACTIVE             VALUE "A".
001700         88  MULT-CST-CREDIT-HOLD        VALUE "H".
001800     05  MULT-CST-TAX-JURIS        PIC X(04).
