000100*-----------------------------------------------------------------
000200* CALCAPD.CPY
000300* APPROVAL DECISION RECORD READ BY CALCAPPROVE.  ONE RECORD PER
000400* HELD ITEM DECIDED, KEYED BY A SECOND PERSON: THE ITEM'S KEY AS
000500* PRINTED ON THE PENDING LISTS (SUBMITTER, BATCH NUMBER AND
000600* POSITION IN THE BATCH), "A" TO APPROVE OR "R" TO REJECT, AND
000700* THE APPROVER'S OWN ID.  A DECISION WHOSE APPROVER IS THE
000800* ITEM'S SUBMITTER IS REFUSED AND THE ITEM STAYS PENDING.
000900*-----------------------------------------------------------------
001000 01  CALC-DECISION-RECORD.
001100     05  CALC-APD-KEY.
001200         10  CALC-APD-SUBMITTER    PIC X(08).
001300         10  CALC-APD-BATCH-NO     PIC 9(08).
001400         10  CALC-APD-SEQ          PIC 9(07).
001500     05  CALC-APD-ACTION           PIC X(01).
001600         88  CALC-APD-APPROVE            VALUE "A".
001700         88  CALC-APD-REJECT             VALUE "R".
001800     05  CALC-APD-APPROVER         PIC X(08).
