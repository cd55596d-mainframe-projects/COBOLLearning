000100*-----------------------------------------------------------------
000200* CALCCAC.CPY
000300* CYCLE ACTION RECORD APPENDED TO CALCCACT BY THE CALCCYCMARK
000400* CONTROL RUN WHEN OPERATIONS MARKS A FAILED STEP FOR RERUN
000500* ("R") OR BYPASS ("B"), WITH THE OPERATOR'S ID, THE REASON AND
000600* THE DATE AND TIME OF THE MARK.  A MARK APPLIES UNTIL THE STEP
000700* NEXT STARTS: A RERUN MARK LETS A STEP THAT HAS ALREADY RUN
000800* THIS CYCLE START AGAIN, AND A BYPASS MARK LETS ITS SUCCESSORS
000900* RUN AS IF IT HAD ENDED ACCEPTABLY.  CALCCACT COVERS ONE CYCLE,
001000* LIKE CALCRLOG: CALCCYCLE PRINTS EVERY ACTION ON ITS REPORT,
001100* APPENDS IT TO THE CALCCACA HISTORY FILE AND TRUNCATES CALCCACT.
001200*-----------------------------------------------------------------
001300 01  CALC-CYCLE-ACTION-RECORD.
001400     05  CALC-CA-STEP              PIC X(16).
001500     05  CALC-CA-ACTION            PIC X(01).
001600         88  CALC-CA-RERUN               VALUE "R".
001700         88  CALC-CA-BYPASS              VALUE "B".
001800     05  CALC-CA-DATE              PIC 9(06).
001900     05  CALC-CA-TIME              PIC 9(08).
002000     05  CALC-CA-OPERATOR-ID       PIC X(08).
002100     05  CALC-CA-REASON            PIC X(30).
