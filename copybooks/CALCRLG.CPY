000900* OUTPUT.  CALCRLOG COVERS EXACTLY ONE CYCLE: CALCCYCLE APPENDS
000910* EVERY RECORD TO THE CALCRLGA HISTORY FILE AND TRUNCATES
000920* CALCRLOG AFTER ITS REPORT, SO THE NEXT CYCLE STARTS FRESH.
000930* A PROGRAM REFUSED AT START BY THE CYCLE CONTROL GATE (SEE
000940* CALCCTL.CPY) WRITES A SINGLE REFUSAL RECORD ("R") WITH RETURN
000950* CODE 12 INSTEAD OF ITS START AND END RECORDS.
001000*-----------------------------------------------------------------
001100 01  CALC-RUN-LOG-RECORD.
001200     05  CALC-RL-PROGRAM           PIC X(16).
001300     05  CALC-RL-EVENT             PIC X(01).
001400         88  CALC-RL-START-EVENT         VALUE "S".
001500         88  CALC-RL-END-EVENT           VALUE "E".
001510         88  CALC-RL-REFUSED-EVENT       VALUE "R".
001600     05  CALC-RL-DATE              PIC 9(06).
001700     05  CALC-RL-TIME              PIC 9(08).
001800     05  CALC-RL-READ-COUNT        PIC 9(07).
