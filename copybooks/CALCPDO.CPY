000100*-----------------------------------------------------------------
000200* CALCPDO.CPY
000300* OUTSTANDING PENDING-APPROVAL RECORD CARRIED FORWARD DAY TO DAY
000400* BY CALCAPPROVE.  SAME SHAPE AS CALCHLD.CPY, UNDER ITS OWN DATA
000500* NAMES SO THE TWO FILES CAN BE OPEN IN THE SAME PROGRAM.  A HELD
000600* ITEM WITH NO VALID DECISION STAYS ON THIS FILE UNTIL A SECOND
000700* PERSON APPROVES OR REJECTS IT.  THE RUN WRITES THE NEW
000800* GENERATION TO CALCPNDN, WHICH THE OPERATOR STAGES AS CALCPNDO
000900* FOR THE NEXT RUN - THE SAME STAGING CONVENTION CALCEXCAGE USES
001000* FOR CALCEXCO.
001100*-----------------------------------------------------------------
001200 01  CALC-PDO-RECORD.
001300     05  CALC-PO-KEY.
001400         10  CALC-PO-SUBMITTER     PIC X(08).
001500         10  CALC-PO-BATCH-NO      PIC 9(08).
001600         10  CALC-PO-SEQ           PIC 9(07).
001700     05  CALC-PO-DATE              PIC 9(06).
001800     05  CALC-PO-TIME              PIC 9(08).
001900     05  CALC-PO-OPERATOR          PIC X(01).
002000     05  CALC-PO-TYPE              PIC X(02).
002100     05  CALC-PO-NUM1              PIC S9(05)V99
002200                                   SIGN IS LEADING SEPARATE.
002300     05  CALC-PO-NUM1-X            REDEFINES CALC-PO-NUM1
002400                                   PIC X(08).
002500     05  CALC-PO-NUM2              PIC S9(05)V99
002600                                   SIGN IS LEADING SEPARATE.
002700     05  CALC-PO-NUM2-X            REDEFINES CALC-PO-NUM2
002800                                   PIC X(08).
002900     05  CALC-PO-RESULT            PIC S9(09)V99
003000                                   SIGN IS LEADING SEPARATE.
003100     05  CALC-PO-DEPT              PIC X(04).
003200     05  CALC-PO-LIMIT             PIC 9(09)V99.
